       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FeeStmt.
       AUTHOR.  Michael Coughlan.

      * Student fee statements off the fee ledger FEELEDG.DAT
      * (FEESTMT.PRT). Each statement shows the student's name and
      * primary course from STUDENTS.DAT and their status from
      * STUDSTAT.DAT, then every fee charged and payment received in
      * date order with a running balance, and the balance now due.
      * With no parameter a statement is printed for every student
      * who owes money or is in credit. A single student's statement,
      * whatever the balance, is printed with one command-line
      * parameter on the MaleSort model -
      *    STUDENT:NNNNNNN
      * A long account shows its latest entries, the older ones being
      * carried in the balance brought forward.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FeeLedgFile ASSIGN TO "FEELEDG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Fee-Ledg-Status.

       SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS ST-StudId
	     FILE STATUS IS WS-Student-Status.

       SELECT StudStatFile ASSIGN TO "STUDSTAT.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS SS-StudId
	     FILE STATUS IS WS-Stud-Stat-Status.

       SELECT StmtRptFile ASSIGN TO "FEESTMT.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WorkFile ASSIGN TO "FSTMSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD FeeLedgFile.
       COPY FEELEDG REPLACING ==:REC-NAME:== BY ==FeeLedgRec==
                              ==:PFX:==      BY ==FL-==.

       FD StudentFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==StudentRec==
                              ==:PFX:==      BY ==ST-==.

       FD StudStatFile.
       COPY STUDSTAT REPLACING ==:REC-NAME:== BY ==StudStatRec==
                               ==:PFX:==      BY ==SS-==.

       FD StmtRptFile.
       01 StmtRptLine       PIC X(80).

       SD WorkFile.
       COPY FEELEDG REPLACING ==:REC-NAME:== BY ==WorkRec==
                              ==:PFX:==      BY ==WK-==.

       WORKING-STORAGE SECTION.

       01  WS-Fee-Ledg-Status        PIC X(2).
         88 Fee-Ledg-Status-OK       VALUE "00".
         88 Fee-Ledg-Not-Found       VALUE "35".

       01  WS-Student-Status         PIC X(2).
         88 Student-Status-OK        VALUE "00".

       01  WS-Stud-Stat-Status       PIC X(2).
         88 Stud-Stat-Status-OK      VALUE "00".

       01  WS-Switches.
           02 WS-Fee-Ledg-EOF   PIC X(1) VALUE "N".
             88 Fee-Ledg-EOF    VALUE "Y".
           02 WS-Work-EOF       PIC X(1) VALUE "N".
             88 Work-EOF        VALUE "Y".
           02 WS-First-Stud     PIC X(1) VALUE "Y".
             88 First-Stud      VALUE "Y".
           02 WS-One-Student    PIC X(1) VALUE "N".
             88 One-Student     VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).
       01  WS-Wanted-StudId     PIC 9(7) VALUE ZERO.

       01  WS-Run-Date          PIC 9(8).

       01  WS-Prev-StudId       PIC 9(7).
       01  WS-Brought-Fwd       PIC S9(9)V99.
       01  WS-Balance           PIC S9(9)V99.
       01  WS-Credit-Amount     PIC S9(9)V99.

      * The student's entries in date order. When there are more
      * than the table holds the oldest is folded into the balance
      * brought forward to make room.
       01  WS-Entry-Table.
           02 WS-Entry-Count    PIC 9(3) COMP VALUE ZERO.
           02 WS-Entry OCCURS 200 TIMES.
              03 ET-Entry-Date  PIC 9(8).
              03 ET-Entry-Type  PIC X(1).
                88 ET-Is-Charge VALUE "C".
              03 ET-Course      PIC X(4).
              03 ET-Term        PIC X(6).
              03 ET-Amount      PIC S9(7)V99.
              03 ET-Reference   PIC X(10).
       01  WS-Entry-Idx         PIC 9(3) COMP.

       01  WS-Counters.
           02 WS-Stmt-Count     PIC 9(5) VALUE ZERO.

       01  WS-Separator-Line.
           02 FILLER            PIC X(80) VALUE ALL "=".

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(31)
              VALUE "STUDENT FEE STATEMENT AS AT ".
           02 HL-Run-Date       PIC 9(8).
           02 FILLER            PIC X(41) VALUE SPACES.

       01  WS-Student-Line.
           02 FILLER            PIC X(7)  VALUE "STUDID ".
           02 SL-StudId         PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 SL-Surname        PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 SL-Initials       PIC X(2).
           02 FILLER            PIC X(9)  VALUE "  COURSE ".
           02 SL-Course         PIC X(4).
           02 FILLER            PIC X(9)  VALUE "  STATUS ".
           02 SL-Status         PIC X(21).
           02 FILLER            PIC X(10) VALUE SPACES.

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(40) VALUE
              "DATE      DETAILS                       ".
           02 FILLER            PIC X(40) VALUE
              "       DEBIT     CREDIT       BALANCE".

       01  WS-Detail-Line.
           02 DL-Entry-Date     PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Details        PIC X(32).
           02 DL-Debit          PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Credit         PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Balance        PIC ---------9.99.
           02 FILLER            PIC X(3)  VALUE SPACES.

       01  WS-Brought-Fwd-Line.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(54)
              VALUE "BALANCE BROUGHT FORWARD".
           02 BFL-Balance       PIC ---------9.99.
           02 FILLER            PIC X(3)  VALUE SPACES.

       01  WS-Due-Line.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(54) VALUE "BALANCE NOW DUE".
           02 DUL-Balance       PIC ---------9.99.
           02 FILLER            PIC X(3)  VALUE SPACES.

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO STUDENT FEE BALANCES TO STATE)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0100-GET-PARAMETER.
       OPEN INPUT StudentFile.
       IF NOT Student-Status-OK
           DISPLAY "FEESTMT - COULD NOT OPEN STUDENTS.DAT - STATUS "
               WS-Student-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT StudStatFile.
       IF NOT Stud-Stat-Status-OK
           DISPLAY "FEESTMT - COULD NOT OPEN STUDSTAT.DAT - STATUS "
               WS-Stud-Stat-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT StmtRptFile.
       SORT WorkFile ON ASCENDING KEY WK-StudId WK-Entry-Date
           INPUT PROCEDURE IS 1000-LOAD-LEDGER
           OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS.
       IF WS-Stmt-Count = ZERO
           WRITE StmtRptLine FROM WS-None-Line
       END-IF.
       CLOSE StudentFile
             StudStatFile
             StmtRptFile.
       DISPLAY "FEESTMT - " WS-Stmt-Count
           " STATEMENT(S) ON FEESTMT.PRT".
       STOP RUN.

       0100-GET-PARAMETER.
       ACCEPT WS-Param-Line FROM COMMAND-LINE.
       UNSTRING WS-Param-Line DELIMITED BY ":"
           INTO WS-Filter-Type WS-Filter-Value-1.
       IF WS-Filter-Type = "STUDENT"
           IF WS-Filter-Value-1 (1:7) IS NUMERIC
               MOVE WS-Filter-Value-1 (1:7) TO WS-Wanted-StudId
               SET One-Student TO TRUE
           ELSE
               DISPLAY "FEESTMT - STUDENT " WS-Filter-Value-1 (1:7)
                   " IS NOT A 7-DIGIT STUDID"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

      * No ledger yet means nothing has been billed - the report
      * still prints, saying so.
       1000-LOAD-LEDGER.
       OPEN INPUT FeeLedgFile.
       IF Fee-Ledg-Not-Found
           DISPLAY "FEESTMT - NO FEELEDG.DAT ON FILE YET"
       ELSE
           IF NOT Fee-Ledg-Status-OK
               DISPLAY "FEESTMT - COULD NOT OPEN FEELEDG.DAT - "
                   "STATUS " WS-Fee-Ledg-Status
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 1100-READ-LEDGER
               PERFORM UNTIL Fee-Ledg-EOF
                   IF NOT One-Student
                      OR FL-StudId = WS-Wanted-StudId
                       RELEASE WorkRec FROM FeeLedgRec
                   END-IF
                   PERFORM 1100-READ-LEDGER
               END-PERFORM
               CLOSE FeeLedgFile
           END-IF
       END-IF.

       1100-READ-LEDGER.
       READ FeeLedgFile
           AT END SET Fee-Ledg-EOF TO TRUE
       END-READ.

       3000-PRINT-STATEMENTS.
       RETURN WorkFile
           AT END SET Work-EOF TO TRUE
       END-RETURN.
       PERFORM UNTIL Work-EOF
           IF First-Stud
               MOVE "N" TO WS-First-Stud
               PERFORM 3100-START-STUDENT
           ELSE
               IF WK-StudId NOT = WS-Prev-StudId
                   PERFORM 4000-END-STUDENT
                   PERFORM 3100-START-STUDENT
               END-IF
           END-IF
           PERFORM 3200-TABLE-ENTRY
           RETURN WorkFile
               AT END SET Work-EOF TO TRUE
           END-RETURN
       END-PERFORM.
       IF NOT First-Stud
           PERFORM 4000-END-STUDENT
       END-IF.

       3100-START-STUDENT.
       MOVE WK-StudId TO WS-Prev-StudId.
       MOVE ZERO TO WS-Entry-Count WS-Brought-Fwd WS-Balance.

       3200-TABLE-ENTRY.
       IF WS-Entry-Count = 200
           PERFORM 3300-FOLD-OLDEST-ENTRY
       END-IF.
       ADD 1 TO WS-Entry-Count.
       MOVE WK-Entry-Date TO ET-Entry-Date (WS-Entry-Count).
       MOVE WK-Entry-Type TO ET-Entry-Type (WS-Entry-Count).
       MOVE WK-Course     TO ET-Course (WS-Entry-Count).
       MOVE WK-Term       TO ET-Term (WS-Entry-Count).
       MOVE WK-Amount     TO ET-Amount (WS-Entry-Count).
       MOVE WK-Reference  TO ET-Reference (WS-Entry-Count).
       ADD WK-Amount TO WS-Balance.

       3300-FOLD-OLDEST-ENTRY.
       ADD ET-Amount (1) TO WS-Brought-Fwd.
       PERFORM 3310-SHIFT-ENTRY
           VARYING WS-Entry-Idx FROM 2 BY 1
           UNTIL WS-Entry-Idx > WS-Entry-Count.
       SUBTRACT 1 FROM WS-Entry-Count.

       3310-SHIFT-ENTRY.
       MOVE WS-Entry (WS-Entry-Idx) TO WS-Entry (WS-Entry-Idx - 1).

       4000-END-STUDENT.
       IF One-Student OR WS-Balance NOT = ZERO
           PERFORM 4100-PRINT-HEADER
           MOVE WS-Brought-Fwd TO BFL-Balance
           WRITE StmtRptLine FROM WS-Brought-Fwd-Line
           MOVE WS-Brought-Fwd TO WS-Balance
           PERFORM 4200-PRINT-ENTRY
               VARYING WS-Entry-Idx FROM 1 BY 1
               UNTIL WS-Entry-Idx > WS-Entry-Count
           MOVE WS-Balance TO DUL-Balance
           WRITE StmtRptLine FROM WS-Due-Line
       END-IF.

       4100-PRINT-HEADER.
       ADD 1 TO WS-Stmt-Count.
       MOVE WS-Run-Date TO HL-Run-Date.
       WRITE StmtRptLine FROM WS-Separator-Line.
       WRITE StmtRptLine FROM WS-Heading-Line-1.
       MOVE WS-Prev-StudId TO SL-StudId ST-StudId SS-StudId.
       READ StudentFile
           INVALID KEY
               MOVE "(NOT ON" TO SL-Surname
               MOVE SPACES    TO SL-Initials
               MOVE "FILE"    TO SL-Course
           NOT INVALID KEY
               MOVE ST-Surname  TO SL-Surname
               MOVE ST-Initials TO SL-Initials
               MOVE ST-Course   TO SL-Course
       END-READ.
       READ StudStatFile
           INVALID KEY
               MOVE "NOT TRACKED" TO SL-Status
           NOT INVALID KEY PERFORM 4110-STATUS-TEXT
       END-READ.
       WRITE StmtRptLine FROM WS-Student-Line.
       WRITE StmtRptLine FROM WS-Heading-Line-2.

       4110-STATUS-TEXT.
       MOVE SPACES TO SL-Status.
       EVALUATE TRUE
           WHEN SS-Status-Active
               MOVE "ACTIVE" TO SL-Status
           WHEN SS-Status-Graduated
               STRING "GRADUATED " SS-Status-Eff-Date
                   DELIMITED BY SIZE INTO SL-Status
           WHEN SS-Status-Withdrawn
               STRING "WITHDRAWN " SS-Status-Eff-Date
                   DELIMITED BY SIZE INTO SL-Status
           WHEN OTHER
               STRING "CODE " SS-Status
                   DELIMITED BY SIZE INTO SL-Status
       END-EVALUATE.

       4200-PRINT-ENTRY.
       ADD ET-Amount (WS-Entry-Idx) TO WS-Balance.
       MOVE SPACES TO DL-Details.
       MOVE ZERO   TO DL-Debit DL-Credit.
       IF ET-Is-Charge (WS-Entry-Idx)
           STRING "FEES " ET-Course (WS-Entry-Idx) " TERM "
               ET-Term (WS-Entry-Idx)
               DELIMITED BY SIZE INTO DL-Details
       ELSE
           STRING "PAYMENT - RECEIPT " ET-Reference (WS-Entry-Idx)
               DELIMITED BY SIZE INTO DL-Details
       END-IF.
       IF ET-Amount (WS-Entry-Idx) < ZERO
           COMPUTE WS-Credit-Amount = ZERO - ET-Amount (WS-Entry-Idx)
           MOVE WS-Credit-Amount TO DL-Credit
       ELSE
           MOVE ET-Amount (WS-Entry-Idx) TO DL-Debit
       END-IF.
       MOVE ET-Entry-Date (WS-Entry-Idx) TO DL-Entry-Date.
       MOVE WS-Balance TO DL-Balance.
       WRITE StmtRptLine FROM WS-Detail-Line.
