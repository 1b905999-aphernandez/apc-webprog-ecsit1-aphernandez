       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FeeArrears.
       AUTHOR.  Michael Coughlan.

      * Outstanding fee balances by course for the student office,
      * off the fee ledger FEELEDG.DAT (FEEARRS.PRT). A student's
      * payments are taken off their oldest charges first, so what is
      * left outstanding is their newest charges, and each is listed
      * under the course it was charged for with the term and the
      * date it was billed - a student owing for two courses appears
      * under both. Each course has a subtotal and the report a grand
      * total. Students withdrawn on STUDSTAT.DAT (SS-Status "W") are
      * flagged on their lines and their debt totalled separately, so
      * it is chased or written off rather than carried along with
      * everyone else's. Students in credit are counted at the end.
      * The ledger is sorted by student to settle payments, and the
      * outstanding charges then sorted by course to print.

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

       SELECT OutstandFile ASSIGN TO "ARRSOUTS.TMP"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ArrsRptFile ASSIGN TO "FEEARRS.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WorkFile ASSIGN TO "ARRSSORT.TMP".

       SELECT CourseWorkFile ASSIGN TO "ARRSCRS.TMP".

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

       FD OutstandFile.
       01 OutstandRec.
        02 OS-Course        PIC X(4).
        02 OS-StudId        PIC 9(7).
        02 OS-Term          PIC X(6).
        02 OS-Bill-Date     PIC 9(8).
        02 OS-Amount        PIC 9(7)V99.

       FD ArrsRptFile.
       01 ArrsRptLine       PIC X(80).

       SD WorkFile.
       COPY FEELEDG REPLACING ==:REC-NAME:== BY ==WorkRec==
                              ==:PFX:==      BY ==WK-==.

       SD CourseWorkFile.
       01 CourseWorkRec.
        02 CW-Course        PIC X(4).
        02 CW-StudId        PIC 9(7).
        02 CW-Term          PIC X(6).
        02 CW-Bill-Date     PIC 9(8).
        02 CW-Amount        PIC 9(7)V99.

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
           02 WS-Course-Work-EOF PIC X(1) VALUE "N".
             88 Course-Work-EOF VALUE "Y".
           02 WS-First-Stud     PIC X(1) VALUE "Y".
             88 First-Stud      VALUE "Y".
           02 WS-First-Course   PIC X(1) VALUE "Y".
             88 First-Course    VALUE "Y".
           02 WS-Withdrawn      PIC X(1) VALUE "N".
             88 Is-Withdrawn    VALUE "Y".
           02 WS-Charges-Combined PIC X(1) VALUE "N".
             88 Charges-Combined VALUE "Y".

       01  WS-Run-Date          PIC 9(8).

      * The student's charges, oldest first, as they come off the
      * sort. Charges beyond the table's size are added into the last
      * slot under its course.
       01  WS-Charge-Table.
           02 WS-Charge-Count   PIC 9(3) COMP VALUE ZERO.
           02 WS-Charge OCCURS 200 TIMES.
              03 CT-Course      PIC X(4).
              03 CT-Term        PIC X(6).
              03 CT-Bill-Date   PIC 9(8).
              03 CT-Amount      PIC S9(9)V99.
       01  WS-Charge-Idx        PIC 9(3) COMP.

       01  WS-Prev-StudId       PIC 9(7).
       01  WS-Credits-Left      PIC S9(9)V99.
       01  WS-Prev-Course       PIC X(4).

       01  WS-Course-Totals.
           02 WS-Course-Lines   PIC 9(5).
           02 WS-Course-Amount  PIC 9(9)V99.
           02 WS-Course-Wdn-Amt PIC 9(9)V99.

       01  WS-Counters.
           02 WS-Line-Count     PIC 9(5) VALUE ZERO.
           02 WS-Credit-Studs   PIC 9(5) VALUE ZERO.
           02 WS-Overflow-Count PIC 9(5) VALUE ZERO.
       01  WS-Total-Amount      PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Wdn-Amount  PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Credit      PIC 9(9)V99 VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(36)
              VALUE "OUTSTANDING FEES BY COURSE AS AT ".
           02 HL-Run-Date       PIC 9(8).
           02 FILLER            PIC X(36) VALUE SPACES.

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(36)
              VALUE "COURSE STUDID  NAME         TERM    ".
           02 FILLER            PIC X(44)
              VALUE "BILLED   OUTSTANDING  FLAG".

       01  WS-Detail-Line.
           02 DL-Course         PIC X(4).
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 DL-StudId         PIC 9(7).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Surname        PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Initials       PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Term           PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Bill-Date      PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Amount         PIC ZZZZZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Flag           PIC X(22).

       01  WS-Course-Total-Line.
           02 FILLER            PIC X(13) VALUE "COURSE TOTAL ".
           02 CTL-Course        PIC X(4).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 CTL-Lines         PIC ZZZZ9.
           02 FILLER            PIC X(10) VALUE " CHARGE(S)".
           02 FILLER            PIC X(10) VALUE SPACES.
           02 CTL-Amount        PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X(11) VALUE "  WITHDRAWN".
           02 CTL-Wdn-Amount    PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.

       01  WS-Total-Line.
           02 FILLER            PIC X(43)
              VALUE "TOTAL OUTSTANDING".
           02 TL-Amount         PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X(11) VALUE "  WITHDRAWN".
           02 TL-Wdn-Amount     PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.

       01  WS-Credit-Line.
           02 FILLER            PIC X(22)
              VALUE "STUDENTS IN CREDIT   ".
           02 CRL-Count         PIC ZZZZ9.
           02 FILLER            PIC X(16)
              VALUE "   TOTAL CREDIT ".
           02 CRL-Amount        PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X(25) VALUE SPACES.

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO FEES OUTSTANDING)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       OPEN INPUT StudentFile.
       IF NOT Student-Status-OK
           DISPLAY "FEEARREARS - COULD NOT OPEN STUDENTS.DAT - "
               "STATUS " WS-Student-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT StudStatFile.
       IF NOT Stud-Stat-Status-OK
           DISPLAY "FEEARREARS - COULD NOT OPEN STUDSTAT.DAT - "
               "STATUS " WS-Stud-Stat-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT OutstandFile.
       SORT WorkFile ON ASCENDING KEY WK-StudId WK-Entry-Date
           INPUT PROCEDURE IS 1000-LOAD-LEDGER
           OUTPUT PROCEDURE IS 3000-SETTLE-STUDENTS.
       CLOSE OutstandFile.
       OPEN OUTPUT ArrsRptFile.
       MOVE WS-Run-Date TO HL-Run-Date.
       WRITE ArrsRptLine FROM WS-Heading-Line-1.
       WRITE ArrsRptLine FROM WS-Heading-Line-2.
       SORT CourseWorkFile ON ASCENDING KEY CW-Course CW-StudId
                                            CW-Term
           USING OutstandFile
           OUTPUT PROCEDURE IS 5000-PRINT-BY-COURSE.
       IF WS-Line-Count = ZERO
           WRITE ArrsRptLine FROM WS-None-Line
       END-IF.
       MOVE WS-Total-Amount     TO TL-Amount.
       MOVE WS-Total-Wdn-Amount TO TL-Wdn-Amount.
       WRITE ArrsRptLine FROM WS-Total-Line.
       MOVE WS-Credit-Studs TO CRL-Count.
       MOVE WS-Total-Credit TO CRL-Amount.
       WRITE ArrsRptLine FROM WS-Credit-Line.
       CLOSE StudentFile
             StudStatFile
             ArrsRptFile.
       IF WS-Overflow-Count > ZERO
           DISPLAY "FEEARREARS - " WS-Overflow-Count
               " STUDENT(S) WITH MORE THAN 200 CHARGES - NEWEST "
               "COMBINED"
       END-IF.
       DISPLAY "FEEARREARS - " WS-Line-Count
           " OUTSTANDING CHARGE(S) LISTED ON FEEARRS.PRT".
       STOP RUN.

      * No ledger yet means nothing has been billed - the report
      * still prints, saying so.
       1000-LOAD-LEDGER.
       OPEN INPUT FeeLedgFile.
       IF Fee-Ledg-Not-Found
           DISPLAY "FEEARREARS - NO FEELEDG.DAT ON FILE YET"
       ELSE
           IF NOT Fee-Ledg-Status-OK
               DISPLAY "FEEARREARS - COULD NOT OPEN FEELEDG.DAT - "
                   "STATUS " WS-Fee-Ledg-Status
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 1100-READ-LEDGER
               PERFORM UNTIL Fee-Ledg-EOF
                   RELEASE WorkRec FROM FeeLedgRec
                   PERFORM 1100-READ-LEDGER
               END-PERFORM
               CLOSE FeeLedgFile
           END-IF
       END-IF.

       1100-READ-LEDGER.
       READ FeeLedgFile
           AT END SET Fee-Ledg-EOF TO TRUE
       END-READ.

       3000-SETTLE-STUDENTS.
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
           PERFORM 3200-APPLY-ENTRY
           RETURN WorkFile
               AT END SET Work-EOF TO TRUE
           END-RETURN
       END-PERFORM.
       IF NOT First-Stud
           PERFORM 4000-END-STUDENT
       END-IF.

       3100-START-STUDENT.
       MOVE WK-StudId TO WS-Prev-StudId.
       MOVE ZERO TO WS-Charge-Count WS-Credits-Left.
       MOVE "N" TO WS-Charges-Combined.

       3200-APPLY-ENTRY.
       IF WK-Amount < ZERO
           SUBTRACT WK-Amount FROM WS-Credits-Left
       ELSE
           IF WS-Charge-Count < 200
               ADD 1 TO WS-Charge-Count
               MOVE WK-Course     TO CT-Course (WS-Charge-Count)
               MOVE WK-Term       TO CT-Term (WS-Charge-Count)
               MOVE WK-Entry-Date TO CT-Bill-Date (WS-Charge-Count)
               MOVE WK-Amount     TO CT-Amount (WS-Charge-Count)
           ELSE
               SET Charges-Combined TO TRUE
               ADD WK-Amount TO CT-Amount (200)
           END-IF
       END-IF.

       4000-END-STUDENT.
       IF Charges-Combined
           ADD 1 TO WS-Overflow-Count
       END-IF.
       PERFORM 4100-ALLOCATE-CREDITS
           VARYING WS-Charge-Idx FROM 1 BY 1
           UNTIL WS-Charge-Idx > WS-Charge-Count.
       IF WS-Credits-Left > ZERO
           ADD 1 TO WS-Credit-Studs
           ADD WS-Credits-Left TO WS-Total-Credit
       END-IF.
       PERFORM 4200-WRITE-OUTSTANDING
           VARYING WS-Charge-Idx FROM 1 BY 1
           UNTIL WS-Charge-Idx > WS-Charge-Count.

      * Payments settle the oldest charges first.
       4100-ALLOCATE-CREDITS.
       IF WS-Credits-Left > ZERO
           IF CT-Amount (WS-Charge-Idx) NOT > WS-Credits-Left
               SUBTRACT CT-Amount (WS-Charge-Idx) FROM WS-Credits-Left
               MOVE ZERO TO CT-Amount (WS-Charge-Idx)
           ELSE
               SUBTRACT WS-Credits-Left FROM CT-Amount (WS-Charge-Idx)
               MOVE ZERO TO WS-Credits-Left
           END-IF
       END-IF.

       4200-WRITE-OUTSTANDING.
       IF CT-Amount (WS-Charge-Idx) > ZERO
           MOVE CT-Course (WS-Charge-Idx)    TO OS-Course
           MOVE WS-Prev-StudId               TO OS-StudId
           MOVE CT-Term (WS-Charge-Idx)      TO OS-Term
           MOVE CT-Bill-Date (WS-Charge-Idx) TO OS-Bill-Date
           MOVE CT-Amount (WS-Charge-Idx)    TO OS-Amount
           WRITE OutstandRec
       END-IF.

       5000-PRINT-BY-COURSE.
       RETURN CourseWorkFile
           AT END SET Course-Work-EOF TO TRUE
       END-RETURN.
       PERFORM UNTIL Course-Work-EOF
           IF First-Course
               MOVE "N" TO WS-First-Course
               PERFORM 5100-START-COURSE
           ELSE
               IF CW-Course NOT = WS-Prev-Course
                   PERFORM 6000-PRINT-COURSE-TOTAL
                   PERFORM 5100-START-COURSE
               END-IF
           END-IF
           PERFORM 5200-PRINT-CHARGE
           RETURN CourseWorkFile
               AT END SET Course-Work-EOF TO TRUE
           END-RETURN
       END-PERFORM.
       IF NOT First-Course
           PERFORM 6000-PRINT-COURSE-TOTAL
       END-IF.

       5100-START-COURSE.
       MOVE CW-Course TO WS-Prev-Course.
       MOVE ZERO TO WS-Course-Lines WS-Course-Amount
                    WS-Course-Wdn-Amt.

       5200-PRINT-CHARGE.
       ADD 1 TO WS-Line-Count WS-Course-Lines.
       MOVE CW-StudId TO ST-StudId SS-StudId DL-StudId.
       READ StudentFile
           INVALID KEY
               MOVE "(NOT ON" TO DL-Surname
               MOVE SPACES    TO DL-Initials
           NOT INVALID KEY
               MOVE ST-Surname  TO DL-Surname
               MOVE ST-Initials TO DL-Initials
       END-READ.
       MOVE "N" TO WS-Withdrawn.
       MOVE SPACES TO DL-Flag.
       READ StudStatFile
           INVALID KEY
               MOVE "STATUS NOT TRACKED" TO DL-Flag
           NOT INVALID KEY
               IF SS-Status-Withdrawn
                   SET Is-Withdrawn TO TRUE
                   STRING "** WITHDRAWN " SS-Status-Eff-Date
                       DELIMITED BY SIZE INTO DL-Flag
               END-IF
               IF SS-Status-Graduated
                   STRING "GRADUATED " SS-Status-Eff-Date
                       DELIMITED BY SIZE INTO DL-Flag
               END-IF
       END-READ.
       MOVE CW-Course    TO DL-Course.
       MOVE CW-Term      TO DL-Term.
       MOVE CW-Bill-Date TO DL-Bill-Date.
       MOVE CW-Amount    TO DL-Amount.
       WRITE ArrsRptLine FROM WS-Detail-Line.
       ADD CW-Amount TO WS-Course-Amount WS-Total-Amount.
       IF Is-Withdrawn
           ADD CW-Amount TO WS-Course-Wdn-Amt WS-Total-Wdn-Amount
       END-IF.

       6000-PRINT-COURSE-TOTAL.
       MOVE WS-Prev-Course    TO CTL-Course.
       MOVE WS-Course-Lines   TO CTL-Lines.
       MOVE WS-Course-Amount  TO CTL-Amount.
       MOVE WS-Course-Wdn-Amt TO CTL-Wdn-Amount.
       WRITE ArrsRptLine FROM WS-Course-Total-Line.
