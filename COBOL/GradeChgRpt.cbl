       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GradeChgRpt.
       AUTHOR.  Michael Coughlan.

      * Grade-change report for the exams board (GRADECHG.PRT) - every
      * change logged on GRADECHG.DAT by GradeChg within the period,
      * in term, course and student order, showing the grade before
      * and after, the reason code, the date and who authorised it,
      * with totals by reason and a count of grades raised and
      * lowered. The period is supplied as a single command-line
      * parameter on the MaleSort model -
      *    MONTH:YYYYMM                  one calendar month
      *    PERIOD:YYYYMMDD:YYYYMMDD      any date range, inclusive
      * With no parameter the current month to date is reported.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GradeChgFile ASSIGN TO "GRADECHG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Grade-Chg-Status.

       SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS ST-StudId
	     FILE STATUS IS WS-Student-Status.

       SELECT ChgRptFile ASSIGN TO "GRADECHG.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WorkFile ASSIGN TO "GRADECHG.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD GradeChgFile.
       COPY GRADECHG REPLACING ==:REC-NAME:== BY ==GradeChgRec==
                               ==:PFX:==      BY ==GC-==.

       FD StudentFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==StudentRec==
                              ==:PFX:==      BY ==ST-==.

       FD ChgRptFile.
       01 ChgRptLine        PIC X(80).

       SD WorkFile.
       COPY GRADECHG REPLACING ==:REC-NAME:== BY ==WorkRec==
                               ==:PFX:==      BY ==WK-==.

       WORKING-STORAGE SECTION.

       01  WS-Grade-Chg-Status       PIC X(2).
         88 Grade-Chg-Status-OK      VALUE "00".
         88 Grade-Chg-Not-Found      VALUE "35".

       01  WS-Student-Status         PIC X(2).
         88 Student-Status-OK        VALUE "00".

       01  WS-Switches.
           02 WS-Grade-Chg-EOF  PIC X(1) VALUE "N".
             88 Grade-Chg-EOF   VALUE "Y".
           02 WS-Work-EOF       PIC X(1) VALUE "N".
             88 Work-EOF        VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).
       01  WS-Filter-Value-2    PIC X(20).

       01  WS-Run-Date.
           02 WS-Run-YYYY       PIC 9(4).
           02 WS-Run-MM         PIC 9(2).
           02 WS-Run-DD         PIC 9(2).
       01  WS-Run-Date-Num REDEFINES WS-Run-Date PIC 9(8).

       01  WS-Period-From.
           02 WS-From-YYYYMM    PIC 9(6).
           02 WS-From-DD        PIC 9(2).
       01  WS-Period-From-Num REDEFINES WS-Period-From PIC 9(8).
       01  WS-Period-To.
           02 WS-To-YYYYMM      PIC 9(6).
           02 WS-To-DD          PIC 9(2).
       01  WS-Period-To-Num REDEFINES WS-Period-To PIC 9(8).

       01  WS-Counters.
           02 WS-Change-Count   PIC 9(5) VALUE ZERO.
           02 WS-Marking-Count  PIC 9(5) VALUE ZERO.
           02 WS-Clerical-Count PIC 9(5) VALUE ZERO.
           02 WS-Appeal-Count   PIC 9(5) VALUE ZERO.
           02 WS-Extenuate-Count PIC 9(5) VALUE ZERO.
           02 WS-Raised-Count   PIC 9(5) VALUE ZERO.
           02 WS-Lowered-Count  PIC 9(5) VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(36)
              VALUE "GRADE CHANGES FOR THE EXAMS BOARD - ".
           02 HL-From           PIC 9(8).
           02 FILLER            PIC X(4)  VALUE " TO ".
           02 HL-To             PIC 9(8).
           02 FILLER            PIC X(24) VALUE SPACES.

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(35)
              VALUE "TERM    CRSE  STUDID  NAME".
           02 FILLER            PIC X(45)
              VALUE "GRADE   RSN DATE      AUTHORISED BY".

       01  WS-Blank-Line             PIC X(80) VALUE SPACES.

       01  WS-Detail-Line.
           02 DL-Term           PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Course         PIC X(4).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-StudId         PIC 9(7).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Surname        PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Initials       PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Old-Grade      PIC X(1).
           02 FILLER            PIC X(4)  VALUE " -> ".
           02 DL-New-Grade      PIC X(1).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Reason         PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Change-Date    PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Authoriser     PIC X(20).
           02 FILLER            PIC X(3)  VALUE SPACES.

       01  WS-Summary-Line.
           02 SL-Label          PIC X(40).
           02 SL-Count          PIC ZZZZ9.
           02 FILLER            PIC X(35) VALUE SPACES.

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO GRADE CHANGES IN THE PERIOD)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0100-GET-PERIOD.
       OPEN INPUT StudentFile.
       IF NOT Student-Status-OK
           DISPLAY "GRADECHGRPT - COULD NOT OPEN STUDENTS.DAT - "
               "STATUS " WS-Student-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT ChgRptFile.
       MOVE WS-Period-From-Num TO HL-From.
       MOVE WS-Period-To-Num   TO HL-To.
       WRITE ChgRptLine FROM WS-Heading-Line-1.
       WRITE ChgRptLine FROM WS-Heading-Line-2.
       SORT WorkFile ON ASCENDING KEY WK-Term WK-Course WK-StudId
                                      WK-Change-Date
           INPUT PROCEDURE IS 1000-SELECT-CHANGES
           OUTPUT PROCEDURE IS 3000-PRINT-CHANGES.
       IF WS-Change-Count = ZERO
           WRITE ChgRptLine FROM WS-None-Line
       END-IF.
       PERFORM 4000-PRINT-TOTALS.
       CLOSE StudentFile
             ChgRptFile.
       DISPLAY "GRADECHGRPT - " WS-Change-Count
           " GRADE CHANGE(S) LISTED ON GRADECHG.PRT".
       STOP RUN.

       0100-GET-PERIOD.
       ACCEPT WS-Param-Line FROM COMMAND-LINE.
       UNSTRING WS-Param-Line DELIMITED BY ":"
           INTO WS-Filter-Type WS-Filter-Value-1 WS-Filter-Value-2.
       EVALUATE WS-Filter-Type
           WHEN "MONTH"
               MOVE WS-Filter-Value-1 (1:6) TO WS-From-YYYYMM
                                               WS-To-YYYYMM
               MOVE 01 TO WS-From-DD
               MOVE 31 TO WS-To-DD
           WHEN "PERIOD"
               MOVE WS-Filter-Value-1 (1:8) TO WS-Period-From-Num
               MOVE WS-Filter-Value-2 (1:8) TO WS-Period-To-Num
           WHEN OTHER
               MOVE WS-Run-Date-Num (1:6) TO WS-From-YYYYMM
               MOVE 01 TO WS-From-DD
               MOVE WS-Run-Date-Num TO WS-Period-To-Num
       END-EVALUATE.

      * No log yet means no grade has ever been changed - the report
      * still prints, saying so.
       1000-SELECT-CHANGES.
       OPEN INPUT GradeChgFile.
       IF Grade-Chg-Not-Found
           DISPLAY "GRADECHGRPT - NO GRADECHG.DAT ON FILE YET"
       ELSE
           IF NOT Grade-Chg-Status-OK
               DISPLAY "GRADECHGRPT - COULD NOT OPEN GRADECHG.DAT - "
                   "STATUS " WS-Grade-Chg-Status
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 1100-READ-GRADE-CHG
               PERFORM UNTIL Grade-Chg-EOF
                   IF GC-Change-Date NOT < WS-Period-From-Num AND
                      GC-Change-Date NOT > WS-Period-To-Num
                       RELEASE WorkRec FROM GradeChgRec
                   END-IF
                   PERFORM 1100-READ-GRADE-CHG
               END-PERFORM
               CLOSE GradeChgFile
           END-IF
       END-IF.

       1100-READ-GRADE-CHG.
       READ GradeChgFile
           AT END SET Grade-Chg-EOF TO TRUE
       END-READ.

       3000-PRINT-CHANGES.
       RETURN WorkFile
           AT END SET Work-EOF TO TRUE
       END-RETURN.
       PERFORM UNTIL Work-EOF
           PERFORM 3100-PRINT-ONE-CHANGE
           RETURN WorkFile
               AT END SET Work-EOF TO TRUE
           END-RETURN
       END-PERFORM.

      * Grades run A (best) to F, so a new grade earlier in the
      * alphabet than the old one is a raise.
       3100-PRINT-ONE-CHANGE.
       ADD 1 TO WS-Change-Count.
       MOVE WK-StudId TO ST-StudId.
       READ StudentFile
           INVALID KEY
               MOVE "(NOT ON" TO DL-Surname
               MOVE SPACES    TO DL-Initials
           NOT INVALID KEY
               MOVE ST-Surname  TO DL-Surname
               MOVE ST-Initials TO DL-Initials
       END-READ.
       MOVE WK-Term        TO DL-Term.
       MOVE WK-Course      TO DL-Course.
       MOVE WK-StudId      TO DL-StudId.
       MOVE WK-Old-Grade   TO DL-Old-Grade.
       MOVE WK-New-Grade   TO DL-New-Grade.
       MOVE WK-Reason      TO DL-Reason.
       MOVE WK-Change-Date TO DL-Change-Date.
       MOVE WK-Authoriser  TO DL-Authoriser.
       WRITE ChgRptLine FROM WS-Detail-Line.
       EVALUATE TRUE
           WHEN WK-Reason-Marking   ADD 1 TO WS-Marking-Count
           WHEN WK-Reason-Clerical  ADD 1 TO WS-Clerical-Count
           WHEN WK-Reason-Appeal    ADD 1 TO WS-Appeal-Count
           WHEN WK-Reason-Extenuate ADD 1 TO WS-Extenuate-Count
       END-EVALUATE.
       IF WK-New-Grade < WK-Old-Grade
           ADD 1 TO WS-Raised-Count
       ELSE
           ADD 1 TO WS-Lowered-Count
       END-IF.

       4000-PRINT-TOTALS.
       WRITE ChgRptLine FROM WS-Blank-Line.
       MOVE "GRADE CHANGES IN PERIOD" TO SL-Label.
       MOVE WS-Change-Count TO SL-Count.
       WRITE ChgRptLine FROM WS-Summary-Line.
       MOVE "  ME MARKING ERROR" TO SL-Label.
       MOVE WS-Marking-Count TO SL-Count.
       WRITE ChgRptLine FROM WS-Summary-Line.
       MOVE "  CL CLERICAL / KEYING ERROR" TO SL-Label.
       MOVE WS-Clerical-Count TO SL-Count.
       WRITE ChgRptLine FROM WS-Summary-Line.
       MOVE "  AP APPEAL UPHELD" TO SL-Label.
       MOVE WS-Appeal-Count TO SL-Count.
       WRITE ChgRptLine FROM WS-Summary-Line.
       MOVE "  EC EXTENUATING CIRCUMSTANCES" TO SL-Label.
       MOVE WS-Extenuate-Count TO SL-Count.
       WRITE ChgRptLine FROM WS-Summary-Line.
       MOVE "GRADES RAISED" TO SL-Label.
       MOVE WS-Raised-Count TO SL-Count.
       WRITE ChgRptLine FROM WS-Summary-Line.
       MOVE "GRADES LOWERED" TO SL-Label.
       MOVE WS-Lowered-Count TO SL-Count.
       WRITE ChgRptLine FROM WS-Summary-Line.
