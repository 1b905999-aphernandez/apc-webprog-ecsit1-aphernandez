       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AttendRpt.
       AUTHOR.  Michael Coughlan.

      * Weekly attendance report (ATTEND.PRT) from the marks keyed
      * through AttendEntry. For each student and course in the term
      * it gives the sessions marked, present, absent and excused
      * counts, the attendance percentage for the term to date, and
      * the sessions attended out of those marked in the seven days
      * to the run date. The percentage is present over sessions
      * marked, with excused absences left out of both. Anyone below
      * the minimum attendance level is flagged on the line and
      * listed again in an AT RISK section at the end with their
      * primary course from STUDENTS.DAT and their current status
      * from STUDSTAT.DAT, for the student office to follow up.
      * Parameters on the CourseCapRpt model -
      *    TERM:TTTTTT          that term, at the default minimum
      *    TERM:TTTTTT:NN       that term, minimum NN per cent
      * With no parameter the term on TERMCAL.DAT whose dates include
      * the run date is reported, at the default minimum of 75%.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AttendFile ASSIGN TO "ATTEND.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS AT-Key
	     FILE STATUS IS WS-Attend-Status.

       SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS TC-Term
	     FILE STATUS IS WS-Term-Cal-Status.

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

       SELECT AttendRptFile ASSIGN TO "ATTEND.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AttendFile.
       COPY ATTEND REPLACING ==:REC-NAME:== BY ==AttendRec==
                             ==:PFX:==      BY ==AT-==.

       FD TermCalFile.
       COPY TERMCAL REPLACING ==:REC-NAME:== BY ==TermCalRec==
                              ==:PFX:==      BY ==TC-==.

       FD StudentFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==StudentRec==
                              ==:PFX:==      BY ==ST-==.

       FD StudStatFile.
       COPY STUDSTAT REPLACING ==:REC-NAME:== BY ==StudStatRec==
                               ==:PFX:==      BY ==SS-==.

       FD AttendRptFile.
       01 AttendRptLine     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-Attend-Status          PIC X(2).
         88 Attend-Status-OK         VALUE "00".

       01  WS-Term-Cal-Status        PIC X(2).
         88 Term-Cal-Status-OK       VALUE "00".

       01  WS-Student-Status         PIC X(2).
         88 Student-Status-OK        VALUE "00".

       01  WS-Stud-Stat-Status       PIC X(2).
         88 Stud-Stat-Status-OK      VALUE "00".

       01  WS-Switches.
           02 WS-Attend-EOF     PIC X(1) VALUE "N".
             88 Attend-EOF      VALUE "Y".
           02 WS-Term-Cal-EOF   PIC X(1) VALUE "N".
             88 Term-Cal-EOF    VALUE "Y".
           02 WS-Term-Found     PIC X(1) VALUE "N".
             88 Term-Found      VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).
       01  WS-Filter-Value-2    PIC X(20).

       01  WS-Report-Term            PIC X(6) VALUE SPACES.
       01  WS-Min-Pct                PIC 9(3) VALUE 75.

       01  WS-Run-Date.
           02 WS-Run-YYYY       PIC 9(4).
           02 WS-Run-MM         PIC 9(2).
           02 WS-Run-DD         PIC 9(2).
       01  WS-Run-Date-Num REDEFINES WS-Run-Date PIC 9(8).

      * First day of the reporting week - six days before the run
      * date, worked back across a month or year end.
       01  WS-Week-Start.
           02 WS-Week-YYYY      PIC 9(4).
           02 WS-Week-MM        PIC 9(2).
           02 WS-Week-DD        PIC 9(2).
       01  WS-Week-Start-Num REDEFINES WS-Week-Start PIC 9(8).
       01  WS-Days-Back              PIC S9(3).
       01  WS-Leap-Quotient          PIC 9(4).
       01  WS-Leap-Remainder         PIC 9(2).

       01  WS-Days-In-Month-Values.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 28.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
       01  WS-Days-In-Month-Table REDEFINES WS-Days-In-Month-Values.
           02 WS-Days-In-Month  PIC 9(2) OCCURS 12 TIMES.

       01  WS-Prev-StudId            PIC 9(7).
       01  WS-Prev-Course            PIC X(4).

       01  WS-Tallies.
           02 WS-Sessions       PIC 9(3).
           02 WS-Present        PIC 9(3).
           02 WS-Absent         PIC 9(3).
           02 WS-Excused        PIC 9(3).
           02 WS-Week-Sessions  PIC 9(3).
           02 WS-Week-Present   PIC 9(3).
       01  WS-Counted-Sessions       PIC 9(3).
       01  WS-Pct                    PIC 9(3).

      * Students below the minimum, held for the AT RISK section.
       01  WS-Risk-Table.
           02 WS-Risk-Count     PIC 9(3) COMP VALUE ZERO.
           02 WS-Risk-Entry OCCURS 500 TIMES
                INDEXED BY WS-Risk-Idx.
              03 WS-Risk-StudId    PIC 9(7).
              03 WS-Risk-Surname   PIC X(8).
              03 WS-Risk-Initials  PIC X(2).
              03 WS-Risk-Course    PIC X(4).
              03 WS-Risk-Pct       PIC 9(3).

       01  WS-Counters.
           02 WS-Line-Count     PIC 9(5) VALUE ZERO.
           02 WS-At-Risk-Count  PIC 9(5) VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(20)
              VALUE "ATTENDANCE FOR TERM ".
           02 HL-Term           PIC X(6).
           02 FILLER            PIC X(4)  VALUE " TO ".
           02 HL-Run-Date       PIC 9(8).
           02 FILLER            PIC X(11) VALUE " - MINIMUM ".
           02 HL-Min-Pct        PIC ZZ9.
           02 FILLER            PIC X(1)  VALUE "%".
           02 FILLER            PIC X(27) VALUE SPACES.

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(36)
              VALUE "STUDID   NAME         CRSE  SES  PRS".
           02 FILLER            PIC X(44)
              VALUE "  ABS  EXC  PCT   THIS WEEK".

       01  WS-Blank-Line             PIC X(80) VALUE SPACES.

       01  WS-Detail-Line.
           02 DL-StudId         PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Surname        PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Initials       PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Course         PIC X(4).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Sessions       PIC ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Present        PIC ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Absent         PIC ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Excused        PIC ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Pct            PIC ZZ9.
           02 FILLER            PIC X(1)  VALUE "%".
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Week-Present   PIC ZZ9.
           02 FILLER            PIC X(4)  VALUE " OF ".
           02 DL-Week-Sessions  PIC ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Flag           PIC X(10).
           02 FILLER            PIC X(4)  VALUE SPACES.

       01  WS-Risk-Heading-1.
           02 FILLER            PIC X(80)
              VALUE "AT RISK - BELOW MINIMUM ATTENDANCE".

       01  WS-Risk-Heading-2.
           02 FILLER            PIC X(80)
              VALUE "STUDID   NAME         CRSE  PCT   PRIMARY  STATUS".

       01  WS-Risk-Line.
           02 RL-StudId         PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RL-Surname        PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 RL-Initials       PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RL-Course         PIC X(4).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RL-Pct            PIC ZZ9.
           02 FILLER            PIC X(1)  VALUE "%".
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RL-Primary        PIC X(4).
           02 FILLER            PIC X(5)  VALUE SPACES.
           02 RL-Status         PIC X(1).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 RL-Status-Text    PIC X(11).
           02 FILLER            PIC X(24) VALUE SPACES.

       01  WS-Summary-Line.
           02 SL-Label          PIC X(40).
           02 SL-Count          PIC ZZZZ9.
           02 FILLER            PIC X(35) VALUE SPACES.

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO ATTENDANCE KEYED FOR THE TERM)".

       01  WS-No-Risk-Line.
           02 FILLER            PIC X(80)
              VALUE "(NOBODY BELOW THE MINIMUM)".

       01  WS-Risk-Overflow-Line.
           02 FILLER            PIC X(3)  VALUE "** ".
           02 OL-Count          PIC ZZZZ9.
           02 FILLER            PIC X(50)
              VALUE " MORE BELOW THE MINIMUM - SEE THE DETAIL LINES".
           02 FILLER            PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0100-GET-SELECTION-CRITERIA.
       PERFORM 0200-FIND-TERM.
       PERFORM 0300-SET-WEEK-START.
       OPEN INPUT AttendFile.
       IF NOT Attend-Status-OK
           DISPLAY "ATTENDRPT - COULD NOT OPEN ATTEND.DAT - STATUS "
               WS-Attend-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT StudentFile.
       IF NOT Student-Status-OK
           DISPLAY "ATTENDRPT - COULD NOT OPEN STUDENTS.DAT - STATUS "
               WS-Student-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT StudStatFile.
       IF NOT Stud-Stat-Status-OK
           DISPLAY "ATTENDRPT - COULD NOT OPEN STUDSTAT.DAT - STATUS "
               WS-Stud-Stat-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT AttendRptFile.
       MOVE WS-Report-Term  TO HL-Term.
       MOVE WS-Run-Date-Num TO HL-Run-Date.
       MOVE WS-Min-Pct      TO HL-Min-Pct.
       WRITE AttendRptLine FROM WS-Heading-Line-1.
       WRITE AttendRptLine FROM WS-Heading-Line-2.
       PERFORM 1100-READ-TERM-MARK.
       PERFORM UNTIL Attend-EOF
           MOVE AT-StudId TO WS-Prev-StudId
           MOVE AT-Course TO WS-Prev-Course
           MOVE ZERO TO WS-Tallies
           PERFORM UNTIL Attend-EOF OR AT-StudId NOT = WS-Prev-StudId
                         OR AT-Course NOT = WS-Prev-Course
               PERFORM 1000-TALLY-MARK
               PERFORM 1100-READ-TERM-MARK
           END-PERFORM
           PERFORM 2000-PRINT-STUDENT-COURSE
       END-PERFORM.
       IF WS-Line-Count = ZERO
           WRITE AttendRptLine FROM WS-None-Line
       END-IF.
       PERFORM 3000-PRINT-AT-RISK.
       WRITE AttendRptLine FROM WS-Blank-Line.
       MOVE "STUDENT/COURSE LINES" TO SL-Label.
       MOVE WS-Line-Count TO SL-Count.
       WRITE AttendRptLine FROM WS-Summary-Line.
       MOVE "BELOW MINIMUM ATTENDANCE" TO SL-Label.
       MOVE WS-At-Risk-Count TO SL-Count.
       WRITE AttendRptLine FROM WS-Summary-Line.
       CLOSE AttendFile
             StudentFile
             StudStatFile
             AttendRptFile.
       DISPLAY "ATTENDRPT - " WS-At-Risk-Count
           " BELOW MINIMUM ATTENDANCE ON ATTEND.PRT".
       STOP RUN.

       0100-GET-SELECTION-CRITERIA.
       ACCEPT WS-Param-Line FROM COMMAND-LINE.
       UNSTRING WS-Param-Line DELIMITED BY ":"
           INTO WS-Filter-Type WS-Filter-Value-1 WS-Filter-Value-2.
       IF WS-Filter-Type = "TERM"
           MOVE WS-Filter-Value-1 TO WS-Report-Term
           IF WS-Filter-Value-2 (1:2) IS NUMERIC
               MOVE WS-Filter-Value-2 (1:2) TO WS-Min-Pct
           END-IF
       END-IF.

       0200-FIND-TERM.
       OPEN INPUT TermCalFile.
       IF NOT Term-Cal-Status-OK
           DISPLAY "ATTENDRPT - COULD NOT OPEN TERMCAL.DAT - STATUS "
               WS-Term-Cal-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0210-READ-TERM.
       PERFORM UNTIL Term-Cal-EOF OR Term-Found
           IF WS-Report-Term = SPACES
               IF TC-Start-Date NOT > WS-Run-Date-Num AND
                  TC-End-Date NOT < WS-Run-Date-Num
                   MOVE TC-Term TO WS-Report-Term
                   SET Term-Found TO TRUE
               END-IF
           ELSE
               IF TC-Term = WS-Report-Term
                   SET Term-Found TO TRUE
               END-IF
           END-IF
           IF NOT Term-Found
               PERFORM 0210-READ-TERM
           END-IF
       END-PERFORM.
       CLOSE TermCalFile.
       IF NOT Term-Found
           IF WS-Report-Term = SPACES
               DISPLAY "ATTENDRPT - NO TERM ON TERMCAL.DAT INCLUDES "
                   "TODAY - RUN WITH TERM:TTTTTT"
           ELSE
               DISPLAY "ATTENDRPT - TERM " WS-Report-Term
                   " IS NOT ON TERMCAL.DAT"
           END-IF
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.

       0210-READ-TERM.
       READ TermCalFile
           AT END SET Term-Cal-EOF TO TRUE
       END-READ.

       0300-SET-WEEK-START.
       MOVE WS-Run-Date TO WS-Week-Start.
       COMPUTE WS-Days-Back = WS-Week-DD - 6.
       IF WS-Days-Back > ZERO
           MOVE WS-Days-Back TO WS-Week-DD
       ELSE
           IF WS-Week-MM = 1
               MOVE 12 TO WS-Week-MM
               SUBTRACT 1 FROM WS-Week-YYYY
           ELSE
               SUBTRACT 1 FROM WS-Week-MM
           END-IF
           COMPUTE WS-Week-DD = WS-Days-In-Month (WS-Week-MM)
               + WS-Days-Back
           IF WS-Week-MM = 2
               DIVIDE WS-Week-YYYY BY 4 GIVING WS-Leap-Quotient
                   REMAINDER WS-Leap-Remainder
               IF WS-Leap-Remainder = ZERO
                   ADD 1 TO WS-Week-DD
               END-IF
           END-IF
       END-IF.

       1000-TALLY-MARK.
       ADD 1 TO WS-Sessions.
       EVALUATE TRUE
           WHEN AT-Present ADD 1 TO WS-Present
           WHEN AT-Absent  ADD 1 TO WS-Absent
           WHEN AT-Excused ADD 1 TO WS-Excused
       END-EVALUATE.
       IF AT-Session-Date NOT < WS-Week-Start-Num
          AND AT-Session-Date NOT > WS-Run-Date-Num
          AND NOT AT-Excused
           ADD 1 TO WS-Week-Sessions
           IF AT-Present
               ADD 1 TO WS-Week-Present
           END-IF
       END-IF.

      * Only the reporting term's marks are wanted from the file.
       1100-READ-TERM-MARK.
       READ AttendFile
           AT END SET Attend-EOF TO TRUE
       END-READ.
       PERFORM UNTIL Attend-EOF OR AT-Term = WS-Report-Term
           READ AttendFile
               AT END SET Attend-EOF TO TRUE
           END-READ
       END-PERFORM.

       2000-PRINT-STUDENT-COURSE.
       ADD 1 TO WS-Line-Count.
       COMPUTE WS-Counted-Sessions = WS-Sessions - WS-Excused.
       IF WS-Counted-Sessions = ZERO
           MOVE 100 TO WS-Pct
       ELSE
           COMPUTE WS-Pct ROUNDED =
               WS-Present * 100 / WS-Counted-Sessions
       END-IF.
       MOVE WS-Prev-StudId TO ST-StudId DL-StudId.
       READ StudentFile
           INVALID KEY
               MOVE "(NOT ON" TO ST-Surname
               MOVE SPACES    TO ST-Initials ST-Course
       END-READ.
       MOVE ST-Surname       TO DL-Surname.
       MOVE ST-Initials      TO DL-Initials.
       MOVE WS-Prev-Course   TO DL-Course.
       MOVE WS-Sessions      TO DL-Sessions.
       MOVE WS-Present       TO DL-Present.
       MOVE WS-Absent        TO DL-Absent.
       MOVE WS-Excused       TO DL-Excused.
       MOVE WS-Pct           TO DL-Pct.
       MOVE WS-Week-Present  TO DL-Week-Present.
       MOVE WS-Week-Sessions TO DL-Week-Sessions.
       MOVE SPACES TO DL-Flag.
       IF WS-Pct < WS-Min-Pct
           MOVE "** AT RISK" TO DL-Flag
           ADD 1 TO WS-At-Risk-Count
           IF WS-Risk-Count < 500
               ADD 1 TO WS-Risk-Count
               MOVE WS-Prev-StudId TO WS-Risk-StudId (WS-Risk-Count)
               MOVE ST-Surname     TO WS-Risk-Surname (WS-Risk-Count)
               MOVE ST-Initials    TO WS-Risk-Initials (WS-Risk-Count)
               MOVE WS-Prev-Course TO WS-Risk-Course (WS-Risk-Count)
               MOVE WS-Pct         TO WS-Risk-Pct (WS-Risk-Count)
           END-IF
       END-IF.
       WRITE AttendRptLine FROM WS-Detail-Line.

      * The section holds the first 500 students below the minimum;
      * any more are still flagged on their detail lines and counted
      * in the totals, and the section says how many it left out.
       3000-PRINT-AT-RISK.
       WRITE AttendRptLine FROM WS-Blank-Line.
       WRITE AttendRptLine FROM WS-Risk-Heading-1.
       WRITE AttendRptLine FROM WS-Risk-Heading-2.
       IF WS-Risk-Count = ZERO
           WRITE AttendRptLine FROM WS-No-Risk-Line
       ELSE
           PERFORM 3100-PRINT-RISK-LINE
               VARYING WS-Risk-Idx FROM 1 BY 1
               UNTIL WS-Risk-Idx > WS-Risk-Count
       END-IF.
       IF WS-At-Risk-Count > WS-Risk-Count
           SUBTRACT WS-Risk-Count FROM WS-At-Risk-Count
               GIVING OL-Count
           WRITE AttendRptLine FROM WS-Risk-Overflow-Line
           DISPLAY "ATTENDRPT - AT RISK SECTION FULL - " OL-Count
               " MORE FLAGGED ON THE DETAIL LINES ONLY"
           MOVE 2 TO RETURN-CODE
       END-IF.

       3100-PRINT-RISK-LINE.
       MOVE WS-Risk-StudId (WS-Risk-Idx)   TO RL-StudId ST-StudId
                                              SS-StudId.
       MOVE WS-Risk-Surname (WS-Risk-Idx)  TO RL-Surname.
       MOVE WS-Risk-Initials (WS-Risk-Idx) TO RL-Initials.
       MOVE WS-Risk-Course (WS-Risk-Idx)   TO RL-Course.
       MOVE WS-Risk-Pct (WS-Risk-Idx)      TO RL-Pct.
       READ StudentFile
           INVALID KEY MOVE SPACES TO RL-Primary
           NOT INVALID KEY MOVE ST-Course TO RL-Primary
       END-READ.
       READ StudStatFile
           INVALID KEY
               MOVE SPACE TO RL-Status
               MOVE "NOT TRACKED" TO RL-Status-Text
           NOT INVALID KEY
               MOVE SS-Status TO RL-Status
               EVALUATE TRUE
                   WHEN SS-Status-Active
                       MOVE "ACTIVE" TO RL-Status-Text
                   WHEN SS-Status-Graduated
                       MOVE "GRADUATED" TO RL-Status-Text
                   WHEN SS-Status-Withdrawn
                       MOVE "WITHDRAWN" TO RL-Status-Text
                   WHEN OTHER
                       MOVE SPACES TO RL-Status-Text
               END-EVALUATE
       END-READ.
       WRITE AttendRptLine FROM WS-Risk-Line.
