       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TimetRpt.
       AUTHOR.  Michael Coughlan.

      * Printed timetable for each course (TIMETBL.PRT) - TIMETBL.DAT
      * is read in key order, which is already course, term, day and
      * start time, so each course gets a heading with its title from
      * COURSEMST.DAT, each term a sub-heading, and each weekly slot a
      * line giving the day, the times and the room. With a
      * command-line parameter of the form TERM:TTTTTT only that
      * term's slots are printed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TimetFile ASSIGN TO "TIMETBL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS TT-Key
	     FILE STATUS IS WS-Timet-Status.

       SELECT CourseMstFile ASSIGN TO "COURSEMST.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS CM-Course
	     FILE STATUS IS WS-Course-Mst-Status.

       SELECT TimetRptFile ASSIGN TO "TIMETBL.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TimetFile.
       COPY TIMETBL REPLACING ==:REC-NAME:== BY ==TimetRec==
                              ==:PFX:==      BY ==TT-==.

       FD CourseMstFile.
       COPY COURSEMST REPLACING ==:REC-NAME:== BY ==CourseMstRec==
                                ==:PFX:==      BY ==CM-==.

       FD TimetRptFile.
       01 TimetRptLine      PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-Timet-Status           PIC X(2).
         88 Timet-Status-OK          VALUE "00".

       01  WS-Course-Mst-Status      PIC X(2).
         88 Course-Mst-Status-OK     VALUE "00".

       01  WS-Switches.
           02 WS-Timet-EOF      PIC X(1) VALUE "N".
             88 Timet-EOF       VALUE "Y".
           02 WS-First-Slot     PIC X(1) VALUE "Y".
             88 First-Slot      VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).
       01  WS-Filter-Term       PIC X(6) VALUE SPACES.

       01  WS-Prev-Course            PIC X(4).
       01  WS-Prev-Term              PIC X(6).

       01  WS-Day-Name-Values        PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-Day-Name-Table REDEFINES WS-Day-Name-Values.
           02 WS-Day-Name       PIC X(3) OCCURS 7 TIMES.

       01  WS-Counters.
           02 WS-Course-Count   PIC 9(5) VALUE ZERO.
           02 WS-Printed-Count  PIC 9(5) VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(17)
              VALUE "COURSE TIMETABLES".
           02 HL-Term-Text      PIC X(63) VALUE " - ALL TERMS".

       01  WS-Blank-Line             PIC X(80) VALUE SPACES.

       01  WS-Course-Line.
           02 FILLER            PIC X(7)  VALUE "COURSE ".
           02 CL-Course         PIC X(4).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 CL-Title          PIC X(30).
           02 FILLER            PIC X(37) VALUE SPACES.

       01  WS-Term-Line.
           02 FILLER            PIC X(7)  VALUE "  TERM ".
           02 TL-Term           PIC X(6).
           02 FILLER            PIC X(67) VALUE SPACES.

       01  WS-Detail-Line.
           02 FILLER            PIC X(4)  VALUE SPACES.
           02 DL-Day            PIC X(3).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Start          PIC 9(4).
           02 FILLER            PIC X(1)  VALUE "-".
           02 DL-End            PIC 9(4).
           02 FILLER            PIC X(7)  VALUE "  ROOM ".
           02 DL-Room           PIC X(6).
           02 FILLER            PIC X(49) VALUE SPACES.

       01  WS-Summary-Line.
           02 SL-Label          PIC X(40).
           02 SL-Count          PIC ZZZZ9.
           02 FILLER            PIC X(35) VALUE SPACES.

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO TIMETABLE SLOTS ON FILE)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       PERFORM 0100-GET-SELECTION-CRITERIA.
       OPEN INPUT TimetFile.
       IF NOT Timet-Status-OK
           DISPLAY "TIMETRPT - COULD NOT OPEN TIMETBL.DAT - STATUS "
               WS-Timet-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT CourseMstFile.
       IF NOT Course-Mst-Status-OK
           DISPLAY "TIMETRPT - COULD NOT OPEN COURSEMST.DAT - STATUS "
               WS-Course-Mst-Status
           CLOSE TimetFile
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT TimetRptFile.
       WRITE TimetRptLine FROM WS-Heading-Line-1.
       PERFORM 1100-READ-SLOT.
       PERFORM UNTIL Timet-EOF
           IF WS-Filter-Term = SPACES OR TT-Term = WS-Filter-Term
               PERFORM 2000-PRINT-SLOT
           END-IF
           PERFORM 1100-READ-SLOT
       END-PERFORM.
       IF WS-Printed-Count = ZERO
           WRITE TimetRptLine FROM WS-None-Line
       END-IF.
       WRITE TimetRptLine FROM WS-Blank-Line.
       MOVE "COURSES PRINTED" TO SL-Label.
       MOVE WS-Course-Count TO SL-Count.
       WRITE TimetRptLine FROM WS-Summary-Line.
       MOVE "WEEKLY SLOTS PRINTED" TO SL-Label.
       MOVE WS-Printed-Count TO SL-Count.
       WRITE TimetRptLine FROM WS-Summary-Line.
       CLOSE TimetFile
             CourseMstFile
             TimetRptFile.
       DISPLAY "TIMETRPT - " WS-Printed-Count
           " SLOT(S) LISTED ON TIMETBL.PRT".
       STOP RUN.

       0100-GET-SELECTION-CRITERIA.
       ACCEPT WS-Param-Line FROM COMMAND-LINE.
       UNSTRING WS-Param-Line DELIMITED BY ":"
           INTO WS-Filter-Type WS-Filter-Value-1.
       IF WS-Filter-Type = "TERM"
           MOVE WS-Filter-Value-1 TO WS-Filter-Term
           MOVE SPACES TO HL-Term-Text
           STRING " - TERM " WS-Filter-Term DELIMITED BY SIZE
               INTO HL-Term-Text
       END-IF.

       1100-READ-SLOT.
       READ TimetFile
           AT END SET Timet-EOF TO TRUE
       END-READ.

       2000-PRINT-SLOT.
       IF First-Slot OR TT-Course NOT = WS-Prev-Course
           PERFORM 2100-PRINT-COURSE-HEADING
       END-IF.
       IF TT-Term NOT = WS-Prev-Term
           MOVE TT-Term TO WS-Prev-Term TL-Term
           WRITE TimetRptLine FROM WS-Term-Line
       END-IF.
       MOVE SPACES TO DL-Day.
       IF TT-Day-Valid
           MOVE WS-Day-Name (TT-Day) TO DL-Day
       END-IF.
       MOVE TT-Start-Time TO DL-Start.
       MOVE TT-End-Time   TO DL-End.
       MOVE TT-Room       TO DL-Room.
       WRITE TimetRptLine FROM WS-Detail-Line.
       ADD 1 TO WS-Printed-Count.

       2100-PRINT-COURSE-HEADING.
       MOVE "N" TO WS-First-Slot.
       MOVE TT-Course TO WS-Prev-Course CL-Course CM-Course.
       MOVE SPACES TO WS-Prev-Term.
       READ CourseMstFile
           INVALID KEY MOVE "(NOT ON COURSE MASTER)" TO CL-Title
           NOT INVALID KEY MOVE CM-Title TO CL-Title
       END-READ.
       WRITE TimetRptLine FROM WS-Blank-Line.
       WRITE TimetRptLine FROM WS-Course-Line.
       ADD 1 TO WS-Course-Count.
