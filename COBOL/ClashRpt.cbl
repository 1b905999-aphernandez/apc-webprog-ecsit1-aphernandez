       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ClashRpt.
       AUTHOR.  Michael Coughlan.

      * Timetable clash report (CLASHRPT.PRT) across the whole of
      * REGISTR.DAT. RegEntry refuses a clashing registration as it is
      * keyed, but registrations keyed before a course's slots were
      * put on TIMETBL.DAT, or before a slot was moved with
      * TimetMaint, are only caught here. Each student's
      * registrations are gathered in turn and every pair of courses
      * held in the same term is compared slot by slot; one line is
      * printed for each clashing pair, giving the day and both slots
      * of the first clash found. With a command-line parameter of
      * the form TERM:TTTTTT only that term is checked. Return code 2
      * is set when any clash is found.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RegFile ASSIGN TO "REGISTR.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS RG-Key
	     FILE STATUS IS WS-Reg-Status.

       SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS ST-StudId
	     FILE STATUS IS WS-Student-Status.

       SELECT TimetFile ASSIGN TO "TIMETBL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS TT-Key
	     FILE STATUS IS WS-Timet-Status.

       SELECT ClashRptFile ASSIGN TO "CLASHRPT.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RegFile.
       COPY REGISTRN REPLACING ==:REC-NAME:== BY ==RegRec==
                               ==:PFX:==      BY ==RG-==.

       FD StudentFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==StudentRec==
                              ==:PFX:==      BY ==ST-==.

       FD TimetFile.
       COPY TIMETBL REPLACING ==:REC-NAME:== BY ==TimetRec==
                              ==:PFX:==      BY ==TT-==.

       FD ClashRptFile.
       01 ClashRptLine      PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-Reg-Status             PIC X(2).
         88 Reg-Status-OK            VALUE "00".

       01  WS-Student-Status         PIC X(2).
         88 Student-Status-OK        VALUE "00".

       01  WS-Timet-Status           PIC X(2).
         88 Timet-Status-OK          VALUE "00".

       01  WS-Switches.
           02 WS-Reg-EOF        PIC X(1) VALUE "N".
             88 Reg-EOF         VALUE "Y".
           02 WS-Timet-EOF      PIC X(1) VALUE "N".
             88 Timet-EOF       VALUE "Y".
           02 WS-Clash-Switch   PIC X(1) VALUE "N".
             88 Clash-Found     VALUE "Y".
           02 WS-Student-Clash  PIC X(1) VALUE "N".
             88 Student-Has-Clash VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).
       01  WS-Filter-Term       PIC X(6) VALUE SPACES.

       COPY SLOTTBL.

      * The registrations of the student in hand - REGISTR.DAT is in
      * StudId order, so one student's rows arrive together.
       01  WS-Stud-Reg-Table.
           02 WS-Stud-Reg-Count PIC 9(3) COMP VALUE ZERO.
           02 WS-Stud-Reg-Entry OCCURS 50 TIMES
                INDEXED BY WS-Reg-Idx WS-Reg-Idx-2.
              03 WS-Stud-Reg-Course PIC X(4).
              03 WS-Stud-Reg-Term   PIC X(6).

       01  WS-Prev-StudId            PIC 9(7).

       01  WS-Day-Name-Values        PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-Day-Name-Table REDEFINES WS-Day-Name-Values.
           02 WS-Day-Name       PIC X(3) OCCURS 7 TIMES.

       01  WS-Counters.
           02 WS-Reg-Read-Count PIC 9(6) VALUE ZERO.
           02 WS-Student-Count  PIC 9(6) VALUE ZERO.
           02 WS-Clash-Stud-Count PIC 9(6) VALUE ZERO.
           02 WS-Clash-Pair-Count PIC 9(6) VALUE ZERO.
           02 WS-Overflow-Count PIC 9(6) VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(32)
              VALUE "TIMETABLE CLASHES ON REGISTR.DAT".
           02 HL-Term-Text      PIC X(48) VALUE " - ALL TERMS".

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(40)
              VALUE "STUDID   NAME         TERM    CRSE  CRSE".
           02 FILLER            PIC X(40)
              VALUE "  DAY  FIRST SLOT SECOND SLOT".

       01  WS-Blank-Line             PIC X(80) VALUE SPACES.

       01  WS-Detail-Line.
           02 DL-StudId         PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Surname        PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Initials       PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Term           PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Course-1       PIC X(4).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Course-2       PIC X(4).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Day            PIC X(3).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Start-1        PIC 9(4).
           02 FILLER            PIC X(1)  VALUE "-".
           02 DL-End-1          PIC 9(4).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Start-2        PIC 9(4).
           02 FILLER            PIC X(1)  VALUE "-".
           02 DL-End-2          PIC 9(4).
           02 FILLER            PIC X(13) VALUE SPACES.

       01  WS-Summary-Line.
           02 SL-Label          PIC X(40).
           02 SL-Count          PIC ZZZZZ9.
           02 FILLER            PIC X(34) VALUE SPACES.

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO TIMETABLE CLASHES FOUND)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       PERFORM 0100-GET-SELECTION-CRITERIA.
       PERFORM 0500-LOAD-TIMETABLE.
       OPEN INPUT RegFile.
       IF NOT Reg-Status-OK
           DISPLAY "CLASHRPT - COULD NOT OPEN REGISTR.DAT - STATUS "
               WS-Reg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT StudentFile.
       IF NOT Student-Status-OK
           DISPLAY "CLASHRPT - COULD NOT OPEN STUDENTS.DAT - STATUS "
               WS-Student-Status
           CLOSE RegFile
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT ClashRptFile.
       WRITE ClashRptLine FROM WS-Heading-Line-1.
       WRITE ClashRptLine FROM WS-Heading-Line-2.
       PERFORM 1100-READ-REG.
       PERFORM UNTIL Reg-EOF
           MOVE RG-StudId TO WS-Prev-StudId
           MOVE ZERO TO WS-Stud-Reg-Count
           PERFORM UNTIL Reg-EOF OR RG-StudId NOT = WS-Prev-StudId
               PERFORM 1000-TABLE-REGISTRATION
               PERFORM 1100-READ-REG
           END-PERFORM
           PERFORM 2000-CHECK-STUDENT
       END-PERFORM.
       IF WS-Clash-Pair-Count = ZERO
           WRITE ClashRptLine FROM WS-None-Line
       END-IF.
       PERFORM 4000-PRINT-TOTALS.
       CLOSE RegFile
             StudentFile
             ClashRptFile.
       DISPLAY "CLASHRPT - " WS-Clash-Pair-Count
           " CLASH(ES) LISTED ON CLASHRPT.PRT".
       IF WS-Clash-Pair-Count > ZERO
           MOVE 2 TO RETURN-CODE
       END-IF.
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

       0500-LOAD-TIMETABLE.
       OPEN INPUT TimetFile.
       IF NOT Timet-Status-OK
           DISPLAY "CLASHRPT - COULD NOT OPEN TIMETBL.DAT - STATUS "
               WS-Timet-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0510-READ-SLOT.
       PERFORM UNTIL Timet-EOF
           IF WS-Slot-Count >= 500
               DISPLAY "CLASHRPT - MORE THAN 500 SLOTS ON TIMETBL.DAT "
                   "- SLOT TABLE FULL - RUN STOPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-Slot-Count
           MOVE TT-Course     TO WS-Slot-Course (WS-Slot-Count)
           MOVE TT-Term       TO WS-Slot-Term (WS-Slot-Count)
           MOVE TT-Day        TO WS-Slot-Day (WS-Slot-Count)
           MOVE TT-Start-Time TO WS-Slot-Start (WS-Slot-Count)
           MOVE TT-End-Time   TO WS-Slot-End (WS-Slot-Count)
           PERFORM 0510-READ-SLOT
       END-PERFORM.
       CLOSE TimetFile.

       0510-READ-SLOT.
       READ TimetFile
           AT END SET Timet-EOF TO TRUE
       END-READ.

       1000-TABLE-REGISTRATION.
       ADD 1 TO WS-Reg-Read-Count.
       IF WS-Filter-Term = SPACES OR RG-Term = WS-Filter-Term
           IF WS-Stud-Reg-Count < 50
               ADD 1 TO WS-Stud-Reg-Count
               MOVE RG-Course TO WS-Stud-Reg-Course (WS-Stud-Reg-Count)
               MOVE RG-Term   TO WS-Stud-Reg-Term (WS-Stud-Reg-Count)
           ELSE
               ADD 1 TO WS-Overflow-Count
           END-IF
       END-IF.

       1100-READ-REG.
       READ RegFile
           AT END SET Reg-EOF TO TRUE
       END-READ.

       2000-CHECK-STUDENT.
       IF WS-Stud-Reg-Count > ZERO
           ADD 1 TO WS-Student-Count
       END-IF.
       MOVE "N" TO WS-Student-Clash.
       PERFORM 2100-CHECK-PAIR
           VARYING WS-Reg-Idx FROM 1 BY 1
           UNTIL WS-Reg-Idx > WS-Stud-Reg-Count
           AFTER WS-Reg-Idx-2 FROM 1 BY 1
           UNTIL WS-Reg-Idx-2 > WS-Stud-Reg-Count.
       IF Student-Has-Clash
           ADD 1 TO WS-Clash-Stud-Count
       END-IF.

      * Each pair is taken once, the earlier registration first;
      * two rows for the same term are always different courses.
       2100-CHECK-PAIR.
       IF WS-Reg-Idx-2 > WS-Reg-Idx
          AND WS-Stud-Reg-Term (WS-Reg-Idx)
                  = WS-Stud-Reg-Term (WS-Reg-Idx-2)
           MOVE "N" TO WS-Clash-Switch
           PERFORM 2200-COMPARE-SLOTS
               VARYING WS-Slot-Idx FROM 1 BY 1
               UNTIL WS-Slot-Idx > WS-Slot-Count OR Clash-Found
               AFTER WS-Slot-Idx-2 FROM 1 BY 1
               UNTIL WS-Slot-Idx-2 > WS-Slot-Count OR Clash-Found
       END-IF.

       2200-COMPARE-SLOTS.
       IF WS-Slot-Course (WS-Slot-Idx)
                  = WS-Stud-Reg-Course (WS-Reg-Idx)
          AND WS-Slot-Term (WS-Slot-Idx)
                  = WS-Stud-Reg-Term (WS-Reg-Idx)
          AND WS-Slot-Course (WS-Slot-Idx-2)
                  = WS-Stud-Reg-Course (WS-Reg-Idx-2)
          AND WS-Slot-Term (WS-Slot-Idx-2)
                  = WS-Stud-Reg-Term (WS-Reg-Idx-2)
          AND WS-Slot-Day (WS-Slot-Idx) = WS-Slot-Day (WS-Slot-Idx-2)
          AND WS-Slot-Start (WS-Slot-Idx)
                  < WS-Slot-End (WS-Slot-Idx-2)
          AND WS-Slot-Start (WS-Slot-Idx-2)
                  < WS-Slot-End (WS-Slot-Idx)
           SET Clash-Found TO TRUE
           SET Student-Has-Clash TO TRUE
           PERFORM 3000-PRINT-CLASH
       END-IF.

       3000-PRINT-CLASH.
       ADD 1 TO WS-Clash-Pair-Count.
       MOVE WS-Prev-StudId TO ST-StudId DL-StudId.
       READ StudentFile
           INVALID KEY
               MOVE "(NOT ON" TO DL-Surname
               MOVE SPACES    TO DL-Initials
           NOT INVALID KEY
               MOVE ST-Surname  TO DL-Surname
               MOVE ST-Initials TO DL-Initials
       END-READ.
       MOVE WS-Stud-Reg-Term (WS-Reg-Idx)     TO DL-Term.
       MOVE WS-Stud-Reg-Course (WS-Reg-Idx)   TO DL-Course-1.
       MOVE WS-Stud-Reg-Course (WS-Reg-Idx-2) TO DL-Course-2.
       MOVE WS-Day-Name (WS-Slot-Day (WS-Slot-Idx)) TO DL-Day.
       MOVE WS-Slot-Start (WS-Slot-Idx)   TO DL-Start-1.
       MOVE WS-Slot-End (WS-Slot-Idx)     TO DL-End-1.
       MOVE WS-Slot-Start (WS-Slot-Idx-2) TO DL-Start-2.
       MOVE WS-Slot-End (WS-Slot-Idx-2)   TO DL-End-2.
       WRITE ClashRptLine FROM WS-Detail-Line.

       4000-PRINT-TOTALS.
       WRITE ClashRptLine FROM WS-Blank-Line.
       MOVE "REGISTRATIONS READ" TO SL-Label.
       MOVE WS-Reg-Read-Count TO SL-Count.
       WRITE ClashRptLine FROM WS-Summary-Line.
       MOVE "STUDENTS CHECKED" TO SL-Label.
       MOVE WS-Student-Count TO SL-Count.
       WRITE ClashRptLine FROM WS-Summary-Line.
       MOVE "STUDENTS WITH A CLASH" TO SL-Label.
       MOVE WS-Clash-Stud-Count TO SL-Count.
       WRITE ClashRptLine FROM WS-Summary-Line.
       MOVE "CLASHING COURSE PAIRS" TO SL-Label.
       MOVE WS-Clash-Pair-Count TO SL-Count.
       WRITE ClashRptLine FROM WS-Summary-Line.
       IF WS-Overflow-Count > ZERO
           MOVE "REGISTRATIONS NOT CHECKED (OVER 50)" TO SL-Label
           MOVE WS-Overflow-Count TO SL-Count
           WRITE ClashRptLine FROM WS-Summary-Line
       END-IF.
