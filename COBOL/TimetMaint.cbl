       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TimetMaint.
       AUTHOR.  Michael Coughlan.

      * Interactive maintenance of the timetable (TIMETBL.DAT) the way
      * CourseMaint maintains the courses - add a weekly meeting slot
      * for a course in a term, drop one, or list a course's slots for
      * a term. The course must be an active course on COURSEMST.DAT
      * and the term must be on the term calendar TERMCAL.DAT. A slot
      * may not overlap another slot of the same course in the same
      * term. RegEntry and ClashRpt load the timetable at start of
      * run, so a change here is used from their next run. Run
      * TimetConv once beforehand to create the file.
      * The operator must sign on and be authorised for TIMETMAINT;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TimetFile ASSIGN TO "TIMETBL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS DYNAMIC
	     RECORD KEY IS TT-Key
	     FILE STATUS IS WS-Timet-Status.

       SELECT CourseMstFile ASSIGN TO "COURSEMST.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS CM-Course
	     FILE STATUS IS WS-Course-Mst-Status.

       SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS TC-Term
	     FILE STATUS IS WS-Term-Cal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TimetFile.
       COPY TIMETBL REPLACING ==:REC-NAME:== BY ==TimetRec==
                              ==:PFX:==      BY ==TT-==.

       FD CourseMstFile.
       COPY COURSEMST REPLACING ==:REC-NAME:== BY ==CourseMstRec==
                                ==:PFX:==      BY ==CM-==.

       FD TermCalFile.
       COPY TERMCAL REPLACING ==:REC-NAME:== BY ==TermCalRec==
                              ==:PFX:==      BY ==TC-==.

       WORKING-STORAGE SECTION.

       01  WS-Timet-Status           PIC X(2).
         88 Timet-Status-OK          VALUE "00".

       01  WS-Course-Mst-Status      PIC X(2).
         88 Course-Mst-Status-OK     VALUE "00".

       01  WS-Term-Cal-Status        PIC X(2).
         88 Term-Cal-Status-OK       VALUE "00".

       01  WS-Switches.
           02 WS-Course-Mst-EOF PIC X(1) VALUE "N".
             88 Course-Mst-EOF  VALUE "Y".
           02 WS-Timet-EOF      PIC X(1) VALUE "N".
             88 Timet-EOF       VALUE "Y".
           02 WS-Course-Valid   PIC X(1) VALUE "N".
             88 Course-Valid    VALUE "Y".
           02 WS-Slot-Valid     PIC X(1) VALUE "Y".
             88 Slot-Valid      VALUE "Y".

       COPY COURSETBL.

       01  WS-Choice                 PIC 9(1).
       01  WS-Course                 PIC X(4).
       01  WS-Term                   PIC X(6).
       01  WS-Day                    PIC 9(1).
       01  WS-Room                   PIC X(6).
       01  WS-Slot-Count-Shown       PIC 9(3).

       01  WS-Start-Time.
           02 WS-Start-HH            PIC 9(2).
           02 WS-Start-MM            PIC 9(2).
       01  WS-Start-Time-Num REDEFINES WS-Start-Time PIC 9(4).
       01  WS-End-Time.
           02 WS-End-HH              PIC 9(2).
           02 WS-End-MM              PIC 9(2).
       01  WS-End-Time-Num REDEFINES WS-End-Time PIC 9(4).

       01  WS-Day-Name-Values        PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-Day-Name-Table REDEFINES WS-Day-Name-Values.
           02 WS-Day-Name       PIC X(3) OCCURS 7 TIMES.

       01  WS-Program-Name           PIC X(14) VALUE "TIMETMAINT".
       01  WS-Operator-Id            PIC X(8).
       01  WS-Signed-On              PIC X(1).
         88 Signed-On                VALUE "Y".

       COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==WS-Audit-Rec==
                               ==:PFX:==      BY ==AU-==.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       CALL "SignOn" USING WS-Program-Name WS-Operator-Id
                           WS-Signed-On.
       IF NOT Signed-On
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO WS-Audit-Rec.
       PERFORM 0500-LOAD-COURSES.
       OPEN INPUT TermCalFile.
       IF NOT Term-Cal-Status-OK
           DISPLAY "TIMETMAINT - COULD NOT OPEN TERMCAL.DAT - "
               "STATUS " WS-Term-Cal-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O TimetFile.
       IF NOT Timet-Status-OK
           DISPLAY "TIMETMAINT - COULD NOT OPEN TIMETBL.DAT - "
               "STATUS " WS-Timet-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-GET-CHOICE.
       PERFORM UNTIL WS-Choice = ZERO
           EVALUATE WS-Choice
               WHEN 1 PERFORM 2000-ADD-SLOT
               WHEN 2 PERFORM 3000-DROP-SLOT
               WHEN 3 PERFORM 4000-LIST-SLOTS
               WHEN OTHER DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE
           PERFORM 1000-GET-CHOICE
       END-PERFORM.
       CLOSE TimetFile
             TermCalFile.
       STOP RUN.

       0500-LOAD-COURSES.
       OPEN INPUT CourseMstFile.
       IF NOT Course-Mst-Status-OK
           DISPLAY "TIMETMAINT - COULD NOT OPEN COURSEMST.DAT - "
               "STATUS " WS-Course-Mst-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0510-READ-COURSE.
       PERFORM UNTIL Course-Mst-EOF
           IF WS-Course-Count < 50
               ADD 1 TO WS-Course-Count
               MOVE CM-Course TO WS-Valid-Course (WS-Course-Count)
               MOVE CM-Title  TO WS-Course-Title (WS-Course-Count)
               MOVE CM-Active TO WS-Course-Active (WS-Course-Count)
           END-IF
           PERFORM 0510-READ-COURSE
       END-PERFORM.
       CLOSE CourseMstFile.

       0510-READ-COURSE.
       READ CourseMstFile
           AT END SET Course-Mst-EOF TO TRUE
       END-READ.

       1000-GET-CHOICE.
       DISPLAY "1-ADD SLOT  2-DROP SLOT  3-LIST COURSE  0-END - ".
       ACCEPT WS-Choice.

       1100-GET-COURSE-TERM.
       DISPLAY "ENTER COURSE CODE - ".
       ACCEPT WS-Course.
       DISPLAY "ENTER TERM (6 CHARACTERS) - ".
       ACCEPT WS-Term.

       1200-GET-DAY-START.
       DISPLAY "ENTER DAY (1-MON 2-TUE 3-WED 4-THU 5-FRI 6-SAT "
           "7-SUN) - ".
       ACCEPT WS-Day.
       DISPLAY "ENTER START TIME (HHMM, 24 HOUR) - ".
       ACCEPT WS-Start-Time-Num.

       2000-ADD-SLOT.
       PERFORM 1100-GET-COURSE-TERM.
       MOVE "N" TO WS-Course-Valid.
       SET WS-Course-Idx TO 1.
       SEARCH WS-Course-Entry
           AT END NEXT SENTENCE
           WHEN WS-Valid-Course (WS-Course-Idx) = WS-Course
               IF Course-Is-Active (WS-Course-Idx)
                   SET Course-Valid TO TRUE
               END-IF
       END-SEARCH.
       IF NOT Course-Valid
           DISPLAY "COURSE " WS-Course " IS NOT AN ACTIVE COURSE"
       ELSE
           MOVE WS-Term TO TC-Term
           READ TermCalFile
               INVALID KEY
                   DISPLAY "TERM " WS-Term
                       " IS NOT ON THE TERM CALENDAR"
               NOT INVALID KEY PERFORM 2100-TAKE-SLOT
           END-READ
       END-IF.

       2100-TAKE-SLOT.
       MOVE "Y" TO WS-Slot-Valid.
       PERFORM 1200-GET-DAY-START.
       DISPLAY "ENTER END TIME (HHMM, 24 HOUR) - ".
       ACCEPT WS-End-Time-Num.
       DISPLAY "ENTER ROOM - ".
       ACCEPT WS-Room.
       IF WS-Day < 1 OR WS-Day > 7
           DISPLAY "DAY MUST BE 1 TO 7"
           MOVE "N" TO WS-Slot-Valid
       END-IF.
       IF WS-Start-HH > 23 OR WS-Start-MM > 59 OR
              WS-End-HH > 23 OR WS-End-MM > 59
           DISPLAY "TIMES MUST BE HHMM, 0000 TO 2359"
           MOVE "N" TO WS-Slot-Valid
       ELSE
           IF WS-End-Time-Num NOT > WS-Start-Time-Num
               DISPLAY "END TIME MUST BE AFTER START TIME"
               MOVE "N" TO WS-Slot-Valid
           END-IF
       END-IF.
       IF Slot-Valid
           PERFORM 2200-CHECK-OWN-SLOTS
       END-IF.
       IF Slot-Valid
           MOVE WS-Course         TO TT-Course
           MOVE WS-Term           TO TT-Term
           MOVE WS-Day            TO TT-Day
           MOVE WS-Start-Time-Num TO TT-Start-Time
           MOVE WS-End-Time-Num   TO TT-End-Time
           MOVE WS-Room           TO TT-Room
           WRITE TimetRec
               INVALID KEY
                   DISPLAY "SLOT ALREADY ON FILE FOR " WS-Course " "
                       WS-Term " " WS-Day-Name (WS-Day) " "
                       WS-Start-Time-Num
               NOT INVALID KEY
                   MOVE "ADD" TO AU-Action
                   PERFORM 3100-AUDIT-SLOT
           END-WRITE
       ELSE
           DISPLAY "SLOT NOT ADDED - RE-KEY THIS SLOT."
       END-IF.

      * A course cannot be timetabled against itself - the new slot
      * is checked against the course's other slots that term.
       2200-CHECK-OWN-SLOTS.
       MOVE "N" TO WS-Timet-EOF.
       MOVE WS-Course  TO TT-Course.
       MOVE WS-Term    TO TT-Term.
       MOVE ZERO       TO TT-Day TT-Start-Time.
       START TimetFile KEY NOT < TT-Key
           INVALID KEY SET Timet-EOF TO TRUE
       END-START.
       IF NOT Timet-EOF
           PERFORM 4100-READ-NEXT-SLOT
       END-IF.
       PERFORM UNTIL Timet-EOF OR TT-Course NOT = WS-Course
                     OR TT-Term NOT = WS-Term
           IF TT-Day = WS-Day AND
              TT-Start-Time < WS-End-Time-Num AND
              WS-Start-Time-Num < TT-End-Time
               DISPLAY "OVERLAPS THIS COURSE'S SLOT "
                   WS-Day-Name (TT-Day) " " TT-Start-Time "-"
                   TT-End-Time
               MOVE "N" TO WS-Slot-Valid
           END-IF
           PERFORM 4100-READ-NEXT-SLOT
       END-PERFORM.

       3000-DROP-SLOT.
       PERFORM 1100-GET-COURSE-TERM.
       PERFORM 1200-GET-DAY-START.
       MOVE WS-Course         TO TT-Course.
       MOVE WS-Term           TO TT-Term.
       MOVE WS-Day            TO TT-Day.
       MOVE WS-Start-Time-Num TO TT-Start-Time.
       READ TimetFile
           INVALID KEY
               DISPLAY "NO SLOT ON FILE FOR " WS-Course " " WS-Term
                   " DAY " WS-Day " START " WS-Start-Time-Num
           NOT INVALID KEY
               DELETE TimetFile
                   INVALID KEY
                       DISPLAY "COULD NOT DROP SLOT"
                   NOT INVALID KEY
                       DISPLAY "SLOT DROPPED"
                       MOVE "DROP" TO AU-Action
                       PERFORM 3100-AUDIT-SLOT
               END-DELETE
       END-READ.

       3100-AUDIT-SLOT.
       STRING WS-Course "/" WS-Term
           DELIMITED BY SIZE INTO AU-Key.
       IF AU-Action = "ADD"
           STRING WS-Day-Name (WS-Day) " " WS-Start-Time-Num "-"
                  WS-End-Time-Num " ROOM " WS-Room
               DELIMITED BY SIZE INTO AU-Detail
       ELSE
           STRING "DAY " WS-Day " START " WS-Start-Time-Num
               DELIMITED BY SIZE INTO AU-Detail
       END-IF.
       PERFORM 9100-WRITE-AUDIT.

       4000-LIST-SLOTS.
       PERFORM 1100-GET-COURSE-TERM.
       MOVE ZERO TO WS-Slot-Count-Shown.
       MOVE "N" TO WS-Timet-EOF.
       MOVE WS-Course  TO TT-Course.
       MOVE WS-Term    TO TT-Term.
       MOVE ZERO       TO TT-Day TT-Start-Time.
       START TimetFile KEY NOT < TT-Key
           INVALID KEY SET Timet-EOF TO TRUE
       END-START.
       IF NOT Timet-EOF
           PERFORM 4100-READ-NEXT-SLOT
       END-IF.
       PERFORM UNTIL Timet-EOF OR TT-Course NOT = WS-Course
                     OR TT-Term NOT = WS-Term
           ADD 1 TO WS-Slot-Count-Shown
           DISPLAY "  " WS-Day-Name (TT-Day) " " TT-Start-Time "-"
               TT-End-Time " ROOM " TT-Room
           PERFORM 4100-READ-NEXT-SLOT
       END-PERFORM.
       IF WS-Slot-Count-Shown = ZERO
           DISPLAY "  (NO SLOTS ON FILE FOR " WS-Course " " WS-Term
               ")"
       END-IF.

       4100-READ-NEXT-SLOT.
       READ TimetFile NEXT RECORD
           AT END SET Timet-EOF TO TRUE
       END-READ.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
