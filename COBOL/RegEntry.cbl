      * line is written straight to the indexed REGISTR.DAT master as
      * it is keyed; the file's own StudId/Course/Term key rejects an
      * exact repeat, so a student can sit several courses in a term
      * but cannot be registered twice for the same one. The term
      * must be on the term calendar TERMCAL.DAT, not closed, and
      * still taking registrations (on or before its registration
      * deadline). A registration whose weekly slots on the timetable
      * TIMETBL.DAT clash with a course the student already holds
      * that term is refused; a course with no slots keyed cannot
      * clash. Run RegConv once beforehand to create the file.
      * The operator must sign on and be authorised for REGENTRY;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RegFile ASSIGN TO "REGISTR.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS DYNAMIC
	     RECORD KEY IS RG-Key
	     FILE STATUS IS WS-Reg-Status.

	     RECORD KEY IS CM-Course
	     FILE STATUS IS WS-Course-Mst-Status.

       SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS TC-Term
	     FILE STATUS IS WS-Term-Cal-Status.

       SELECT TimetFile ASSIGN TO "TIMETBL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS TT-Key
	     FILE STATUS IS WS-Timet-Status.

       DATA DIVISION.
       FILE SECTION.
       FD RegFile.
       COPY COURSEMST REPLACING ==:REC-NAME:== BY ==CourseMstRec==
                                ==:PFX:==      BY ==CM-==.

       FD TermCalFile.
       COPY TERMCAL REPLACING ==:REC-NAME:== BY ==TermCalRec==
                              ==:PFX:==      BY ==TC-==.

       FD TimetFile.
       COPY TIMETBL REPLACING ==:REC-NAME:== BY ==TimetRec==
                              ==:PFX:==      BY ==TT-==.

       WORKING-STORAGE SECTION.

       01  WS-Reg-Status             PIC X(2).
       01  WS-Course-Mst-Status      PIC X(2).
         88 Course-Mst-Status-OK     VALUE "00".

       01  WS-Term-Cal-Status        PIC X(2).
         88 Term-Cal-Status-OK       VALUE "00".

       01  WS-Timet-Status           PIC X(2).
         88 Timet-Status-OK          VALUE "00".

       01  WS-Course-Mst-EOF-Switch  PIC X(1) VALUE "N".
         88 Course-Mst-EOF           VALUE "Y".

       01  WS-Timet-EOF-Switch       PIC X(1) VALUE "N".
         88 Timet-EOF                VALUE "Y".

       01  WS-Reg-EOF-Switch         PIC X(1) VALUE "N".
         88 Reg-EOF                  VALUE "Y".

       01  WS-Entry-Line             PIC X(17).
       01  WS-Entry-Fields REDEFINES WS-Entry-Line.
           02 WS-Entry-StudId        PIC 9(7).
       01  WS-Course-Valid           PIC X(1) VALUE "N".
         88 Course-Valid             VALUE "Y".

       01  WS-Term-Valid             PIC X(1) VALUE "N".
         88 Term-Valid               VALUE "Y".

       01  WS-Clash-Switch           PIC X(1) VALUE "N".
         88 Clash-Found              VALUE "Y".

       COPY COURSETBL.

       COPY SLOTTBL.

       01  WS-Other-Course           PIC X(4).
       01  WS-Clash-Course           PIC X(4).
       01  WS-Clash-Day              PIC 9(1).
       01  WS-Clash-Start            PIC 9(4).

       01  WS-Run-Date               PIC 9(8).

       01  WS-Counters.
           02 WS-Written-Count       PIC 9(5) VALUE ZERO.
           02 WS-Rejected-Count      PIC 9(5) VALUE ZERO.

       01  WS-Program-Name           PIC X(14) VALUE "REGENTRY".
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
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0500-LOAD-COURSES.
       PERFORM 0600-LOAD-TIMETABLE.
       OPEN I-O RegFile.
       IF NOT Reg-Status-OK
           DISPLAY "REGENTRY - COULD NOT OPEN REGISTR.DAT - STATUS "
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT TermCalFile.
       IF NOT Term-Cal-Status-OK
           DISPLAY "REGENTRY - COULD NOT OPEN TERMCAL.DAT - STATUS "
               WS-Term-Cal-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY "ENTER REGISTRATION DETAILS USING TEMPLATE BELOW.".
       DISPLAY "ENTER NO DATA TO END.".
       DISPLAY "ENTER - STUDID, COURSE, TERM".
           PERFORM 1000-VALIDATE-AND-WRITE
           ACCEPT WS-Entry-Line
       END-PERFORM.
       CLOSE RegFile
             TermCalFile.
       DISPLAY "REGENTRY - RECORDS WRITTEN  " WS-Written-Count.
       DISPLAY "REGENTRY - RECORDS REJECTED " WS-Rejected-Count.
       STOP RUN.
           AT END SET Course-Mst-EOF TO TRUE
       END-READ.

       0600-LOAD-TIMETABLE.
       OPEN INPUT TimetFile.
       IF NOT Timet-Status-OK
           DISPLAY "REGENTRY - COULD NOT OPEN TIMETBL.DAT - STATUS "
               WS-Timet-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0610-READ-SLOT.
       PERFORM UNTIL Timet-EOF
           IF WS-Slot-Count >= 500
               DISPLAY "REGENTRY - MORE THAN 500 SLOTS ON TIMETBL.DAT "
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
           PERFORM 0610-READ-SLOT
       END-PERFORM.
       CLOSE TimetFile.

       0610-READ-SLOT.
       READ TimetFile
           AT END SET Timet-EOF TO TRUE
       END-READ.

       1000-VALIDATE-AND-WRITE.
       MOVE "N" TO WS-Course-Valid WS-Term-Valid.
       SET WS-Course-Idx TO 1.
       SEARCH WS-Course-Entry
           AT END NEXT SENTENCE
               " - RE-KEY THIS RECORD."
           ADD 1 TO WS-Rejected-Count
       ELSE
           PERFORM 1100-CHECK-TERM
       END-IF.
       MOVE "N" TO WS-Clash-Switch.
       IF Course-Valid AND Term-Valid
           PERFORM 1200-CHECK-CLASHES
       END-IF.
       IF Course-Valid AND Term-Valid AND NOT Clash-Found
           MOVE WS-Entry-StudId TO RG-StudId
           MOVE WS-Entry-Course TO RG-Course
           MOVE WS-Entry-Term   TO RG-Term
                   ADD 1 TO WS-Rejected-Count
               NOT INVALID KEY
                   ADD 1 TO WS-Written-Count
                   MOVE "REGISTER" TO AU-Action
                   STRING WS-Entry-StudId "/" WS-Entry-Course
                       DELIMITED BY SIZE INTO AU-Key
                   STRING "TERM " WS-Entry-Term
                       DELIMITED BY SIZE INTO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-WRITE
       END-IF.

       1100-CHECK-TERM.
       MOVE "N" TO WS-Term-Valid.
       MOVE WS-Entry-Term TO TC-Term.
       READ TermCalFile
           INVALID KEY
               DISPLAY "TERM " WS-Entry-Term
                   " IS NOT ON THE TERM CALENDAR - RE-KEY THIS RECORD."
           NOT INVALID KEY
               PERFORM 1110-CHECK-REG-WINDOW
       END-READ.
       IF NOT Term-Valid
           ADD 1 TO WS-Rejected-Count
       END-IF.

       1110-CHECK-REG-WINDOW.
       IF TC-Is-Closed
           DISPLAY "TERM " WS-Entry-Term " IS CLOSED - "
               "NO FURTHER REGISTRATIONS."
       ELSE
           IF WS-Run-Date > TC-Reg-Deadline
               DISPLAY "REGISTRATION FOR TERM " WS-Entry-Term
                   " CLOSED ON " TC-Reg-Deadline
           ELSE
               SET Term-Valid TO TRUE
           END-IF
       END-IF.

      * Walks the student's registrations (RG-Key leads on StudId) and
      * compares each other course held in the same term slot by slot
      * with the course being registered.
       1200-CHECK-CLASHES.
       MOVE "N" TO WS-Reg-EOF-Switch.
       MOVE WS-Entry-StudId TO RG-StudId.
       MOVE LOW-VALUES TO RG-Course RG-Term.
       START RegFile KEY NOT < RG-Key
           INVALID KEY SET Reg-EOF TO TRUE
       END-START.
       IF NOT Reg-EOF
           PERFORM 1210-READ-NEXT-REG
       END-IF.
       PERFORM UNTIL Reg-EOF OR RG-StudId NOT = WS-Entry-StudId
                     OR Clash-Found
           IF RG-Term = WS-Entry-Term AND
              RG-Course NOT = WS-Entry-Course
               MOVE RG-Course TO WS-Other-Course
               PERFORM 1220-COMPARE-SLOTS
                   VARYING WS-Slot-Idx FROM 1 BY 1
                   UNTIL WS-Slot-Idx > WS-Slot-Count OR Clash-Found
                   AFTER WS-Slot-Idx-2 FROM 1 BY 1
                   UNTIL WS-Slot-Idx-2 > WS-Slot-Count OR Clash-Found
           END-IF
           PERFORM 1210-READ-NEXT-REG
       END-PERFORM.
       IF Clash-Found
           DISPLAY "TIMETABLE CLASH WITH " WS-Clash-Course
               " ALREADY HELD FOR TERM " WS-Entry-Term " - DAY "
               WS-Clash-Day " AT " WS-Clash-Start
               " - RE-KEY THIS RECORD."
           ADD 1 TO WS-Rejected-Count
       END-IF.

       1210-READ-NEXT-REG.
       READ RegFile NEXT RECORD
           AT END SET Reg-EOF TO TRUE
       END-READ.

       1220-COMPARE-SLOTS.
       IF WS-Slot-Course (WS-Slot-Idx) = WS-Entry-Course
          AND WS-Slot-Term (WS-Slot-Idx) = WS-Entry-Term
          AND WS-Slot-Course (WS-Slot-Idx-2) = WS-Other-Course
          AND WS-Slot-Term (WS-Slot-Idx-2) = WS-Entry-Term
          AND WS-Slot-Day (WS-Slot-Idx) = WS-Slot-Day (WS-Slot-Idx-2)
          AND WS-Slot-Start (WS-Slot-Idx)
                  < WS-Slot-End (WS-Slot-Idx-2)
          AND WS-Slot-Start (WS-Slot-Idx-2)
                  < WS-Slot-End (WS-Slot-Idx)
           SET Clash-Found TO TRUE
           MOVE WS-Other-Course TO WS-Clash-Course
           MOVE WS-Slot-Day (WS-Slot-Idx-2) TO WS-Clash-Day
           MOVE WS-Slot-Start (WS-Slot-Idx-2) TO WS-Clash-Start
       END-IF.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
