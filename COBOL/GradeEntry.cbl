      * StudId/Course/Term key rejects an exact repeat. This program
      * runs many times over the life of the file, so it opens
      * GRADES.DAT I-O and adds to what is already there - run
      * GradesConv once beforehand to create the file. The term must
      * be on the term calendar TERMCAL.DAT and today must fall within
      * its grade-entry window; once a term is closed its grades are
      * locked and nothing more is taken for it.
      * The operator must sign on and be authorised for GRADEENTRY;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
		     RECORD KEY IS GR-Key
		     FILE STATUS IS WS-Grade-Status.

       SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
		     ORGANIZATION IS INDEXED
		     ACCESS MODE IS RANDOM
		     RECORD KEY IS TC-Term
		     FILE STATUS IS WS-Term-Cal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GradeFile.
       COPY GRADEREC REPLACING ==:REC-NAME:== BY ==GradeRec==
                               ==:PFX:==      BY ==GR-==.

       FD TermCalFile.
       COPY TERMCAL REPLACING ==:REC-NAME:== BY ==TermCalRec==
                              ==:PFX:==      BY ==TC-==.

       WORKING-STORAGE SECTION.

       01  WS-Grade-Status           PIC X(2).
         88 Grade-Status-OK          VALUE "00".

       01  WS-Term-Cal-Status        PIC X(2).
         88 Term-Cal-Status-OK       VALUE "00".

       01  WS-Term-Valid             PIC X(1) VALUE "N".
         88 Term-Valid               VALUE "Y".

       01  WS-Run-Date               PIC 9(8).

       01  WS-Entry-Line             PIC X(18).
       01  WS-Entry-Fields REDEFINES WS-Entry-Line.
           02 WS-Entry-StudId        PIC 9(7).
           02 WS-Written-Count       PIC 9(5) VALUE ZERO.
           02 WS-Rejected-Count      PIC 9(5) VALUE ZERO.

       01  WS-Program-Name           PIC X(14) VALUE "GRADEENTRY".
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
       OPEN I-O GradeFile.
       IF NOT Grade-Status-OK
           DISPLAY "GRADEENTRY - COULD NOT OPEN GRADES.DAT - STATUS "
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT TermCalFile.
       IF NOT Term-Cal-Status-OK
           DISPLAY "GRADEENTRY - COULD NOT OPEN TERMCAL.DAT - STATUS "
               WS-Term-Cal-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY "ENTER GRADE DETAILS USING TEMPLATE BELOW.".
       DISPLAY "ENTER NO DATA TO END.".
       DISPLAY "ENTER - STUDID, COURSE, TERM, GRADE".
           PERFORM 1000-VALIDATE-AND-WRITE
           ACCEPT WS-Entry-Line
       END-PERFORM.
       CLOSE GradeFile
             TermCalFile.
       DISPLAY "GRADEENTRY - RECORDS WRITTEN  " WS-Written-Count.
       DISPLAY "GRADEENTRY - RECORDS REJECTED " WS-Rejected-Count.
       STOP RUN.

       1000-VALIDATE-AND-WRITE.
       MOVE "N" TO WS-Term-Valid.
       IF WS-Entry-Grade NOT = "A" AND NOT = "B" AND NOT = "C"
                          AND NOT = "D" AND NOT = "F"
           DISPLAY "INVALID GRADE " WS-Entry-Grade
               " - MUST BE A, B, C, D OR F - RE-KEY THIS RECORD."
           ADD 1 TO WS-Rejected-Count
       ELSE
           PERFORM 1100-CHECK-TERM
       END-IF.
       IF Term-Valid
           MOVE WS-Entry-StudId TO GR-StudId
           MOVE WS-Entry-Course TO GR-Course
           MOVE WS-Entry-Term   TO GR-Term
                   ADD 1 TO WS-Rejected-Count
               NOT INVALID KEY
                   ADD 1 TO WS-Written-Count
                   MOVE "GRADE" TO AU-Action
                   STRING WS-Entry-StudId "/" WS-Entry-Course
                       DELIMITED BY SIZE INTO AU-Key
                   STRING "TERM " WS-Entry-Term " GRADE " WS-Entry-Grade
                       DELIMITED BY SIZE INTO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-WRITE
       END-IF.

       1100-CHECK-TERM.
       MOVE WS-Entry-Term TO TC-Term.
       READ TermCalFile
           INVALID KEY
               DISPLAY "TERM " WS-Entry-Term
                   " IS NOT ON THE TERM CALENDAR - RE-KEY THIS RECORD."
           NOT INVALID KEY
               PERFORM 1110-CHECK-GRADE-WINDOW
       END-READ.
       IF NOT Term-Valid
           ADD 1 TO WS-Rejected-Count
       END-IF.

       1110-CHECK-GRADE-WINDOW.
       IF TC-Is-Closed
           DISPLAY "TERM " WS-Entry-Term " CLOSED " TC-Closed-Date
               " - GRADES ARE LOCKED."
       ELSE
           IF WS-Run-Date < TC-Grade-Open OR
              WS-Run-Date > TC-Grade-Close
               DISPLAY "GRADE ENTRY FOR TERM " WS-Entry-Term
                   " IS OPEN " TC-Grade-Open " TO " TC-Grade-Close
           ELSE
               SET Term-Valid TO TRUE
           END-IF
       END-IF.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
