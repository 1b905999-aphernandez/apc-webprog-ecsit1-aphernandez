      * the curriculum, retitle one, or deactivate/reactivate one,
      * without a recompile. The validating programs reload the file
      * at start of run, so a change here is live from the next run.
      * The operator must sign on and be authorised for COURSEMAINT;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-Course                 PIC X(4).
       01  WS-Title                  PIC X(30).

       01  WS-Program-Name           PIC X(14) VALUE "COURSEMAINT".
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
       OPEN I-O CourseMstFile.
       IF NOT Course-Mst-Status-OK
           DISPLAY "COURSEMAINT - COULD NOT OPEN COURSEMST.DAT - "
       WRITE CourseMstRec
           INVALID KEY
               DISPLAY "COULD NOT ADD COURSE " WS-Course
           NOT INVALID KEY
               MOVE "ADD"     TO AU-Action
               MOVE WS-Course TO AU-Key
               MOVE WS-Title  TO AU-Detail
               PERFORM 9100-WRITE-AUDIT
       END-WRITE.

       3000-RETITLE-COURSE.
       REWRITE CourseMstRec
           INVALID KEY
               DISPLAY "COULD NOT RETITLE COURSE " WS-Course
           NOT INVALID KEY
               MOVE "RETITLE" TO AU-Action
               MOVE WS-Course TO AU-Key
               MOVE WS-Title  TO AU-Detail
               PERFORM 9100-WRITE-AUDIT
       END-REWRITE.

       4000-DEACTIVATE-COURSE.
       REWRITE CourseMstRec
           INVALID KEY
               DISPLAY "COULD NOT DEACTIVATE COURSE " WS-Course
           NOT INVALID KEY
               MOVE "DEACTIV" TO AU-Action
               MOVE WS-Course TO AU-Key
               PERFORM 9100-WRITE-AUDIT
       END-REWRITE.

       5000-REACTIVATE-COURSE.
       REWRITE CourseMstRec
           INVALID KEY
               DISPLAY "COULD NOT REACTIVATE COURSE " WS-Course
           NOT INVALID KEY
               MOVE "REACTIV" TO AU-Action
               MOVE WS-Course TO AU-Key
               PERFORM 9100-WRITE-AUDIT
       END-REWRITE.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
