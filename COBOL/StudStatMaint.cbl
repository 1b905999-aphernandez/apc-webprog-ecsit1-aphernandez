      * or changes an existing student's status between active,
      * graduated and withdrawn, so the lifecycle position recorded
      * there stays current for StudCohortRpt.
      * The operator must sign on and be authorised for STUDSTATMAINT;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-Choice                 PIC 9(1).
       01  WS-StudId                 PIC 9(7).
       01  WS-Status-Choice          PIC X(1).
       01  WS-Old-Status             PIC X(1).
       01  WS-Valid-Status           PIC X(1) VALUE "N".
         88 Valid-Status             VALUE "Y".


       01  WS-Run-Date-Numeric REDEFINES WS-Run-Date PIC 9(8).

       01  WS-Program-Name           PIC X(14) VALUE "STUDSTATMAINT".
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
       OPEN I-O StudStatFile.
       PERFORM 1000-GET-CHOICE.
       WRITE StudStatRec
           INVALID KEY
               DISPLAY "COULD NOT ENROLL STUDID " WS-StudId
           NOT INVALID KEY
               MOVE "ENROLL"   TO AU-Action
               MOVE WS-StudId  TO AU-Key
               MOVE "STATUS A" TO AU-Detail
               PERFORM 9100-WRITE-AUDIT
       END-WRITE.

       3000-CHANGE-STATUS.
       3100-REWRITE-STATUS.
       DISPLAY "ENTER NEW STATUS (A-ACTIVE G-GRADUATED W-WITHDRAWN) - ".
       ACCEPT WS-Status-Choice.
       MOVE SS-Status TO WS-Old-Status.
       MOVE "Y" TO WS-Valid-Status.
       EVALUATE WS-Status-Choice
           WHEN "A" SET SS-Status-Active    TO TRUE
           REWRITE StudStatRec
               INVALID KEY
                   DISPLAY "COULD NOT UPDATE STUDID " WS-StudId
               NOT INVALID KEY
                   MOVE "STATUS"  TO AU-Action
                   MOVE WS-StudId TO AU-Key
                   STRING "STATUS " WS-Old-Status " -> " SS-Status
                       DELIMITED BY SIZE INTO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-REWRITE
       END-IF.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
