      * are aged by one cycle and rewritten; a disposition summary
      * (SUSPRPT.PRT) shows what happened to every record so nothing
      * quietly rots on the file.
      * The operator must sign on and be authorised for SUSPREPAIR;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 SL-Oldest-Age      PIC ZZZZ9.
           02 FILLER             PIC X(53) VALUE SPACES.

       01  WS-Program-Name           PIC X(14) VALUE "SUSPREPAIR".
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
       PERFORM 1000-LOAD-SUSPENSE.
       IF WS-Suspense-Count = ZERO
           DISPLAY "SUSPREPAIR - NO RECORDS ON TRANSSUSP.DAT"
               WRITE DeletionRec
       END-EVALUATE.
       ADD 1 TO WS-Repaired-Count.
       MOVE "REPAIR"   TO AU-Action.
       MOVE SR-StudId  TO AU-Key.
       STRING SR-Source DELIMITED BY SPACE
              " " WS-Rekey-Line DELIMITED BY SIZE
           INTO AU-Detail.
       PERFORM 9100-WRITE-AUDIT.
       DISPLAY "RECORD RELEASED FOR NEXT MERGE CYCLE.".

       4000-DISCARD-RECORD.
       ADD 1 TO WS-Discarded-Count.
       MOVE "DISCARD"  TO AU-Action.
       MOVE SR-StudId  TO AU-Key.
       STRING SR-Source DELIMITED BY SPACE
              " " SR-Reason-Code DELIMITED BY SIZE
           INTO AU-Detail.
       PERFORM 9100-WRITE-AUDIT.
       DISPLAY "RECORD DISCARDED.".

       5000-RETAIN-RECORD.
       DISPLAY "SUSPREPAIR - REPAIRED " WS-Repaired-Count
           " DISCARDED " WS-Discarded-Count
           " KEPT " WS-Retained-Count.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
