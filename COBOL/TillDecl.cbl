      * beside it. TillRecon matches these declarations against the
      * revenue computed from SALESTKT.DAT. Run TillDeclConv once
      * beforehand to create the file.
      * The operator must sign on and be authorised for TILLDECL;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-Trans-Date             PIC 9(8).
       01  WS-Amount                 PIC 9(7)V99.
       01  WS-Old-Amount             PIC Z(6)9.99.
       01  WS-Audit-Amount           PIC Z(6)9.99.

       01  WS-Run-Date               PIC 9(8).

           02 WS-Written-Count       PIC 9(5) VALUE ZERO.
           02 WS-Replaced-Count      PIC 9(5) VALUE ZERO.

       01  WS-Program-Name           PIC X(14) VALUE "TILLDECL".
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
       OPEN I-O TillDeclFile.
       IF NOT Till-Decl-Status-OK
                   " DATE " WS-Trans-Date
           NOT INVALID KEY
               ADD 1 TO WS-Written-Count
               MOVE "DECLARE" TO AU-Action
               PERFORM 2300-AUDIT-DECLARATION
       END-WRITE.

       2200-REPLACE-DECLARATION.
                   " DATE " WS-Trans-Date
           NOT INVALID KEY
               ADD 1 TO WS-Replaced-Count
               MOVE "REDECL" TO AU-Action
               PERFORM 2300-AUDIT-DECLARATION
       END-REWRITE.

       2300-AUDIT-DECLARATION.
       MOVE WS-Amount TO WS-Audit-Amount.
       STRING WS-Till-No "/" WS-Trans-Date
           DELIMITED BY SIZE INTO AU-Key.
       IF AU-Action = "REDECL"
           STRING "AMOUNT " WS-Old-Amount " -> " WS-Audit-Amount
               DELIMITED BY SIZE INTO AU-Detail
       ELSE
           STRING "AMOUNT " WS-Audit-Amount
               DELIMITED BY SIZE INTO AU-Detail
       END-IF.
       PERFORM 9100-WRITE-AUDIT.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
