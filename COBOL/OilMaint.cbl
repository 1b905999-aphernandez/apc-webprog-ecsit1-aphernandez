
      * Interactive maintenance of the oil price master (OILPRICE.DAT)
      * used by AromaSalesRpt01 - add a new oil code, change its
      * price, or deactivate it, without a recompile. The operator
      * must sign on first and be authorised for OILMAINT; every
      * change is written to the audit trail AUDITLOG.DAT, and each
      * price change on OILHIST.DAT is stamped with who made it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-Oil-Code                PIC 9(2).
       01  WS-Oil-Price                PIC 99V99.
       01  WS-Old-Oil-Price            PIC 99V99.
       01  WS-Audit-Price              PIC Z9.99.

       01  WS-Run-Date.
           02 WS-Run-YYYY      PIC 9(4).
           02 OH-New-Price      PIC Z9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 OH-Eff-Date       PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 OH-Operator       PIC X(8).
           02 FILLER            PIC X(46) VALUE SPACES.

       01  WS-Program-Name           PIC X(14) VALUE "OILMAINT".
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
       OPEN I-O OilPriceFile.
       OPEN EXTEND OilHistFile.
       WRITE OilPriceRec
           INVALID KEY
               DISPLAY "COULD NOT ADD OIL CODE " WS-Oil-Code
           NOT INVALID KEY
               MOVE "ADD"       TO AU-Action
               MOVE WS-Oil-Code TO AU-Key
               MOVE "PRICE"     TO AU-Detail
               MOVE OP-Oil-Price TO WS-Audit-Price
               MOVE WS-Audit-Price TO AU-Detail (7:5)
               PERFORM 9100-WRITE-AUDIT
       END-WRITE.

       3000-CHANGE-PRICE.
       MOVE WS-Old-Oil-Price TO OH-Old-Price.
       MOVE OP-Oil-Price    TO OH-New-Price.
       MOVE WS-Run-Date     TO OH-Eff-Date.
       MOVE WS-Operator-Id  TO OH-Operator.
       WRITE OilHistLine FROM WS-Oil-Hist-Detail.
       MOVE "CHANGE"        TO AU-Action.
       MOVE OP-Oil-Code     TO AU-Key.
       MOVE "PRICE"         TO AU-Detail.
       MOVE WS-Old-Oil-Price TO WS-Audit-Price.
       MOVE WS-Audit-Price  TO AU-Detail (7:5).
       MOVE "TO"            TO AU-Detail (13:2).
       MOVE OP-Oil-Price    TO WS-Audit-Price.
       MOVE WS-Audit-Price  TO AU-Detail (16:5).
       PERFORM 9100-WRITE-AUDIT.

       4000-DEACTIVATE-PRICE.
       DISPLAY "ENTER OIL CODE TO DEACTIVATE - ".
       REWRITE OilPriceRec
           INVALID KEY
               DISPLAY "COULD NOT DEACTIVATE OIL CODE " WS-Oil-Code
           NOT INVALID KEY
               MOVE "DEACTIV"   TO AU-Action
               MOVE WS-Oil-Code TO AU-Key
               PERFORM 9100-WRITE-AUDIT
       END-REWRITE.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
