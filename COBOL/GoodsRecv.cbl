       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GoodsRecv.
       AUTHOR.  Michael Coughlan.

      * Interactive keying of goods received from suppliers against
      * the oil stock master (OILSTOCK.DAT) - each delivery line adds
      * its bottle count to the oil's on-hand figure and is logged,
      * with the supplier's delivery reference, on the permanent
      * receipts file GOODSRECV.DAT so a disputed delivery can be
      * traced. The same menu sets an oil's reorder level and
      * reorder quantity for StockRpt. An oil added through OilMaint
      * after the stock cutover gets its stock record on its first
      * delivery.
      * The operator must sign on and be authorised for GOODSRECV;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OilStockFile ASSIGN TO "OILSTOCK.DAT"
		     ORGANIZATION IS INDEXED
		     ACCESS MODE IS RANDOM
		     RECORD KEY IS OS-Oil-Code
		     FILE STATUS IS WS-Oil-Stock-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
		     ORGANIZATION IS INDEXED
		     ACCESS MODE IS SEQUENTIAL
		     RECORD KEY IS OP-Oil-Code
		     FILE STATUS IS WS-Oil-Price-Status.

       SELECT RecvLogFile ASSIGN TO "GOODSRECV.DAT"
		     ORGANIZATION IS LINE SEQUENTIAL
		     FILE STATUS IS WS-Recv-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OilStockFile.
       COPY OILSTOCK REPLACING ==:REC-NAME:== BY ==OilStockRec==
                               ==:PFX:==      BY ==OS-==.

       FD OilPriceFile.
       COPY OILPRICE REPLACING ==:REC-NAME:== BY ==OilPriceRec==
                               ==:PFX:==      BY ==OP-==.

       FD RecvLogFile.
       01 RecvLogLine             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-Oil-Stock-Status       PIC X(2).
         88 Oil-Stock-Status-OK      VALUE "00".

       01  WS-Oil-Price-Status       PIC X(2).
         88 Oil-Price-Status-OK      VALUE "00".

       01  WS-Recv-Log-Status        PIC X(2).
         88 Recv-Log-Status-OK       VALUE "00".
         88 Recv-Log-Not-Found       VALUE "35".

       01  WS-Switches.
           02 WS-Oil-Price-EOF  PIC X(1) VALUE "N".
             88 Oil-Price-EOF   VALUE "Y".

       01  Oil-Active-Table.
           02  OIL-ACTIVE            PIC X(1) OCCURS 30 TIMES
                                      VALUE "N".
             88  OIL-CODE-ACTIVE     VALUE "Y".

       01  WS-Choice                 PIC 9(1).
       01  WS-Oil-Code               PIC 9(2).
       01  WS-Recv-Qty               PIC 9(5).
       01  WS-Supplier-Ref           PIC X(10).
       01  WS-Reorder-Level          PIC 9(5).
       01  WS-Reorder-Qty            PIC 9(5).
       01  WS-Show-On-Hand           PIC -(6)9.

       01  WS-Run-Date               PIC 9(8).

       01  WS-Counters.
           02 WS-Received-Count      PIC 9(5) VALUE ZERO.

       01  WS-Recv-Log-Detail.
           02 RV-Oil-Code       PIC 9(2).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RV-Quantity       PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RV-Recv-Date      PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RV-Supplier-Ref   PIC X(10).
           02 FILLER            PIC X(49) VALUE SPACES.

       01  WS-Program-Name           PIC X(14) VALUE "GOODSRECV".
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
       PERFORM 0500-LOAD-OIL-PRICES.
       OPEN I-O OilStockFile.
       IF NOT Oil-Stock-Status-OK
           DISPLAY "GOODSRECV - COULD NOT OPEN OILSTOCK.DAT - STATUS "
               WS-Oil-Stock-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND RecvLogFile.
       IF Recv-Log-Not-Found
           OPEN OUTPUT RecvLogFile
       END-IF.
       IF NOT Recv-Log-Status-OK
           DISPLAY "GOODSRECV - COULD NOT OPEN GOODSRECV.DAT - STATUS "
               WS-Recv-Log-Status
           CLOSE OilStockFile
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-GET-CHOICE.
       PERFORM UNTIL WS-Choice = ZERO
           EVALUATE WS-Choice
               WHEN 1 PERFORM 2000-RECEIVE-GOODS
               WHEN 2 PERFORM 3000-SET-REORDER
               WHEN OTHER DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE
           PERFORM 1000-GET-CHOICE
       END-PERFORM.
       CLOSE OilStockFile
             RecvLogFile.
       DISPLAY "GOODSRECV - DELIVERIES RECEIVED " WS-Received-Count.
       STOP RUN.

       0500-LOAD-OIL-PRICES.
       OPEN INPUT OilPriceFile.
       IF NOT Oil-Price-Status-OK
           DISPLAY "GOODSRECV - COULD NOT OPEN OILPRICE.DAT - "
               "STATUS " WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0510-READ-OIL-PRICE.
       PERFORM UNTIL Oil-Price-EOF
           IF OP-Is-Active
               MOVE "Y" TO OIL-ACTIVE (OP-Oil-Code)
           END-IF
           PERFORM 0510-READ-OIL-PRICE
       END-PERFORM.
       CLOSE OilPriceFile.

       0510-READ-OIL-PRICE.
       READ OilPriceFile
           AT END SET Oil-Price-EOF TO TRUE
       END-READ.

       1000-GET-CHOICE.
       DISPLAY "1-RECEIVE GOODS  2-SET REORDER LEVEL  0-END - ".
       ACCEPT WS-Choice.

      * Only an oil that is on OILPRICE.DAT and active can be taken
      * into stock - a delivery against a withdrawn or mistyped code
      * would otherwise sit on the book where nothing sells it.
       2000-RECEIVE-GOODS.
       DISPLAY "ENTER OIL CODE RECEIVED (2 DIGITS, 01-30) - ".
       ACCEPT WS-Oil-Code.
       IF WS-Oil-Code < 1 OR WS-Oil-Code > 30
           DISPLAY "OIL CODE " WS-Oil-Code
               " OUT OF RANGE - MUST BE 01-30"
       ELSE
           IF NOT OIL-CODE-ACTIVE (WS-Oil-Code)
               DISPLAY "OIL CODE " WS-Oil-Code
                   " NOT ON FILE OR INACTIVE"
           ELSE
               PERFORM 2100-GET-DELIVERY
           END-IF
       END-IF.

       2100-GET-DELIVERY.
       DISPLAY "ENTER BOTTLES RECEIVED (1-99999) - ".
       ACCEPT WS-Recv-Qty.
       IF WS-Recv-Qty = ZERO
           DISPLAY "NOTHING RECEIVED - DELIVERY NOT RECORDED"
       ELSE
           DISPLAY "ENTER SUPPLIER DELIVERY REFERENCE - "
           ACCEPT WS-Supplier-Ref
           MOVE WS-Oil-Code TO OS-Oil-Code
           READ OilStockFile
               INVALID KEY PERFORM 2200-CREATE-STOCK
               NOT INVALID KEY PERFORM 2300-REWRITE-STOCK
           END-READ
       END-IF.

       2200-CREATE-STOCK.
       MOVE WS-Oil-Code TO OS-Oil-Code.
       MOVE WS-Recv-Qty TO OS-On-Hand.
       MOVE ZERO        TO OS-Reorder-Level
                           OS-Reorder-Qty
                           OS-Last-Sold-Date.
       MOVE WS-Run-Date TO OS-Last-Recv-Date.
       WRITE OilStockRec
           INVALID KEY
               DISPLAY "COULD NOT ADD STOCK FOR OIL CODE " WS-Oil-Code
           NOT INVALID KEY
               PERFORM 2400-WRITE-RECEIPT-LOG
       END-WRITE.

       2300-REWRITE-STOCK.
       ADD WS-Recv-Qty  TO OS-On-Hand.
       MOVE WS-Run-Date TO OS-Last-Recv-Date.
       REWRITE OilStockRec
           INVALID KEY
               DISPLAY "COULD NOT UPDATE STOCK FOR OIL CODE "
                   WS-Oil-Code
           NOT INVALID KEY
               PERFORM 2400-WRITE-RECEIPT-LOG
       END-REWRITE.

       2400-WRITE-RECEIPT-LOG.
       MOVE SPACES          TO WS-Recv-Log-Detail.
       MOVE WS-Oil-Code     TO RV-Oil-Code.
       MOVE WS-Recv-Qty     TO RV-Quantity.
       MOVE WS-Run-Date     TO RV-Recv-Date.
       MOVE WS-Supplier-Ref TO RV-Supplier-Ref.
       WRITE RecvLogLine FROM WS-Recv-Log-Detail.
       ADD 1 TO WS-Received-Count.
       MOVE OS-On-Hand TO WS-Show-On-Hand.
       DISPLAY "OIL CODE " WS-Oil-Code " NOW ON HAND " WS-Show-On-Hand.
       MOVE "RECEIVE"       TO AU-Action.
       MOVE WS-Oil-Code     TO AU-Key.
       STRING "QTY " WS-Recv-Qty " REF " WS-Supplier-Ref
           DELIMITED BY SIZE INTO AU-Detail.
       PERFORM 9100-WRITE-AUDIT.

       3000-SET-REORDER.
       DISPLAY "ENTER OIL CODE - ".
       ACCEPT WS-Oil-Code.
       MOVE WS-Oil-Code TO OS-Oil-Code.
       READ OilStockFile
           INVALID KEY
               DISPLAY "OIL CODE " WS-Oil-Code " NOT ON STOCK FILE"
           NOT INVALID KEY PERFORM 3100-REWRITE-REORDER
       END-READ.

       3100-REWRITE-REORDER.
       DISPLAY "CURRENT REORDER LEVEL " OS-Reorder-Level
           "  REORDER QTY " OS-Reorder-Qty.
       DISPLAY "ENTER NEW REORDER LEVEL (BOTTLES) - ".
       ACCEPT WS-Reorder-Level.
       DISPLAY "ENTER NEW REORDER QUANTITY (BOTTLES) - ".
       ACCEPT WS-Reorder-Qty.
       MOVE WS-Reorder-Level TO OS-Reorder-Level.
       MOVE WS-Reorder-Qty   TO OS-Reorder-Qty.
       REWRITE OilStockRec
           INVALID KEY
               DISPLAY "COULD NOT UPDATE OIL CODE " WS-Oil-Code
           NOT INVALID KEY
               MOVE "REORDER"   TO AU-Action
               MOVE WS-Oil-Code TO AU-Key
               STRING "LEVEL " WS-Reorder-Level " QTY " WS-Reorder-Qty
                   DELIMITED BY SIZE INTO AU-Detail
               PERFORM 9100-WRITE-AUDIT
       END-REWRITE.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
