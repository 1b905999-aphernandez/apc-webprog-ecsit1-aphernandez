       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StockConv.
       AUTHOR.  Michael Coughlan.

      * One-time conversion utility - seeds OILSTOCK.DAT with a stock
      * record for every oil code already on OILPRICE.DAT, on-hand
      * and reorder figures zero, so GoodsRecv and StockDeplete have
      * a record to work from for every existing oil. The opening
      * stock count is then keyed through GoodsRecv as a receipt and
      * the reorder levels set from its menu. Run once when cutting
      * over to stock control; not needed again afterwards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS OP-Oil-Code
	     FILE STATUS IS WS-Oil-Price-Status.

       SELECT OilStockFile ASSIGN TO "OILSTOCK.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS OS-Oil-Code
	     FILE STATUS IS WS-Oil-Stock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OilPriceFile.
       COPY OILPRICE REPLACING ==:REC-NAME:== BY ==OilPriceRec==
                               ==:PFX:==      BY ==OP-==.

       FD OilStockFile.
       COPY OILSTOCK REPLACING ==:REC-NAME:== BY ==OilStockRec==
                               ==:PFX:==      BY ==OS-==.

       WORKING-STORAGE SECTION.

       01  WS-Oil-Price-Status       PIC X(2).
         88 Oil-Price-Status-OK      VALUE "00".

       01  WS-Oil-Stock-Status       PIC X(2).
         88 Oil-Stock-Status-OK      VALUE "00".

       01  WS-Switches.
           02 WS-Oil-Price-EOF  PIC X(1) VALUE "N".
             88 Oil-Price-EOF   VALUE "Y".

       01  WS-Counters.
           02 WS-Written-Count       PIC 9(5) VALUE ZERO.
           02 WS-Rejected-Count      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       OPEN INPUT OilPriceFile.
       IF NOT Oil-Price-Status-OK
           DISPLAY "STOCKCONV - COULD NOT OPEN OILPRICE.DAT - STATUS "
               WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT OilStockFile.
       IF NOT Oil-Stock-Status-OK
           DISPLAY "STOCKCONV - COULD NOT OPEN OILSTOCK.DAT - STATUS "
               WS-Oil-Stock-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-READ-OIL-PRICE.
       PERFORM UNTIL Oil-Price-EOF
           PERFORM 2000-WRITE-STOCK
           PERFORM 1000-READ-OIL-PRICE
       END-PERFORM.
       CLOSE OilPriceFile
             OilStockFile.
       DISPLAY "STOCKCONV - RECORDS WRITTEN   " WS-Written-Count.
       DISPLAY "STOCKCONV - RECORDS REJECTED  " WS-Rejected-Count.
       STOP RUN.

       1000-READ-OIL-PRICE.
       READ OilPriceFile
           AT END SET Oil-Price-EOF TO TRUE
       END-READ.

       2000-WRITE-STOCK.
       MOVE OP-Oil-Code TO OS-Oil-Code.
       MOVE ZERO        TO OS-On-Hand
                           OS-Reorder-Level
                           OS-Reorder-Qty
                           OS-Last-Recv-Date
                           OS-Last-Sold-Date.
       WRITE OilStockRec
           INVALID KEY
               DISPLAY "STOCKCONV - DUPLICATE OIL CODE " OP-Oil-Code
                   " REJECTED"
               ADD 1 TO WS-Rejected-Count
           NOT INVALID KEY
               ADD 1 TO WS-Written-Count
       END-WRITE.
