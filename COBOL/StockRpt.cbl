       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StockRpt.
       AUTHOR.  Michael Coughlan.

      * Oil stock report off OILSTOCK.DAT (STOCKRPT.PRT) in two parts.
      * The reorder list shows every active oil whose on-hand count
      * has fallen below its reorder level, or has run out
      * altogether, with the quantity to order from the supplier.
      * The valuation lists every oil with stock on the book, valued
      * at its current OP-Oil-Price on OILPRICE.DAT, and the total
      * value of stock held. A negative on-hand - more sold than the
      * book shows received - is printed and flagged but valued at
      * nil, so a missing delivery entry cannot reduce the total.
      * Run after StockDeplete so tonight's sales are off the book.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OilStockFile ASSIGN TO "OILSTOCK.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS OS-Oil-Code
	     FILE STATUS IS WS-Oil-Stock-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS OP-Oil-Code
	     FILE STATUS IS WS-Oil-Price-Status.

       SELECT StockRptFile ASSIGN TO "STOCKRPT.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OilStockFile.
       COPY OILSTOCK REPLACING ==:REC-NAME:== BY ==OilStockRec==
                               ==:PFX:==      BY ==OS-==.

       FD OilPriceFile.
       COPY OILPRICE REPLACING ==:REC-NAME:== BY ==OilPriceRec==
                               ==:PFX:==      BY ==OP-==.

       FD StockRptFile.
       01 StockRptLine      PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-Oil-Stock-Status       PIC X(2).
         88 Oil-Stock-Status-OK      VALUE "00".

       01  WS-Oil-Price-Status       PIC X(2).
         88 Oil-Price-Status-OK      VALUE "00".

       01  WS-Switches.
           02 WS-Oil-Stock-EOF  PIC X(1) VALUE "N".
             88 Oil-Stock-EOF   VALUE "Y".
           02 WS-Oil-Price-EOF  PIC X(1) VALUE "N".
             88 Oil-Price-EOF   VALUE "Y".

      * Current price and active flag per oil code, from OILPRICE.DAT.
       01  Oil-Price-Table.
           02  Oil-Price-Entry OCCURS 30 TIMES.
               03 OIL-CUR-PRICE      PIC 99V99 VALUE ZERO.
               03 OIL-ACTIVE         PIC X(1)  VALUE "N".
                 88 OIL-CODE-ACTIVE  VALUE "Y".

      * The stock book held in oil code order, so the reorder list
      * and the valuation can both be printed from one read.
       01  WS-Stock-Table.
           02 WS-Stock-Count    PIC 9(2) COMP VALUE ZERO.
           02 WS-Stock-Entry OCCURS 1 TO 30 TIMES
                DEPENDING ON WS-Stock-Count.
              03 WS-Stk-Oil-Code   PIC 9(2).
              03 WS-Stk-On-Hand    PIC S9(7).
              03 WS-Stk-Reorder-Lvl PIC 9(5).
              03 WS-Stk-Reorder-Qty PIC 9(5).
              03 WS-Stk-Last-Recv  PIC 9(8).
       01  WS-Stock-Idx         PIC 9(2).

       01  WS-Stock-Value       PIC 9(9)V99.
       01  WS-Total-Value       PIC 9(11)V99 VALUE ZERO.
       01  WS-Total-Bottles     PIC S9(9) VALUE ZERO.

       01  WS-Counters.
           02 WS-Reorder-Count  PIC 9(3) VALUE ZERO.
           02 WS-Negative-Count PIC 9(3) VALUE ZERO.

       01  WS-Run-Date.
           02 WS-Run-YYYY       PIC 9(4).
           02 WS-Run-MM         PIC 9(2).
           02 WS-Run-DD         PIC 9(2).

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(30)
              VALUE "AROMA OILS STOCK REPORT".
           02 FILLER            PIC X(11) VALUE "  RUN DATE ".
           02 HL-Run-YYYY       PIC 9(4).
           02 FILLER            PIC X(1)  VALUE "-".
           02 HL-Run-MM         PIC 9(2).
           02 FILLER            PIC X(1)  VALUE "-".
           02 HL-Run-DD         PIC 9(2).
           02 FILLER            PIC X(29) VALUE SPACES.

       01  WS-Reorder-Heading-1.
           02 FILLER            PIC X(80)
              VALUE "OILS TO REORDER".

       01  WS-Reorder-Heading-2.
           02 FILLER            PIC X(80) VALUE
              "OIL   ON HAND  REORDER LVL  ORDER QTY  LAST RECEIVED".

       01  WS-Reorder-Line.
           02 RL-Oil-Code       PIC Z9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RL-On-Hand        PIC -(6)9.
           02 FILLER            PIC X(4)  VALUE SPACES.
           02 RL-Reorder-Lvl    PIC ZZZZ9.
           02 FILLER            PIC X(6)  VALUE SPACES.
           02 RL-Reorder-Qty    PIC ZZZZ9.
           02 FILLER            PIC X(4)  VALUE SPACES.
           02 RL-Last-Recv      PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RL-Flag           PIC X(12).
           02 FILLER            PIC X(23) VALUE SPACES.

       01  WS-No-Reorder-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO OILS BELOW REORDER LEVEL)".

       01  WS-Reorder-Count-Line.
           02 FILLER            PIC X(22)
              VALUE "OILS TO REORDER ..... ".
           02 RCL-Count         PIC ZZ9.
           02 FILLER            PIC X(55) VALUE SPACES.

       01  WS-Value-Heading-1.
           02 FILLER            PIC X(80)
              VALUE "STOCK VALUATION AT CURRENT PRICE".

       01  WS-Value-Heading-2.
           02 FILLER            PIC X(80) VALUE
              "OIL   ON HAND  UNIT PRICE     STOCK VALUE".

       01  WS-Value-Line.
           02 VL-Oil-Code       PIC Z9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 VL-On-Hand        PIC -(6)9.
           02 FILLER            PIC X(5)  VALUE SPACES.
           02 VL-Unit-Price     PIC Z9.99.
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 VL-Stock-Value    PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 VL-Flag           PIC X(12).
           02 FILLER            PIC X(30) VALUE SPACES.

       01  WS-Value-Total-Line.
           02 FILLER            PIC X(20) VALUE "TOTAL BOTTLES HELD  ".
           02 VTL-Bottles       PIC -(8)9.
           02 FILLER            PIC X(4)  VALUE SPACES.
           02 FILLER            PIC X(20) VALUE "TOTAL STOCK VALUE   ".
           02 VTL-Value         PIC ZZZZZZZZZZ9.99.
           02 FILLER            PIC X(13) VALUE SPACES.

       01  WS-Blank-Line        PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       MOVE WS-Run-YYYY TO HL-Run-YYYY.
       MOVE WS-Run-MM   TO HL-Run-MM.
       MOVE WS-Run-DD   TO HL-Run-DD.
       PERFORM 0500-LOAD-OIL-PRICES.
       PERFORM 1000-LOAD-STOCK.
       OPEN OUTPUT StockRptFile.
       WRITE StockRptLine FROM WS-Heading-Line-1.
       WRITE StockRptLine FROM WS-Blank-Line.
       WRITE StockRptLine FROM WS-Reorder-Heading-1.
       WRITE StockRptLine FROM WS-Reorder-Heading-2.
       PERFORM 2000-PRINT-REORDER-LINE
           VARYING WS-Stock-Idx FROM 1 BY 1
           UNTIL WS-Stock-Idx > WS-Stock-Count.
       IF WS-Reorder-Count = ZERO
           WRITE StockRptLine FROM WS-No-Reorder-Line
       END-IF.
       MOVE WS-Reorder-Count TO RCL-Count.
       WRITE StockRptLine FROM WS-Reorder-Count-Line.
       WRITE StockRptLine FROM WS-Blank-Line.
       WRITE StockRptLine FROM WS-Value-Heading-1.
       WRITE StockRptLine FROM WS-Value-Heading-2.
       PERFORM 3000-PRINT-VALUE-LINE
           VARYING WS-Stock-Idx FROM 1 BY 1
           UNTIL WS-Stock-Idx > WS-Stock-Count.
       MOVE WS-Total-Bottles TO VTL-Bottles.
       MOVE WS-Total-Value   TO VTL-Value.
       WRITE StockRptLine FROM WS-Value-Total-Line.
       CLOSE StockRptFile.
       DISPLAY "STOCKRPT - OILS TO REORDER " WS-Reorder-Count
           " NEGATIVE ON HAND " WS-Negative-Count.
       STOP RUN.

       0500-LOAD-OIL-PRICES.
       OPEN INPUT OilPriceFile.
       IF NOT Oil-Price-Status-OK
           DISPLAY "STOCKRPT - COULD NOT OPEN OILPRICE.DAT - "
               "STATUS " WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0510-READ-OIL-PRICE.
       PERFORM UNTIL Oil-Price-EOF
           MOVE OP-Oil-Price TO OIL-CUR-PRICE (OP-Oil-Code)
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

       1000-LOAD-STOCK.
       OPEN INPUT OilStockFile.
       IF NOT Oil-Stock-Status-OK
           DISPLAY "STOCKRPT - COULD NOT OPEN OILSTOCK.DAT - "
               "STATUS " WS-Oil-Stock-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1100-READ-STOCK.
       PERFORM UNTIL Oil-Stock-EOF
           IF OS-Oil-Code >= 1 AND OS-Oil-Code <= 30
               ADD 1 TO WS-Stock-Count
               MOVE OS-Oil-Code TO WS-Stk-Oil-Code (WS-Stock-Count)
               MOVE OS-On-Hand  TO WS-Stk-On-Hand (WS-Stock-Count)
               MOVE OS-Reorder-Level
                   TO WS-Stk-Reorder-Lvl (WS-Stock-Count)
               MOVE OS-Reorder-Qty
                   TO WS-Stk-Reorder-Qty (WS-Stock-Count)
               MOVE OS-Last-Recv-Date
                   TO WS-Stk-Last-Recv (WS-Stock-Count)
           END-IF
           PERFORM 1100-READ-STOCK
       END-PERFORM.
       CLOSE OilStockFile.

       1100-READ-STOCK.
       READ OilStockFile
           AT END SET Oil-Stock-EOF TO TRUE
       END-READ.

      * An oil withdrawn on OILPRICE.DAT is not reordered, whatever
      * its count - it is only sold off.
       2000-PRINT-REORDER-LINE.
       IF OIL-CODE-ACTIVE (WS-Stk-Oil-Code (WS-Stock-Idx))
           IF WS-Stk-On-Hand (WS-Stock-Idx) NOT > ZERO
               MOVE "OUT OF STOCK" TO RL-Flag
               PERFORM 2100-WRITE-REORDER-LINE
           ELSE
               IF WS-Stk-On-Hand (WS-Stock-Idx) <
                      WS-Stk-Reorder-Lvl (WS-Stock-Idx)
                   MOVE SPACES TO RL-Flag
                   PERFORM 2100-WRITE-REORDER-LINE
               END-IF
           END-IF
       END-IF.

       2100-WRITE-REORDER-LINE.
       MOVE WS-Stk-Oil-Code (WS-Stock-Idx)    TO RL-Oil-Code.
       MOVE WS-Stk-On-Hand (WS-Stock-Idx)     TO RL-On-Hand.
       MOVE WS-Stk-Reorder-Lvl (WS-Stock-Idx) TO RL-Reorder-Lvl.
       MOVE WS-Stk-Reorder-Qty (WS-Stock-Idx) TO RL-Reorder-Qty.
       MOVE WS-Stk-Last-Recv (WS-Stock-Idx)   TO RL-Last-Recv.
       WRITE StockRptLine FROM WS-Reorder-Line.
       ADD 1 TO WS-Reorder-Count.

       3000-PRINT-VALUE-LINE.
       IF WS-Stk-On-Hand (WS-Stock-Idx) NOT = ZERO
           MOVE WS-Stk-Oil-Code (WS-Stock-Idx) TO VL-Oil-Code
           MOVE WS-Stk-On-Hand (WS-Stock-Idx)  TO VL-On-Hand
           MOVE OIL-CUR-PRICE (WS-Stk-Oil-Code (WS-Stock-Idx))
               TO VL-Unit-Price
           IF WS-Stk-On-Hand (WS-Stock-Idx) < ZERO
               MOVE ZERO TO WS-Stock-Value
               MOVE "NEGATIVE" TO VL-Flag
               ADD 1 TO WS-Negative-Count
           ELSE
               COMPUTE WS-Stock-Value =
                   OIL-CUR-PRICE (WS-Stk-Oil-Code (WS-Stock-Idx))
                   * WS-Stk-On-Hand (WS-Stock-Idx)
               MOVE SPACES TO VL-Flag
               ADD WS-Stk-On-Hand (WS-Stock-Idx) TO WS-Total-Bottles
           END-IF
           MOVE WS-Stock-Value TO VL-Stock-Value
           WRITE StockRptLine FROM WS-Value-Line
           ADD WS-Stock-Value TO WS-Total-Value
       END-IF.
