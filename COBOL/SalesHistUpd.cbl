      * the accumulated history at month end. Each total is valued at
      * the price in force on its trading date via OilPriceAt, the
      * same as the register and the posting extract.
      * A trading date can only ever be appended once - rerunning the
      * update against the same tickets used to add that day's totals
      * a second time and double the month in SalesTrend. Before
      * anything is written, every date in the batch is looked for on
      * SALESHIST.DAT; if any is already there the whole batch is
      * refused with RETURN-CODE 1 and nothing is appended.
      * Totals are net of refunds and voids keyed on the trading
      * date, each valued at the price of the sale it reverses; a
      * net negative day carries its sign in the last digit, so
      * existing history lines read unchanged.
      * Each total also carries its net and tax parts (tills charge
      * tax-inclusive prices) and the rate they were taxed at,
      * appended after the revenue for TaxSummary. Lines written
      * before tax was split out end at the revenue, so those fields
      * read as spaces and TaxSummary counts them as not split.
      * A reversal is taxed at the rate of the sale it reverses, so
      * where the rate has changed since, a trading date and oil
      * gets one line per rate actually applied - the tax on each
      * line is always the tax at the rate it carries.
      * Every ticket must find a tax rate in force on its pricing
      * date; if any does not, the batch is refused with RETURN-CODE 1
      * and nothing is appended, rather than the sale going on to the
      * history as zero-rated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD TicketFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==TicketRec==
                               ==:PFX:==      BY ==TKT-==.

       FD OilPriceFile.
       COPY OILPRICE REPLACING ==:REC-NAME:== BY ==OilPriceRec==
       01 SalesHistRec.
        02 SH-TRANS-DATE    PIC 9(8).
        02 SH-OIL-CODE      PIC 9(2).
        02 SH-QUANTITY      PIC S9(7).
        02 SH-REVENUE       PIC S9(9)V99.
        02 SH-NET           PIC S9(9)V99.
        02 SH-TAX           PIC S9(9)V99.
        02 SH-TAX-RATE      PIC 99V99.

       SD WorkFile.
       01 WorkRec.
        02 WK-TRANS-DATE    PIC 9(8).
        02 WK-OIL-CODE      PIC 9(2).
        02 WK-QUANTITY      PIC 9(5).
        02 WK-TYPE          PIC X(1).
          88 WK-IS-REVERSAL VALUE "R" "V".
        02 WK-PRICE-DATE    PIC 9(8).
        02 WK-TAX-RATE      PIC 99V99.

       WORKING-STORAGE SECTION.

             88 Work-EOF        VALUE "Y".
           02 WS-First-Group    PIC X(1) VALUE "Y".
             88 First-Group     VALUE "Y".
           02 WS-Sales-Hist-EOF PIC X(1) VALUE "N".
             88 Sales-Hist-EOF  VALUE "Y".
           02 WS-Date-Found     PIC X(1) VALUE "N".
             88 Date-Found      VALUE "Y".

      * The distinct trading dates in this batch, each marked once it
      * is found already on SALESHIST.DAT.
       01  WS-Batch-Date-Table.
           02 WS-Batch-Date-Count PIC 9(3) COMP VALUE ZERO.
           02 WS-Batch-Date-Entry OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-Batch-Date-Count.
              03 WS-Batch-Date       PIC 9(8).
              03 WS-Batch-Date-Posted PIC X(1).
                88 Batch-Date-Posted VALUE "Y".
       01  WS-Batch-Date-Idx         PIC 9(3).
       01  WS-Posted-Date-Count      PIC 9(3) VALUE ZERO.
       01  WS-No-Rate-Count          PIC 9(5) VALUE ZERO.
       01  WS-Price-Date             PIC 9(8).

       01  Oil-Active-Table.
           02  OIL-ACTIVE            PIC X(1) OCCURS 30 TIMES

       01  WS-Prev-Date              PIC 9(8).
       01  WS-Prev-Oil               PIC 9(2).
       01  WS-Prev-Rate              PIC 99V99.
       01  WS-Group-Quantity         PIC S9(7) VALUE ZERO.
       01  WS-Unit-Price             PIC 99V99.
       01  WS-Price-Found            PIC X(1).
       01  WS-Group-Revenue          PIC S9(9)V99 VALUE ZERO.
       01  WS-Signed-Quantity        PIC S9(5).
       01  WS-Ticket-Revenue         PIC S9(7)V99.
       01  WS-Ticket-Tax             PIC S9(7)V99.
       01  WS-Tax-Rate               PIC 99V99.
       01  WS-Rate-Found             PIC X(1).
       01  WS-Group-Net              PIC S9(9)V99 VALUE ZERO.
       01  WS-Group-Tax              PIC S9(9)V99 VALUE ZERO.
       01  WS-Written-Count          PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       PERFORM 0500-LOAD-OIL-PRICES.
       PERFORM 0600-LOAD-BATCH-DATES.
       PERFORM 0700-CHECK-HISTORY-DATES.
       IF WS-Posted-Date-Count > ZERO
           DISPLAY "SALESHISTUPD - " WS-Posted-Date-Count
               " TRADING DATE(S) ALREADY ON SALESHIST.DAT"
           DISPLAY "SALESHISTUPD - BATCH REFUSED - NOTHING APPENDED"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       IF WS-No-Rate-Count > ZERO
           DISPLAY "SALESHISTUPD - " WS-No-Rate-Count
               " TICKET(S) WITH NO TAX RATE IN FORCE ON OILTAX.DAT"
           DISPLAY "SALESHISTUPD - BATCH REFUSED - NOTHING APPENDED"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND SalesHistFile.
       IF Sales-Hist-Not-Found
           OPEN OUTPUT SalesHistFile
           DISPLAY "SALESHISTUPD - COULD NOT OPEN SALESHIST.DAT - "
               "STATUS " WS-Sales-Hist-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       SORT WorkFile ON ASCENDING KEY WK-TRANS-DATE WK-OIL-CODE
                                      WK-TAX-RATE
           INPUT PROCEDURE IS 1000-LOAD-TICKETS
           OUTPUT PROCEDURE IS 3000-APPEND-TOTALS.
       IF NOT First-Group
       CLOSE SalesHistFile.
       DISPLAY "SALESHISTUPD - " WS-Written-Count
           " TOTAL(S) APPENDED TO SALESHIST.DAT".
       GOBACK.

       0500-LOAD-OIL-PRICES.
       OPEN INPUT OilPriceFile.
           DISPLAY "SALESHISTUPD - COULD NOT OPEN OILPRICE.DAT - "
               "STATUS " WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 0510-READ-OIL-PRICE.
       PERFORM UNTIL Oil-Price-EOF
           AT END SET Oil-Price-EOF TO TRUE
       END-READ.

       0600-LOAD-BATCH-DATES.
       OPEN INPUT TicketFile.
       PERFORM 1100-READ-TICKET.
       PERFORM UNTIL Ticket-EOF
           IF TKT-OIL-CODE >= 1 AND TKT-OIL-CODE <= 30
               IF OIL-CODE-ACTIVE (TKT-OIL-CODE)
                   PERFORM 0610-NOTE-BATCH-DATE
                   PERFORM 0630-CHECK-TAX-RATE
               END-IF
           END-IF
           PERFORM 1100-READ-TICKET
       END-PERFORM.
       CLOSE TicketFile.
       MOVE "N" TO WS-Ticket-EOF.

       0610-NOTE-BATCH-DATE.
       MOVE "N" TO WS-Date-Found.
       PERFORM 0620-MATCH-BATCH-DATE
           VARYING WS-Batch-Date-Idx FROM 1 BY 1
           UNTIL WS-Batch-Date-Idx > WS-Batch-Date-Count
              OR Date-Found.
       IF NOT Date-Found
           IF WS-Batch-Date-Count >= 100
               DISPLAY "SALESHISTUPD - MORE THAN 100 TRADING DATES IN "
                   "SALESTKT.DAT - DATE TABLE FULL - RUN STOPPED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-Batch-Date-Count
           MOVE TKT-TRANS-DATE TO WS-Batch-Date (WS-Batch-Date-Count)
           MOVE "N" TO WS-Batch-Date-Posted (WS-Batch-Date-Count)
       END-IF.

       0620-MATCH-BATCH-DATE.
       IF WS-Batch-Date (WS-Batch-Date-Idx) = TKT-TRANS-DATE
           SET Date-Found TO TRUE
       END-IF.

      * Only the rate is wanted from OilTaxAt here.
       0630-CHECK-TAX-RATE.
       IF TKT-IS-REVERSAL
           MOVE TKT-ORIG-DATE  TO WS-Price-Date
       ELSE
           MOVE TKT-TRANS-DATE TO WS-Price-Date
       END-IF.
       MOVE ZERO TO WS-Ticket-Revenue.
       CALL "OilTaxAt" USING TKT-OIL-CODE WS-Price-Date
           WS-Ticket-Revenue WS-Tax-Rate WS-Ticket-Tax WS-Rate-Found.
       IF WS-Rate-Found NOT = "Y"
           ADD 1 TO WS-No-Rate-Count
           DISPLAY "SALESHISTUPD - NO TAX RATE FOR OIL " TKT-OIL-CODE
               " ON " WS-Price-Date
       END-IF.

       0700-CHECK-HISTORY-DATES.
       OPEN INPUT SalesHistFile.
       IF Sales-Hist-Not-Found
           CLOSE SalesHistFile
       ELSE
           IF NOT Sales-Hist-Status-OK
               DISPLAY "SALESHISTUPD - COULD NOT OPEN SALESHIST.DAT - "
                   "STATUS " WS-Sales-Hist-Status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0710-READ-HISTORY
           PERFORM UNTIL Sales-Hist-EOF
               PERFORM 0720-MARK-POSTED-DATE
                   VARYING WS-Batch-Date-Idx FROM 1 BY 1
                   UNTIL WS-Batch-Date-Idx > WS-Batch-Date-Count
               PERFORM 0710-READ-HISTORY
           END-PERFORM
           CLOSE SalesHistFile
       END-IF.

       0710-READ-HISTORY.
       READ SalesHistFile
           AT END SET Sales-Hist-EOF TO TRUE
       END-READ.

       0720-MARK-POSTED-DATE.
       IF WS-Batch-Date (WS-Batch-Date-Idx) = SH-TRANS-DATE
          AND NOT Batch-Date-Posted (WS-Batch-Date-Idx)
           MOVE "Y" TO WS-Batch-Date-Posted (WS-Batch-Date-Idx)
           ADD 1 TO WS-Posted-Date-Count
           DISPLAY "SALESHISTUPD - TRADING DATE " SH-TRANS-DATE
               " IS ALREADY ON SALESHIST.DAT"
       END-IF.

       1000-LOAD-TICKETS.
       OPEN INPUT TicketFile.
       PERFORM 1100-READ-TICKET.
                   MOVE TKT-TRANS-DATE TO WK-TRANS-DATE
                   MOVE TKT-OIL-CODE   TO WK-OIL-CODE
                   MOVE TKT-QUANTITY   TO WK-QUANTITY
                   MOVE TKT-TYPE       TO WK-TYPE
                   IF TKT-IS-REVERSAL
                       MOVE TKT-ORIG-DATE  TO WK-PRICE-DATE
                   ELSE
                       MOVE TKT-TRANS-DATE TO WK-PRICE-DATE
                   END-IF
                   MOVE ZERO TO WS-Ticket-Revenue
                   CALL "OilTaxAt" USING WK-OIL-CODE WK-PRICE-DATE
                       WS-Ticket-Revenue WK-TAX-RATE WS-Ticket-Tax
                       WS-Rate-Found
                   RELEASE WorkRec
               END-IF
           END-IF
           IF First-Group
               MOVE WK-TRANS-DATE TO WS-Prev-Date
               MOVE WK-OIL-CODE   TO WS-Prev-Oil
               MOVE WK-TAX-RATE   TO WS-Prev-Rate
               MOVE "N" TO WS-First-Group
           ELSE
               IF WK-TRANS-DATE NOT = WS-Prev-Date
                  OR WK-OIL-CODE NOT = WS-Prev-Oil
                  OR WK-TAX-RATE NOT = WS-Prev-Rate
                   PERFORM 4000-WRITE-HISTORY-RECORD
                   MOVE WK-TRANS-DATE TO WS-Prev-Date
                   MOVE WK-OIL-CODE   TO WS-Prev-Oil
                   MOVE WK-TAX-RATE   TO WS-Prev-Rate
               END-IF
           END-IF
           PERFORM 3100-ADD-TO-GROUP
           RETURN WorkFile
               AT END SET Work-EOF TO TRUE
           END-RETURN
       END-PERFORM.

       3100-ADD-TO-GROUP.
       CALL "OilPriceAt" USING WK-OIL-CODE WK-PRICE-DATE
           WS-Unit-Price WS-Price-Found.
       IF WK-IS-REVERSAL
           COMPUTE WS-Signed-Quantity = ZERO - WK-QUANTITY
       ELSE
           MOVE WK-QUANTITY TO WS-Signed-Quantity
       END-IF.
       COMPUTE WS-Ticket-Revenue = WS-Unit-Price * WS-Signed-Quantity.
       ADD WS-Signed-Quantity TO WS-Group-Quantity.
       ADD WS-Ticket-Revenue  TO WS-Group-Revenue.
       CALL "OilTaxAt" USING WK-OIL-CODE WK-PRICE-DATE
           WS-Ticket-Revenue WS-Tax-Rate WS-Ticket-Tax WS-Rate-Found.
       ADD WS-Ticket-Tax      TO WS-Group-Tax.
       SUBTRACT WS-Ticket-Tax FROM WS-Ticket-Revenue.
       ADD WS-Ticket-Revenue  TO WS-Group-Net.

      * The rate recorded is the one every ticket in the group was
      * taxed at.
       4000-WRITE-HISTORY-RECORD.
       MOVE WS-Prev-Date      TO SH-TRANS-DATE.
       MOVE WS-Prev-Oil       TO SH-OIL-CODE.
       MOVE WS-Group-Quantity TO SH-QUANTITY.
       MOVE WS-Group-Revenue  TO SH-REVENUE.
       MOVE WS-Group-Net      TO SH-NET.
       MOVE WS-Group-Tax      TO SH-TAX.
       MOVE WS-Prev-Rate      TO SH-TAX-RATE.
       WRITE SalesHistRec.
       ADD 1 TO WS-Written-Count.
       MOVE ZERO TO WS-Group-Quantity
                    WS-Group-Revenue
                    WS-Group-Net
                    WS-Group-Tax.
