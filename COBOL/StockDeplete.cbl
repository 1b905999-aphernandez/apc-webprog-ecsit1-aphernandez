       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StockDeplete.
       AUTHOR.  Michael Coughlan.

      * Nightly stock depletion - subtracts the TKT-QUANTITY of every
      * ticket on SALESTKT.DAT from its oil's on-hand figure on
      * OILSTOCK.DAT, so the stock book follows the tills.
      * SALESTKT.DAT is only ever appended to between batches, so the
      * number of tickets already depleted is kept on STOCKCTL.DAT
      * and a run skips that many before it starts: a rerun, or a
      * second run after more tickets were keyed, never takes the
      * same bottle off the book twice. A ticket file shorter than
      * the count means a fresh batch has replaced it and depletion
      * starts again from its first ticket. A ticket whose oil has
      * no stock record yet gets one, on-hand negative, so the sale
      * shows on the stock report rather than being lost. A ticket
      * for an oil that is not active on OILPRICE.DAT is the bad oil
      * code EditTickets reports; it is rejected like every other
      * step of the close rejects it, and no stock record is made or
      * changed for it.
      * A void cancels a sale the till should never have rung, so its
      * bottles go back on the book. A refund is a customer return -
      * an opened or handled bottle is not put back on sale, so it
      * leaves the stock figure alone and is only counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TicketFile ASSIGN TO "SALESTKT.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Ticket-Status.

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

       SELECT StockCtlFile ASSIGN TO "STOCKCTL.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Stock-Ctl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TicketFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==TicketRec==
                               ==:PFX:==      BY ==TKT-==.

       FD OilStockFile.
       COPY OILSTOCK REPLACING ==:REC-NAME:== BY ==OilStockRec==
                               ==:PFX:==      BY ==OS-==.

       FD OilPriceFile.
       COPY OILPRICE REPLACING ==:REC-NAME:== BY ==OilPriceRec==
                               ==:PFX:==      BY ==OP-==.

       FD StockCtlFile.
       01 StockCtlRec.
        02 SC-Tickets-Depleted PIC 9(7).
        02 SC-Last-Run-Date    PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-Ticket-Status          PIC X(2).
         88 Ticket-Status-OK         VALUE "00".
         88 Ticket-Not-Found         VALUE "35".

       01  WS-Oil-Stock-Status       PIC X(2).
         88 Oil-Stock-Status-OK      VALUE "00".

       01  WS-Oil-Price-Status       PIC X(2).
         88 Oil-Price-Status-OK      VALUE "00".

       01  WS-Stock-Ctl-Status       PIC X(2).
         88 Stock-Ctl-Status-OK      VALUE "00".
         88 Stock-Ctl-Not-Found      VALUE "35".

       01  WS-Switches.
           02 WS-Ticket-EOF     PIC X(1) VALUE "N".
             88 Ticket-EOF      VALUE "Y".
           02 WS-Oil-Price-EOF  PIC X(1) VALUE "N".
             88 Oil-Price-EOF   VALUE "Y".

       01  WS-Run-Date               PIC 9(8).

       01  Oil-Active-Table.
           02  OIL-ACTIVE            PIC X(1) OCCURS 30 TIMES
                                      VALUE "N".
             88  OIL-CODE-ACTIVE     VALUE "Y".

      * Tickets depleted by earlier runs against the ticket file as it
      * stands, and the count of tickets read this run.
       01  WS-Already-Depleted       PIC 9(7) VALUE ZERO.
       01  WS-Ticket-Count           PIC 9(7) VALUE ZERO.

       01  WS-Counters.
           02 WS-Skipped-Count       PIC 9(7) VALUE ZERO.
           02 WS-Depleted-Count      PIC 9(7) VALUE ZERO.
           02 WS-Rejected-Count      PIC 9(7) VALUE ZERO.
           02 WS-Created-Count       PIC 9(5) VALUE ZERO.
           02 WS-Bottles-Count       PIC 9(9) VALUE ZERO.
           02 WS-Voided-Count        PIC 9(9) VALUE ZERO.
           02 WS-Refund-Count        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0500-READ-CONTROL.
       PERFORM 1000-COUNT-TICKETS.
       IF WS-Ticket-Count < WS-Already-Depleted
           DISPLAY "STOCKDEPLETE - SALESTKT.DAT HOLDS " WS-Ticket-Count
               " TICKETS, " WS-Already-Depleted " DEPLETED BEFORE"
           DISPLAY "STOCKDEPLETE - NEW TICKET BATCH - DEPLETING FROM "
               "THE FIRST TICKET"
           MOVE ZERO TO WS-Already-Depleted
       END-IF.
       PERFORM 0600-LOAD-OIL-PRICES.
       OPEN I-O OilStockFile.
       IF NOT Oil-Stock-Status-OK
           DISPLAY "STOCKDEPLETE - COULD NOT OPEN OILSTOCK.DAT - "
               "STATUS " WS-Oil-Stock-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 2000-DEPLETE-TICKETS.
       CLOSE OilStockFile.
       PERFORM 3000-WRITE-CONTROL.
       DISPLAY "STOCKDEPLETE - TICKETS ALREADY DEPLETED "
           WS-Skipped-Count.
       DISPLAY "STOCKDEPLETE - TICKETS DEPLETED NOW     "
           WS-Depleted-Count.
       DISPLAY "STOCKDEPLETE - TICKETS REJECTED         "
           WS-Rejected-Count.
       DISPLAY "STOCKDEPLETE - BOTTLES TAKEN OFF STOCK  "
           WS-Bottles-Count.
       DISPLAY "STOCKDEPLETE - BOTTLES VOIDED BACK ON   "
           WS-Voided-Count.
       DISPLAY "STOCKDEPLETE - REFUNDS NOT RESTOCKED    "
           WS-Refund-Count.
       IF WS-Created-Count > ZERO
           DISPLAY "STOCKDEPLETE - STOCK RECORDS CREATED    "
               WS-Created-Count
       END-IF.
       GOBACK.

       0500-READ-CONTROL.
       OPEN INPUT StockCtlFile.
       IF Stock-Ctl-Not-Found
           MOVE ZERO TO WS-Already-Depleted
       ELSE
           IF NOT Stock-Ctl-Status-OK
               DISPLAY "STOCKDEPLETE - COULD NOT OPEN STOCKCTL.DAT - "
                   "STATUS " WS-Stock-Ctl-Status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           READ StockCtlFile
               AT END MOVE ZERO TO WS-Already-Depleted
               NOT AT END
                   MOVE SC-Tickets-Depleted TO WS-Already-Depleted
           END-READ
           CLOSE StockCtlFile
       END-IF.

       0600-LOAD-OIL-PRICES.
       OPEN INPUT OilPriceFile.
       IF NOT Oil-Price-Status-OK
           DISPLAY "STOCKDEPLETE - COULD NOT OPEN OILPRICE.DAT - "
               "STATUS " WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 0610-READ-OIL-PRICE.
       PERFORM UNTIL Oil-Price-EOF
           IF OP-Is-Active
               MOVE "Y" TO OIL-ACTIVE (OP-Oil-Code)
           END-IF
           PERFORM 0610-READ-OIL-PRICE
       END-PERFORM.
       CLOSE OilPriceFile.

       0610-READ-OIL-PRICE.
       READ OilPriceFile
           AT END SET Oil-Price-EOF TO TRUE
       END-READ.

      * A first pass only counts the tickets, so a replaced ticket
      * file is recognised before any stock is touched.
       1000-COUNT-TICKETS.
       OPEN INPUT TicketFile.
       IF Ticket-Not-Found
           MOVE ZERO TO WS-Ticket-Count
       ELSE
           IF NOT Ticket-Status-OK
               DISPLAY "STOCKDEPLETE - COULD NOT OPEN SALESTKT.DAT - "
                   "STATUS " WS-Ticket-Status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2100-READ-TICKET
           PERFORM UNTIL Ticket-EOF
               ADD 1 TO WS-Ticket-Count
               PERFORM 2100-READ-TICKET
           END-PERFORM
           CLOSE TicketFile
       END-IF.

       2000-DEPLETE-TICKETS.
       IF WS-Ticket-Count > ZERO
           MOVE "N" TO WS-Ticket-EOF
           OPEN INPUT TicketFile
           PERFORM 2100-READ-TICKET
           PERFORM UNTIL Ticket-EOF
               IF WS-Skipped-Count < WS-Already-Depleted
                   ADD 1 TO WS-Skipped-Count
               ELSE
                   PERFORM 2200-DEPLETE-ONE-TICKET
               END-IF
               PERFORM 2100-READ-TICKET
           END-PERFORM
           CLOSE TicketFile
       END-IF.

       2100-READ-TICKET.
       READ TicketFile
           AT END SET Ticket-EOF TO TRUE
       END-READ.

       2200-DEPLETE-ONE-TICKET.
       IF TKT-OIL-CODE < 1 OR TKT-OIL-CODE > 30
          OR TKT-QUANTITY NOT NUMERIC
           DISPLAY "STOCKDEPLETE - TICKET WITH OIL CODE " TKT-OIL-CODE
               " NOT DEPLETED - INVALID OIL CODE OR QUANTITY"
           ADD 1 TO WS-Rejected-Count
       ELSE
           IF NOT OIL-CODE-ACTIVE (TKT-OIL-CODE)
               DISPLAY "STOCKDEPLETE - TICKET WITH OIL CODE "
                   TKT-OIL-CODE " NOT DEPLETED - OIL NOT ACTIVE"
               ADD 1 TO WS-Rejected-Count
           ELSE
               IF TKT-IS-REFUND
                   ADD 1 TO WS-Refund-Count
                   ADD 1 TO WS-Depleted-Count
               ELSE
                   MOVE TKT-OIL-CODE TO OS-Oil-Code
                   READ OilStockFile
                       INVALID KEY PERFORM 2300-CREATE-STOCK
                       NOT INVALID KEY PERFORM 2400-REWRITE-STOCK
                   END-READ
               END-IF
           END-IF
       END-IF.

       2300-CREATE-STOCK.
       MOVE TKT-OIL-CODE   TO OS-Oil-Code.
       IF TKT-IS-VOID
           MOVE TKT-QUANTITY TO OS-On-Hand
       ELSE
           COMPUTE OS-On-Hand = ZERO - TKT-QUANTITY
       END-IF.
       MOVE ZERO           TO OS-Reorder-Level
                              OS-Reorder-Qty
                              OS-Last-Recv-Date.
       IF TKT-IS-VOID
           MOVE ZERO           TO OS-Last-Sold-Date
       ELSE
           MOVE TKT-TRANS-DATE TO OS-Last-Sold-Date
       END-IF.
       WRITE OilStockRec
           INVALID KEY
               DISPLAY "STOCKDEPLETE - COULD NOT ADD STOCK FOR OIL "
                   "CODE " TKT-OIL-CODE
               ADD 1 TO WS-Rejected-Count
           NOT INVALID KEY
               ADD 1 TO WS-Created-Count
               PERFORM 2500-COUNT-DEPLETED
       END-WRITE.

       2400-REWRITE-STOCK.
       IF TKT-IS-VOID
           ADD TKT-QUANTITY TO OS-On-Hand
       ELSE
           SUBTRACT TKT-QUANTITY FROM OS-On-Hand
           IF TKT-TRANS-DATE > OS-Last-Sold-Date
               MOVE TKT-TRANS-DATE TO OS-Last-Sold-Date
           END-IF
       END-IF.
       REWRITE OilStockRec
           INVALID KEY
               DISPLAY "STOCKDEPLETE - COULD NOT UPDATE STOCK FOR OIL "
                   "CODE " TKT-OIL-CODE
               ADD 1 TO WS-Rejected-Count
           NOT INVALID KEY
               PERFORM 2500-COUNT-DEPLETED
       END-REWRITE.

       2500-COUNT-DEPLETED.
       ADD 1 TO WS-Depleted-Count.
       IF TKT-IS-VOID
           ADD TKT-QUANTITY TO WS-Voided-Count
       ELSE
           ADD TKT-QUANTITY TO WS-Bottles-Count
       END-IF.

      * Every ticket read, depleted or rejected, counts as dealt
      * with - a rejected ticket is reported once, not every night.
       3000-WRITE-CONTROL.
       OPEN OUTPUT StockCtlFile.
       IF NOT Stock-Ctl-Status-OK
           DISPLAY "STOCKDEPLETE - COULD NOT REWRITE STOCKCTL.DAT - "
               "STATUS " WS-Stock-Ctl-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-Ticket-Count TO SC-Tickets-Depleted.
       MOVE WS-Run-Date     TO SC-Last-Run-Date.
       WRITE StockCtlRec.
       CLOSE StockCtlFile.
