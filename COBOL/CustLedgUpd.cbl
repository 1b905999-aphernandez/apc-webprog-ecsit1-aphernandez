       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CustLedgUpd.
       AUTHOR.  Michael Coughlan.

      * Posts the current batch's account tickets to the trade
      * customer ledger CUSTLEDG.DAT - every ticket on SALESTKT.DAT
      * carrying an account number becomes a ledger entry for that
      * customer, so the salons' account sales are on the system
      * instead of in the paper book. A sale is an invoice valued at
      * the price in force on its trading date via OilPriceAt, the
      * same as the register; a refund or void credited to an account
      * is a credit valued at the price of the sale it reverses.
      * Amounts are the tax-inclusive till price the customer owes.
      * Tickets for an account not on CUSTMST.DAT (EditTickets has
      * already listed them) are skipped and counted.
      * As with SalesHistUpd, a trading date can only be posted once:
      * before anything is written, every date in the batch with an
      * account ticket is looked for among the ticket entries already
      * on CUSTLEDG.DAT, and if any is there the whole batch is
      * refused with RETURN-CODE 1 and nothing is appended.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TicketFile ASSIGN TO "SALESTKT.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS OP-Oil-Code
	     FILE STATUS IS WS-Oil-Price-Status.

       SELECT CustMstFile ASSIGN TO "CUSTMST.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS CU-Cust-No
	     FILE STATUS IS WS-Cust-Mst-Status.

       SELECT CustLedgFile ASSIGN TO "CUSTLEDG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Cust-Ledg-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TicketFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==TicketRec==
                               ==:PFX:==      BY ==TKT-==.

       FD OilPriceFile.
       COPY OILPRICE REPLACING ==:REC-NAME:== BY ==OilPriceRec==
                               ==:PFX:==      BY ==OP-==.

       FD CustMstFile.
       COPY CUSTMST REPLACING ==:REC-NAME:== BY ==CustMstRec==
                              ==:PFX:==      BY ==CU-==.

       FD CustLedgFile.
       COPY CUSTLEDG REPLACING ==:REC-NAME:== BY ==CustLedgRec==
                               ==:PFX:==      BY ==CL-==.

       WORKING-STORAGE SECTION.

       01  WS-Oil-Price-Status       PIC X(2).
         88 Oil-Price-Status-OK      VALUE "00".

       01  WS-Cust-Mst-Status        PIC X(2).
         88 Cust-Mst-Status-OK       VALUE "00".
         88 Cust-Mst-Not-Found       VALUE "35".

       01  WS-Cust-Ledg-Status       PIC X(2).
         88 Cust-Ledg-Status-OK      VALUE "00".
         88 Cust-Ledg-Not-Found      VALUE "35".

       01  WS-Switches.
           02 WS-Oil-Price-EOF  PIC X(1) VALUE "N".
             88 Oil-Price-EOF   VALUE "Y".
           02 WS-Ticket-EOF     PIC X(1) VALUE "N".
             88 Ticket-EOF      VALUE "Y".
           02 WS-Cust-Ledg-EOF  PIC X(1) VALUE "N".
             88 Cust-Ledg-EOF   VALUE "Y".
           02 WS-Date-Found     PIC X(1) VALUE "N".
             88 Date-Found      VALUE "Y".
           02 WS-Cust-Mst-Open  PIC X(1) VALUE "N".
             88 Cust-Mst-Open   VALUE "Y".
           02 WS-Account-Found  PIC X(1) VALUE "N".
             88 Account-Found   VALUE "Y".

      * The distinct trading dates with an account ticket in this
      * batch, each marked once it is found already on the ledger.
       01  WS-Batch-Date-Table.
           02 WS-Batch-Date-Count PIC 9(3) COMP VALUE ZERO.
           02 WS-Batch-Date-Entry OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-Batch-Date-Count.
              03 WS-Batch-Date       PIC 9(8).
              03 WS-Batch-Date-Posted PIC X(1).
                88 Batch-Date-Posted VALUE "Y".
       01  WS-Batch-Date-Idx         PIC 9(3).
       01  WS-Posted-Date-Count      PIC 9(3) VALUE ZERO.

       01  Oil-Active-Table.
           02  OIL-ACTIVE            PIC X(1) OCCURS 30 TIMES
                                      VALUE "N".
             88  OIL-CODE-ACTIVE     VALUE "Y".

       01  WS-Unit-Price             PIC 99V99.
       01  WS-Price-Found            PIC X(1).
       01  WS-Run-Date               PIC 9(8).

       01  WS-Counters.
           02 WS-Invoice-Count       PIC 9(5) VALUE ZERO.
           02 WS-Credit-Count        PIC 9(5) VALUE ZERO.
           02 WS-Skipped-Count       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0500-LOAD-OIL-PRICES.
       PERFORM 0550-OPEN-CUSTOMER-MASTER.
       PERFORM 0600-LOAD-BATCH-DATES.
       PERFORM 0700-CHECK-LEDGER-DATES.
       IF WS-Posted-Date-Count > ZERO
           DISPLAY "CUSTLEDGUPD - " WS-Posted-Date-Count
               " TRADING DATE(S) ALREADY ON CUSTLEDG.DAT"
           DISPLAY "CUSTLEDGUPD - BATCH REFUSED - NOTHING APPENDED"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND CustLedgFile.
       IF Cust-Ledg-Not-Found
           OPEN OUTPUT CustLedgFile
       END-IF.
       IF NOT Cust-Ledg-Status-OK
           DISPLAY "CUSTLEDGUPD - COULD NOT OPEN CUSTLEDG.DAT - "
               "STATUS " WS-Cust-Ledg-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT TicketFile.
       PERFORM 1100-READ-TICKET.
       PERFORM UNTIL Ticket-EOF
           IF NOT TKT-IS-CASH
               PERFORM 2000-POST-ACCOUNT-TICKET
           END-IF
           PERFORM 1100-READ-TICKET
       END-PERFORM.
       CLOSE TicketFile
             CustLedgFile.
       IF Cust-Mst-Open
           CLOSE CustMstFile
       END-IF.
       DISPLAY "CUSTLEDGUPD - " WS-Invoice-Count
           " INVOICE(S) AND " WS-Credit-Count
           " CREDIT(S) APPENDED TO CUSTLEDG.DAT".
       IF WS-Skipped-Count > ZERO
           DISPLAY "CUSTLEDGUPD - " WS-Skipped-Count
               " ACCOUNT TICKET(S) SKIPPED - SEE TKTEXCP.PRT"
       END-IF.
       GOBACK.

       0500-LOAD-OIL-PRICES.
       OPEN INPUT OilPriceFile.
       IF NOT Oil-Price-Status-OK
           DISPLAY "CUSTLEDGUPD - COULD NOT OPEN OILPRICE.DAT - "
               "STATUS " WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
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

      * No customer master means no accounts have been opened - any
      * account ticket in the batch is then skipped.
       0550-OPEN-CUSTOMER-MASTER.
       OPEN INPUT CustMstFile.
       IF Cust-Mst-Status-OK
           SET Cust-Mst-Open TO TRUE
       ELSE
           IF NOT Cust-Mst-Not-Found
               DISPLAY "CUSTLEDGUPD - COULD NOT OPEN CUSTMST.DAT - "
                   "STATUS " WS-Cust-Mst-Status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF.

       0600-LOAD-BATCH-DATES.
       OPEN INPUT TicketFile.
       PERFORM 1100-READ-TICKET.
       PERFORM UNTIL Ticket-EOF
           IF NOT TKT-IS-CASH
               PERFORM 0610-NOTE-BATCH-DATE
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
               DISPLAY "CUSTLEDGUPD - MORE THAN 100 TRADING DATES IN "
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

      * Payments are keyed on whatever day they arrive, so only the
      * ledger's ticket entries count as a date already posted.
       0700-CHECK-LEDGER-DATES.
       OPEN INPUT CustLedgFile.
       IF Cust-Ledg-Not-Found
           CLOSE CustLedgFile
       ELSE
           IF NOT Cust-Ledg-Status-OK
               DISPLAY "CUSTLEDGUPD - COULD NOT OPEN CUSTLEDG.DAT - "
                   "STATUS " WS-Cust-Ledg-Status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0710-READ-LEDGER
           PERFORM UNTIL Cust-Ledg-EOF
               IF CL-Is-Ticket
                   PERFORM 0720-MARK-POSTED-DATE
                       VARYING WS-Batch-Date-Idx FROM 1 BY 1
                       UNTIL WS-Batch-Date-Idx > WS-Batch-Date-Count
               END-IF
               PERFORM 0710-READ-LEDGER
           END-PERFORM
           CLOSE CustLedgFile
       END-IF.

       0710-READ-LEDGER.
       READ CustLedgFile
           AT END SET Cust-Ledg-EOF TO TRUE
       END-READ.

       0720-MARK-POSTED-DATE.
       IF WS-Batch-Date (WS-Batch-Date-Idx) = CL-Entry-Date
          AND NOT Batch-Date-Posted (WS-Batch-Date-Idx)
           MOVE "Y" TO WS-Batch-Date-Posted (WS-Batch-Date-Idx)
           ADD 1 TO WS-Posted-Date-Count
           DISPLAY "CUSTLEDGUPD - TRADING DATE " CL-Entry-Date
               " IS ALREADY ON CUSTLEDG.DAT"
       END-IF.

       1100-READ-TICKET.
       READ TicketFile
           AT END SET Ticket-EOF TO TRUE
       END-READ.

       2000-POST-ACCOUNT-TICKET.
       MOVE "N" TO WS-Account-Found.
       IF TKT-OIL-CODE >= 1 AND TKT-OIL-CODE <= 30
          AND Cust-Mst-Open
           IF OIL-CODE-ACTIVE (TKT-OIL-CODE)
               MOVE TKT-CUST-NO TO CU-Cust-No
               READ CustMstFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET Account-Found TO TRUE
               END-READ
           END-IF
       END-IF.
       IF NOT Account-Found
           ADD 1 TO WS-Skipped-Count
       ELSE
           PERFORM 2100-WRITE-LEDGER-ENTRY
       END-IF.

       2100-WRITE-LEDGER-ENTRY.
       MOVE SPACES         TO CustLedgRec.
       MOVE TKT-CUST-NO    TO CL-Cust-No.
       MOVE TKT-TRANS-DATE TO CL-Entry-Date.
       MOVE TKT-OIL-CODE   TO CL-Oil-Code.
       MOVE TKT-QUANTITY   TO CL-Quantity.
       MOVE TKT-TILL-NO    TO CL-Till-No.
       MOVE WS-Run-Date    TO CL-Posted-Date.
       IF TKT-IS-REVERSAL
           CALL "OilPriceAt" USING TKT-OIL-CODE TKT-ORIG-DATE
               WS-Unit-Price WS-Price-Found
           COMPUTE CL-Amount = ZERO - (WS-Unit-Price * TKT-QUANTITY)
           MOVE "C"           TO CL-Entry-Type
           MOVE TKT-ORIG-DATE TO CL-Reference
           ADD 1 TO WS-Credit-Count
       ELSE
           CALL "OilPriceAt" USING TKT-OIL-CODE TKT-TRANS-DATE
               WS-Unit-Price WS-Price-Found
           COMPUTE CL-Amount = WS-Unit-Price * TKT-QUANTITY
           MOVE "I"           TO CL-Entry-Type
           ADD 1 TO WS-Invoice-Count
       END-IF.
       WRITE CustLedgRec.
