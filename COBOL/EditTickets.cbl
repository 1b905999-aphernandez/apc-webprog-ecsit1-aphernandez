      * 1-30) and that the quantity is within a sane bound, writing an
      * exception listing. Same idea as EditTransactions, applied to
      * the till data rather than the student transactions.
      * Sets RETURN-CODE 2 when the only failures are bad oil codes,
      * so SalesClose's run log flags the night's close the way
      * MasterAudit's orphans flag RunControl's - every later step
      * skips a ticket whose oil code is not active. Any other
      * failure on a ticket for a good oil would be posted as it
      * stands by the later steps, so RETURN-CODE is then 3 and
      * SalesClose stops the close for the ticket file to be
      * corrected.
      * A refund or void must also carry a ticket type the sales
      * programs know and a usable original sale date and till -
      * TicketEntry checks these at the keyboard, but a ticket file
      * built any other way is checked here too.
      * Every ticket for a good oil must also find a tax rate in force
      * on its pricing date (the original sale date for a reversal)
      * on OILTAX.DAT - without one the register and posting extract
      * would treat the whole sale as net, so it is reported here for
      * a rate to be keyed through TaxMaint before the close.
      * An account number on a ticket must be a trade account on
      * CUSTMST.DAT, and a sale may not be made on a closed account;
      * like every other failure on a good oil, it stops the close.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS OP-Oil-Code
             FILE STATUS IS WS-Oil-Price-Status.

       SELECT CustMstFile ASSIGN TO "CUSTMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CU-Cust-No
             FILE STATUS IS WS-Cust-Mst-Status.

       SELECT ExceptionFile ASSIGN TO "TKTEXCP.PRT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Exception-Status.
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

       FD ExceptionFile.
       01 ExceptionLine      PIC X(80).

       01  WS-Exception-Status       PIC X(2).
         88 Exception-Status-OK      VALUE "00".

       01  WS-Cust-Mst-Status        PIC X(2).
         88 Cust-Mst-Status-OK       VALUE "00".
         88 Cust-Mst-Not-Found       VALUE "35".

       01  WS-Switches.
           02 WS-Ticket-EOF     PIC X(1) VALUE "N".
             88 Ticket-EOF       VALUE "Y".
           02 WS-Oil-Price-EOF  PIC X(1) VALUE "N".
             88 Oil-Price-EOF    VALUE "Y".
           02 WS-Cust-Mst-Open  PIC X(1) VALUE "N".
             88 Cust-Mst-Open    VALUE "Y".

       01  Oil-Active-Table.
           02  OIL-ACTIVE            PIC X(1) OCCURS 30 TIMES
       01  WS-Counters.
           02 WS-Checked-Count  PIC 9(7) VALUE ZERO.
           02 WS-Failed-Count   PIC 9(7) VALUE ZERO.
           02 WS-Must-Fix-Count PIC 9(7) VALUE ZERO.

       01  WS-Reason-Text        PIC X(40).

       01  WS-Tax-Fields.
           02 WS-Price-Date      PIC 9(8).
           02 WS-Tax-Gross       PIC S9(7)V99 VALUE ZERO.
           02 WS-Tax-Rate        PIC 99V99.
           02 WS-Tax-Amount      PIC S9(7)V99.
           02 WS-Rate-Found      PIC X(1).

       01  WS-Exception-Detail.
           02 ED-Oil-Code         PIC Z9.
           02 FILLER              PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
       PERFORM 0500-LOAD-OIL-PRICES.
       PERFORM 0600-OPEN-CUSTOMER-MASTER.
       OPEN INPUT TicketFile
            OUTPUT ExceptionFile.
       IF NOT Ticket-Status-OK
           DISPLAY "EDITTICKETS - COULD NOT OPEN SALESTKT.DAT - "
               "STATUS " WS-Ticket-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       IF NOT Exception-Status-OK
           DISPLAY "EDITTICKETS - COULD NOT OPEN TKTEXCP.PRT - "
               "STATUS " WS-Exception-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       WRITE ExceptionLine FROM WS-Heading-Line.
       PERFORM 1000-READ-TICKET.
       WRITE ExceptionLine FROM WS-Summary-Line.
       CLOSE TicketFile
             ExceptionFile.
       IF Cust-Mst-Open
           CLOSE CustMstFile
       END-IF.
       IF WS-Must-Fix-Count > ZERO
           MOVE 3 TO RETURN-CODE
       ELSE
           IF WS-Failed-Count > ZERO
               MOVE 2 TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.

       0500-LOAD-OIL-PRICES.
       OPEN INPUT OilPriceFile.
           DISPLAY "EDITTICKETS - COULD NOT OPEN OILPRICE.DAT - "
               "STATUS " WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 0510-READ-OIL-PRICE.
       PERFORM UNTIL Oil-Price-EOF
           AT END SET Oil-Price-EOF TO TRUE
       END-READ.

      * No customer master just means no accounts have been opened -
      * every account ticket then fails the edit.
       0600-OPEN-CUSTOMER-MASTER.
       OPEN INPUT CustMstFile.
       IF Cust-Mst-Status-OK
           SET Cust-Mst-Open TO TRUE
       ELSE
           IF NOT Cust-Mst-Not-Found
               DISPLAY "EDITTICKETS - COULD NOT OPEN CUSTMST.DAT - "
                   "STATUS " WS-Cust-Mst-Status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
       END-IF.

       1000-READ-TICKET.
       READ TicketFile
           AT END SET Ticket-EOF TO TRUE
       ADD 1 TO WS-Checked-Count.
       PERFORM 5000-EDIT-OIL-CODE.
       PERFORM 5100-EDIT-QUANTITY.
       PERFORM 5200-EDIT-TICKET-TYPE.
       PERFORM 5300-EDIT-TAX-RATE.
       PERFORM 5400-EDIT-CUSTOMER.

       5000-EDIT-OIL-CODE.
       IF TKT-OIL-CODE < 1 OR TKT-OIL-CODE > 30
           PERFORM 6000-REPORT-EXCEPTION
       END-IF.

       5200-EDIT-TICKET-TYPE.
       IF NOT TKT-IS-SALE AND NOT TKT-IS-REVERSAL
           MOVE "TICKET TYPE NOT BLANK, S, R OR V" TO WS-Reason-Text
           PERFORM 6000-REPORT-EXCEPTION
       ELSE
           IF TKT-IS-REVERSAL
               PERFORM 5210-EDIT-ORIGINAL-SALE
           END-IF
       END-IF.

       5210-EDIT-ORIGINAL-SALE.
       IF TKT-ORIG-DATE NOT NUMERIC OR TKT-ORIG-DATE = ZERO
           MOVE "REFUND/VOID WITHOUT ORIGINAL SALE DATE"
               TO WS-Reason-Text
           PERFORM 6000-REPORT-EXCEPTION
       ELSE
           IF TKT-ORIG-DATE > TKT-TRANS-DATE
               MOVE "ORIGINAL SALE DATE AFTER TICKET DATE"
                   TO WS-Reason-Text
               PERFORM 6000-REPORT-EXCEPTION
           END-IF
       END-IF.
       IF TKT-ORIG-TILL NOT NUMERIC OR TKT-ORIG-TILL = ZERO
           MOVE "REFUND/VOID WITHOUT ORIGINAL SALE TILL"
               TO WS-Reason-Text
           PERFORM 6000-REPORT-EXCEPTION
       END-IF.

       5300-EDIT-TAX-RATE.
       IF TKT-OIL-CODE >= 1 AND TKT-OIL-CODE <= 30
           IF OIL-CODE-ACTIVE (TKT-OIL-CODE)
               IF TKT-IS-REVERSAL
                   MOVE TKT-ORIG-DATE  TO WS-Price-Date
               ELSE
                   MOVE TKT-TRANS-DATE TO WS-Price-Date
               END-IF
               CALL "OilTaxAt" USING TKT-OIL-CODE WS-Price-Date
                   WS-Tax-Gross WS-Tax-Rate WS-Tax-Amount WS-Rate-Found
               IF WS-Rate-Found NOT = "Y"
                   MOVE "NO TAX RATE ON FILE FOR PRICING DATE"
                       TO WS-Reason-Text
                   PERFORM 6000-REPORT-EXCEPTION
               END-IF
           END-IF
       END-IF.

       5400-EDIT-CUSTOMER.
       IF NOT TKT-IS-CASH
           IF TKT-CUST-NO NOT NUMERIC OR TKT-CUST-NO = "00000"
               MOVE "ACCOUNT NUMBER NOT 5 DIGITS" TO WS-Reason-Text
               PERFORM 6000-REPORT-EXCEPTION
           ELSE
               IF NOT Cust-Mst-Open
                   MOVE "ACCOUNT NOT ON CUSTMST.DAT" TO WS-Reason-Text
                   PERFORM 6000-REPORT-EXCEPTION
               ELSE
                   MOVE TKT-CUST-NO TO CU-Cust-No
                   READ CustMstFile
                       INVALID KEY
                           MOVE "ACCOUNT NOT ON CUSTMST.DAT"
                               TO WS-Reason-Text
                           PERFORM 6000-REPORT-EXCEPTION
                       NOT INVALID KEY
                           IF NOT CU-Is-Active AND NOT TKT-IS-REVERSAL
                               MOVE "SALE ON A CLOSED ACCOUNT"
                                   TO WS-Reason-Text
                               PERFORM 6000-REPORT-EXCEPTION
                           END-IF
                   END-READ
               END-IF
           END-IF
       END-IF.

      * A failure on a ticket for an active oil is one the later
      * steps would post, not skip - counted to stop the close.
       6000-REPORT-EXCEPTION.
       ADD 1 TO WS-Failed-Count.
       IF TKT-OIL-CODE >= 1 AND TKT-OIL-CODE <= 30
           IF OIL-CODE-ACTIVE (TKT-OIL-CODE)
               ADD 1 TO WS-Must-Fix-Count
           END-IF
       END-IF.
       MOVE TKT-OIL-CODE   TO ED-Oil-Code.
       MOVE TKT-QUANTITY   TO ED-Quantity.
       MOVE WS-Reason-Text TO ED-Reason.
