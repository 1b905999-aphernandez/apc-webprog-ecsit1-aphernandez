      * as StudCsv's consumable extract of the student master.
      * Each detail is valued at the price in force on its trading
      * date via OilPriceAt, matching the register and the journal.
      * Quantity and revenue are net of refunds and voids keyed on
      * that trading date, each reversal valued at the price of the
      * sale it reverses. A day whose reversals outweigh its sales
      * posts a negative figure, carried as a trailing sign in the
      * last digit (zoned decimal) so the record length is unchanged
      * and a positive figure reads exactly as before; the trailer
      * hash totals are signed the same way.
      * Till prices include tax, so PD-REVENUE is the gross takings;
      * the net and tax parts are appended after the unit price, each
      * ticket split at the rate OilTaxAt finds in force on its
      * pricing date, with the rate in force on the trading date
      * shown alongside. Fields up to the unit price keep their
      * positions. The trailer carries net and tax hash totals too.
      * A ticket with no tax rate in force on its pricing date would
      * post as wholly net, so each one is listed, the trailer is
      * left off - the receiving side rejects a batch without one -
      * and the run ends with RETURN-CODE 1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD TicketFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==TicketRec==
                               ==:PFX:==      BY ==TKT-==.

       FD OilPriceFile.
       COPY OILPRICE REPLACING ==:REC-NAME:== BY ==OilPriceRec==
        02 PD-Rec-Type      PIC X(1).
        02 PD-TRANS-DATE    PIC 9(8).
        02 PD-OIL-CODE      PIC 9(2).
        02 PD-QUANTITY      PIC S9(7).
        02 PD-REVENUE       PIC S9(9)V99.
        02 PD-UNIT-PRICE    PIC 99V99.
        02 PD-TAX-RATE      PIC 99V99.
        02 PD-NET           PIC S9(9)V99.
        02 PD-TAX           PIC S9(9)V99.
       01 PostTrailerRec.
        02 PT-Rec-Type      PIC X(1).
        02 PT-Detail-Count  PIC 9(7).
        02 PT-Hash-Quantity PIC S9(9).
        02 PT-Hash-Revenue  PIC S9(11)V99.
        02 PT-Hash-Oil-Code PIC 9(7).
        02 PT-Hash-Net      PIC S9(11)V99.
        02 PT-Hash-Tax      PIC S9(11)V99.

       SD WorkFile.
       01 WorkRec.
        02 WK-TRANS-DATE    PIC 9(8).
        02 WK-OIL-CODE      PIC 9(2).
        02 WK-QUANTITY      PIC 9(5).
        02 WK-TYPE          PIC X(1).
          88 WK-IS-REVERSAL VALUE "R" "V".
        02 WK-PRICE-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.


       01  WS-Prev-Date              PIC 9(8).
       01  WS-Prev-Oil               PIC 9(2).
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
       01  WS-No-Rate-Count          PIC 9(5) VALUE ZERO.

       01  WS-Detail-Count           PIC 9(7) VALUE ZERO.
       01  WS-Hash-Quantity          PIC S9(9) VALUE ZERO.
       01  WS-Hash-Revenue           PIC S9(11)V99 VALUE ZERO.
       01  WS-Hash-Oil-Code          PIC 9(7) VALUE ZERO.
       01  WS-Hash-Net               PIC S9(11)V99 VALUE ZERO.
       01  WS-Hash-Tax               PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       IF NOT First-Group
           PERFORM 4000-WRITE-DETAIL
       END-IF.
       IF WS-No-Rate-Count > ZERO
           CLOSE PostFile
           DISPLAY "SALESPOST - " WS-No-Rate-Count
               " TICKET(S) WITH NO TAX RATE IN FORCE ON OILTAX.DAT"
           DISPLAY "SALESPOST - NO TRAILER WRITTEN - SALESPOST.DAT "
               "IS NOT TO BE POSTED"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 5000-WRITE-TRAILER.
       CLOSE PostFile.
       DISPLAY "SALESPOST - " WS-Detail-Count
           " POSTING RECORD(S) WRITTEN TO SALESPOST.DAT".
       GOBACK.

       0500-LOAD-OIL-PRICES.
       OPEN INPUT OilPriceFile.
           DISPLAY "SALESPOST - COULD NOT OPEN OILPRICE.DAT - "
               "STATUS " WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 0510-READ-OIL-PRICE.
       PERFORM UNTIL Oil-Price-EOF
                   MOVE TKT-TRANS-DATE TO WK-TRANS-DATE
                   MOVE TKT-OIL-CODE   TO WK-OIL-CODE
                   MOVE TKT-QUANTITY   TO WK-QUANTITY
                   MOVE TKT-TYPE       TO WK-TYPE
                   IF TKT-IS-REVERSAL
                       MOVE TKT-ORIG-DATE  TO WK-PRICE-DATE
                   ELSE
                       MOVE TKT-TRANS-DATE TO WK-PRICE-DATE
                   END-IF
                   RELEASE WorkRec
               END-IF
           END-IF
                   MOVE WK-OIL-CODE   TO WS-Prev-Oil
               END-IF
           END-IF
           PERFORM 3100-ADD-TO-GROUP
           RETURN WorkFile
               AT END SET Work-EOF TO TRUE
           END-RETURN
       END-PERFORM.

      * Each ticket is valued as it is added to its group, so a
      * reversal can be priced at its original sale date.
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
       IF WS-Rate-Found NOT = "Y"
           ADD 1 TO WS-No-Rate-Count
           DISPLAY "SALESPOST - NO TAX RATE FOR OIL " WK-OIL-CODE
               " ON " WK-PRICE-DATE
       END-IF.
       ADD WS-Ticket-Tax      TO WS-Group-Tax.
       SUBTRACT WS-Ticket-Tax FROM WS-Ticket-Revenue.
       ADD WS-Ticket-Revenue  TO WS-Group-Net.

      * The unit price and tax rate posted are the ones in force on
      * the trading date - only the rate is wanted from OilTaxAt here.
       4000-WRITE-DETAIL.
       CALL "OilPriceAt" USING WS-Prev-Oil WS-Prev-Date
           WS-Unit-Price WS-Price-Found.
       MOVE ZERO TO WS-Ticket-Revenue.
       CALL "OilTaxAt" USING WS-Prev-Oil WS-Prev-Date
           WS-Ticket-Revenue WS-Tax-Rate WS-Ticket-Tax WS-Rate-Found.
       MOVE "D"               TO PD-Rec-Type.
       MOVE WS-Prev-Date      TO PD-TRANS-DATE.
       MOVE WS-Prev-Oil       TO PD-OIL-CODE.
       MOVE WS-Group-Quantity TO PD-QUANTITY.
       MOVE WS-Group-Revenue  TO PD-REVENUE.
       MOVE WS-Unit-Price     TO PD-UNIT-PRICE.
       MOVE WS-Tax-Rate       TO PD-TAX-RATE.
       MOVE WS-Group-Net      TO PD-NET.
       MOVE WS-Group-Tax      TO PD-TAX.
       WRITE PostDetailRec.
       ADD 1 TO WS-Detail-Count.
       ADD WS-Group-Quantity TO WS-Hash-Quantity.
       ADD WS-Group-Revenue  TO WS-Hash-Revenue.
       ADD WS-Prev-Oil       TO WS-Hash-Oil-Code.
       ADD WS-Group-Net      TO WS-Hash-Net.
       ADD WS-Group-Tax      TO WS-Hash-Tax.
       MOVE ZERO TO WS-Group-Quantity
                    WS-Group-Revenue
                    WS-Group-Net
                    WS-Group-Tax.

       5000-WRITE-TRAILER.
       MOVE SPACES           TO PostTrailerRec.
       MOVE WS-Hash-Quantity TO PT-Hash-Quantity.
       MOVE WS-Hash-Revenue  TO PT-Hash-Revenue.
       MOVE WS-Hash-Oil-Code TO PT-Hash-Oil-Code.
       MOVE WS-Hash-Net      TO PT-Hash-Net.
       MOVE WS-Hash-Tax      TO PT-Hash-Tax.
       WRITE PostTrailerRec.
