      * number now carried in the filler bytes TKT-TRANS-DATE and
      * TKT-TILL-NO, so a batch run's tickets are reported day by day
      * instead of being lumped into one undated register total.
      * A refund or void is journalled on the day and till it was
      * keyed, as a negative line valued at the price of the sale it
      * reverses, and the day and grand totals are net of it. Till
      * prices include tax, so every line, day total and grand total
      * shows the net and tax parts of the gross, split at the rate
      * OilTaxAt finds in force on the line's pricing date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD TicketFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==TicketRec==
                               ==:PFX:==      BY ==TKT-==.

       FD OilPriceFile.
       COPY OILPRICE REPLACING ==:REC-NAME:== BY ==OilPriceRec==
        02 WK-TILL-NO       PIC 9(2).
        02 WK-OIL-CODE      PIC 9(2).
        02 WK-QUANTITY      PIC 9(5).
        02 WK-TYPE          PIC X(1).
          88 WK-IS-REFUND   VALUE "R".
          88 WK-IS-VOID     VALUE "V".
          88 WK-IS-REVERSAL VALUE "R" "V".
        02 WK-PRICE-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.

             88  OIL-CODE-ACTIVE     VALUE "Y".

       01  WS-Prev-Date              PIC 9(8) VALUE ZERO.
       01  WS-Day-Quantity           PIC S9(7) VALUE ZERO.
       01  WS-Day-Revenue            PIC S9(9)V99 VALUE ZERO.
       01  WS-Day-Net                PIC S9(9)V99 VALUE ZERO.
       01  WS-Day-Tax                PIC S9(9)V99 VALUE ZERO.
       01  WS-Grand-Quantity         PIC S9(7) VALUE ZERO.
       01  WS-Grand-Revenue          PIC S9(9)V99 VALUE ZERO.
       01  WS-Grand-Net              PIC S9(9)V99 VALUE ZERO.
       01  WS-Grand-Tax              PIC S9(9)V99 VALUE ZERO.

       01  WS-Unit-Price             PIC 99V99.
       01  WS-Signed-Quantity        PIC S9(5).
       01  WS-Extended-Price         PIC S9(7)V99.
       01  WS-Price-Found            PIC X(1).
       01  WS-Net-Price              PIC S9(7)V99.
       01  WS-Tax-Amount             PIC S9(7)V99.
       01  WS-Tax-Rate               PIC 99V99.
       01  WS-Rate-Found             PIC X(1).

       01  WS-Heading-Line-1.
           02  FILLER               PIC X(80)
               VALUE "AROMA OILS DAILY SALES JOURNAL".

       01  WS-Heading-Line-2.
           02  FILLER               PIC X(40)
               VALUE "DATE    TILL  OIL      QTY         NET  ".
           02  FILLER               PIC X(40)
               VALUE "      TAX       GROSS  TYPE".

       01  WS-Date-Line.
           02  FILLER               PIC X(6)  VALUE "DATE  ".
           02  DL-TILL-NO           PIC Z9.
           02  FILLER               PIC X(3)  VALUE SPACES.
           02  DL-OIL-CODE          PIC Z9.
           02  FILLER               PIC X(3)  VALUE SPACES.
           02  DL-QUANTITY          PIC -----9.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-NET-PRICE         PIC ------9.99.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-TAX-AMOUNT        PIC -----9.99.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-EXTENDED-PRICE    PIC ------9.99.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-TYPE-TEXT         PIC X(6).
           02  FILLER               PIC X(11) VALUE SPACES.

       01  WS-Day-Total-Line.
           02  FILLER               PIC X(10) VALUE "DAY TOTAL ".
           02  DYL-QUANTITY         PIC -----9.
           02  FILLER               PIC X(5)  VALUE " QTY ".
           02  FILLER               PIC X(5)  VALUE " NET ".
           02  DYL-NET              PIC -------9.99.
           02  FILLER               PIC X(5)  VALUE " TAX ".
           02  DYL-TAX              PIC ------9.99.
           02  FILLER               PIC X(7)  VALUE " GROSS ".
           02  DYL-REVENUE          PIC -------9.99.
           02  FILLER               PIC X(10) VALUE SPACES.

       01  WS-Grand-Total-Line.
           02  FILLER               PIC X(13) VALUE "GRAND TOTAL  ".
           02  GTL-QUANTITY         PIC ------9.
           02  FILLER               PIC X(5)  VALUE " QTY ".
           02  FILLER               PIC X(5)  VALUE " NET ".
           02  GTL-NET              PIC --------9.99.
           02  FILLER               PIC X(5)  VALUE " TAX ".
           02  GTL-TAX              PIC -------9.99.
           02  FILLER               PIC X(7)  VALUE " GROSS ".
           02  GTL-REVENUE          PIC --------9.99.
           02  FILLER               PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 4000-PRINT-DAY-TOTAL
       END-IF.
       MOVE WS-Grand-Quantity TO GTL-QUANTITY.
       MOVE WS-Grand-Net      TO GTL-NET.
       MOVE WS-Grand-Tax      TO GTL-TAX.
       MOVE WS-Grand-Revenue  TO GTL-REVENUE.
       WRITE JournalLine FROM WS-Grand-Total-Line.
       CLOSE JournalFile.
       GOBACK.

       0500-LOAD-OIL-PRICES.
       OPEN INPUT OilPriceFile.
           DISPLAY "SALESJOURNAL - COULD NOT OPEN OILPRICE.DAT - "
               "STATUS " WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 0510-READ-OIL-PRICE.
       PERFORM UNTIL Oil-Price-EOF
                   MOVE TKT-TILL-NO    TO WK-TILL-NO
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

       3100-PRINT-DATE-BREAK.
       MOVE ZERO TO WS-Day-Quantity WS-Day-Revenue.
       MOVE ZERO TO WS-Day-Net WS-Day-Tax.
       MOVE WK-TRANS-DATE TO DTL-TRANS-DATE.
       WRITE JournalLine FROM WS-Date-Line.
       WRITE JournalLine FROM WS-Heading-Line-2.
      * Each day's tickets are valued at the price in force on that
      * trans date - OilPriceAt walks OILHIST.DAT back from the
      * current price, so a mid-week change no longer revalues the
      * earlier days in the batch. A refund or void carries the date
      * of the sale it reverses as its pricing date.
       3200-PRINT-DETAIL.
       CALL "OilPriceAt" USING WK-OIL-CODE WK-PRICE-DATE
           WS-Unit-Price WS-Price-Found.
       IF WK-IS-REVERSAL
           COMPUTE WS-Signed-Quantity = ZERO - WK-QUANTITY
       ELSE
           MOVE WK-QUANTITY TO WS-Signed-Quantity
       END-IF.
       COMPUTE WS-Extended-Price = WS-Unit-Price * WS-Signed-Quantity.
       CALL "OilTaxAt" USING WK-OIL-CODE WK-PRICE-DATE
           WS-Extended-Price WS-Tax-Rate WS-Tax-Amount WS-Rate-Found.
       COMPUTE WS-Net-Price = WS-Extended-Price - WS-Tax-Amount.
       MOVE WK-TILL-NO        TO DL-TILL-NO.
       MOVE WK-OIL-CODE       TO DL-OIL-CODE.
       MOVE WS-Signed-Quantity TO DL-QUANTITY.
       MOVE WS-Net-Price      TO DL-NET-PRICE.
       MOVE WS-Tax-Amount     TO DL-TAX-AMOUNT.
       MOVE WS-Extended-Price TO DL-EXTENDED-PRICE.
       EVALUATE TRUE
           WHEN WK-IS-REFUND MOVE "REFUND" TO DL-TYPE-TEXT
           WHEN WK-IS-VOID   MOVE "VOID"   TO DL-TYPE-TEXT
           WHEN OTHER        MOVE SPACES   TO DL-TYPE-TEXT
       END-EVALUATE.
       WRITE JournalLine FROM WS-Detail-Line.
       ADD WS-Signed-Quantity TO WS-Day-Quantity WS-Grand-Quantity.
       ADD WS-Extended-Price TO WS-Day-Revenue WS-Grand-Revenue.
       ADD WS-Net-Price TO WS-Day-Net WS-Grand-Net.
       ADD WS-Tax-Amount TO WS-Day-Tax WS-Grand-Tax.

       4000-PRINT-DAY-TOTAL.
       MOVE WS-Day-Quantity TO DYL-QUANTITY.
       MOVE WS-Day-Net      TO DYL-NET.
       MOVE WS-Day-Tax      TO DYL-TAX.
       MOVE WS-Day-Revenue  TO DYL-REVENUE.
       WRITE JournalLine FROM WS-Day-Total-Line.
