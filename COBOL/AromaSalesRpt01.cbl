       DATA DIVISION.
       FILE SECTION.
       FD TicketFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==TicketRec==
                               ==:PFX:==      BY ==TKT-==.

       FD RegisterFile.
       01 RegisterLine      PIC X(80).
             88  OIL-CODE-ACTIVE     VALUE "Y".

       01  Oil-Revenue-Table.
           02  OIL-REVENUE          PIC S9(7)V99 OCCURS 30 TIMES
                                     VALUE ZERO.

       01  Oil-Net-Table.
           02  OIL-NET              PIC S9(7)V99 OCCURS 30 TIMES
                                     VALUE ZERO.

       01  Oil-Tax-Table.
           02  OIL-TAX              PIC S9(7)V99 OCCURS 30 TIMES
                                     VALUE ZERO.

       01  Oil-Qty-Table.
           02  OIL-QTY              PIC S9(7) OCCURS 30 TIMES
                                     VALUE ZERO.

       01  WS-Switches.

       01  WS-Work-Fields.
           02  WS-Unit-Price        PIC 99V99.
           02  WS-Extended-Price    PIC S9(7)V99.
           02  WS-Net-Price         PIC S9(7)V99.
           02  WS-Tax-Amount        PIC S9(7)V99.
           02  WS-Tax-Rate          PIC 99V99.
           02  WS-Rate-Found        PIC X(1).
           02  WS-Price-Date        PIC 9(8).
           02  WS-No-Rate-Count     PIC 9(5) VALUE ZERO.
           02  WS-Signed-Quantity   PIC S9(5).
           02  WS-Reversal-Total    PIC S9(9)V99 VALUE ZERO.
           02  WS-Grand-Total       PIC S9(9)V99 VALUE ZERO.
           02  WS-Grand-Net         PIC S9(9)V99 VALUE ZERO.
           02  WS-Grand-Tax         PIC S9(9)V99 VALUE ZERO.
           02  WS-Oil-Sub           PIC 9(2).
           02  WS-Price-Found       PIC X(1).

      * Till prices include tax - the price and gross are what the
      * customer paid, split into net and tax at the oil's rate.
       01  WS-Detail-Line.
           02  FILLER               PIC X(6)  VALUE "  OIL ".
           02  DL-OIL-CODE          PIC Z9.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-QUANTITY          PIC -----9.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-UNIT-PRICE        PIC Z9.99.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-TAX-RATE          PIC Z9.99.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-NET-PRICE         PIC ------9.99.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-TAX-AMOUNT        PIC -----9.99.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-EXTENDED-PRICE    PIC ------9.99.
           02  FILLER               PIC X(2)  VALUE SPACES.
           02  DL-TYPE-TEXT         PIC X(6).
           02  FILLER               PIC X(6)  VALUE SPACES.

       01  WS-Oil-Total-Line.
           02  FILLER               PIC X(10) VALUE "OIL TOTAL ".
           02  OTL-OIL-CODE         PIC Z9.
           02  FILLER               PIC X(19)
               VALUE " ACCUMULATED SALES ".
           02  OTL-REVENUE          PIC ------9.99.
           02  FILLER               PIC X(5)  VALUE " NET ".
           02  OTL-NET              PIC ------9.99.
           02  FILLER               PIC X(5)  VALUE " TAX ".
           02  OTL-TAX              PIC -----9.99.
           02  FILLER               PIC X(10) VALUE SPACES.

       01  WS-Reversal-Total-Line.
           02  FILLER               PIC X(31)
               VALUE "INCLUDED REFUNDS AND VOIDS     ".
           02  RTL-REVENUE          PIC ------9.99.
           02  FILLER               PIC X(39) VALUE SPACES.

       01  WS-Grand-Total-Line.
           02  FILLER               PIC X(20)
               VALUE "GRAND TOTAL REVENUE ".
           02  GTL-GRAND-TOTAL      PIC --------9.99.
           02  FILLER               PIC X(5)  VALUE " NET ".
           02  GTL-GRAND-NET        PIC --------9.99.
           02  FILLER               PIC X(5)  VALUE " TAX ".
           02  GTL-GRAND-TAX        PIC -------9.99.
           02  FILLER               PIC X(15) VALUE SPACES.

       01  WS-No-Rate-Line.
           02  FILLER               PIC X(31)
               VALUE "LINES WITH NO TAX RATE ON FILE ".
           02  NRL-COUNT            PIC ZZZZ9.
           02  FILLER               PIC X(44)
               VALUE " - TAXED AT ZERO, SEE TAXMAINT".

       01  WS-Heading-Line-1.
           02  FILLER               PIC X(80)
               VALUE "AROMA OILS SALES REGISTER".

       01  WS-Heading-Line-2.
           02  FILLER               PIC X(40)
               VALUE "  OIL        QTY  PRICE  RATE%         N".
           02  FILLER               PIC X(40)
               VALUE "ET        TAX       GROSS  TYPE".

       01  WS-Reject-Line.
           02  FILLER               PIC X(6)  VALUE "  OIL ".
       PERFORM 1000-PROCESS-TICKET UNTIL WS-END-OF-TICKETS.
       PERFORM 2000-PRINT-OIL-TOTALS VARYING WS-Oil-Sub
           FROM 1 BY 1 UNTIL WS-Oil-Sub > 30.
       IF WS-Reversal-Total NOT = ZERO
           MOVE WS-Reversal-Total TO RTL-REVENUE
           WRITE RegisterLine FROM WS-Reversal-Total-Line
       END-IF.
       IF WS-No-Rate-Count > ZERO
           MOVE WS-No-Rate-Count TO NRL-COUNT
           WRITE RegisterLine FROM WS-No-Rate-Line
       END-IF.
       MOVE WS-Grand-Total TO GTL-GRAND-TOTAL.
       MOVE WS-Grand-Net   TO GTL-GRAND-NET.
       MOVE WS-Grand-Tax   TO GTL-GRAND-TAX.
       WRITE RegisterLine FROM WS-Grand-Total-Line.
       CLOSE TicketFile
             RegisterFile.
       PERFORM 5000-PRINT-RANKING-REPORT.
       GOBACK.

       0500-LOAD-OIL-PRICES.
       OPEN INPUT OilPriceFile.
           DISPLAY "AROMASALESRPT01 - COULD NOT OPEN OILPRICE.DAT - "
               "STATUS " WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 0510-READ-OIL-PRICE.
       PERFORM UNTIL Oil-Price-EOF
      * A batch of tickets spans several days, so each ticket is
      * valued at the price in force on its own transaction date -
      * OilPriceAt walks OILHIST.DAT back from the current price.
      * A refund or void is valued at the price of the sale it
      * reverses and goes on the register as a negative line. The
      * tax is split out at the rate in force on that same date.
               IF TKT-IS-REVERSAL
                   MOVE TKT-ORIG-DATE TO WS-Price-Date
                   COMPUTE WS-Signed-Quantity = ZERO - TKT-QUANTITY
               ELSE
                   MOVE TKT-TRANS-DATE TO WS-Price-Date
                   MOVE TKT-QUANTITY TO WS-Signed-Quantity
               END-IF
               CALL "OilPriceAt" USING TKT-OIL-CODE WS-Price-Date
                   WS-Unit-Price WS-Price-Found
               COMPUTE WS-Extended-Price =
                   WS-Unit-Price * WS-Signed-Quantity
               CALL "OilTaxAt" USING TKT-OIL-CODE WS-Price-Date
                   WS-Extended-Price WS-Tax-Rate WS-Tax-Amount
                   WS-Rate-Found
               IF WS-Rate-Found NOT = "Y"
                   ADD 1 TO WS-No-Rate-Count
               END-IF
               COMPUTE WS-Net-Price = WS-Extended-Price - WS-Tax-Amount
               ADD WS-Extended-Price TO OIL-REVENUE (WS-Oil-Sub)
               ADD WS-Net-Price TO OIL-NET (WS-Oil-Sub)
               ADD WS-Tax-Amount TO OIL-TAX (WS-Oil-Sub)
               ADD WS-Signed-Quantity TO OIL-QTY (WS-Oil-Sub)
               ADD WS-Extended-Price TO WS-Grand-Total
               ADD WS-Net-Price TO WS-Grand-Net
               ADD WS-Tax-Amount TO WS-Grand-Tax
               MOVE TKT-OIL-CODE TO DL-OIL-CODE
               MOVE WS-Signed-Quantity TO DL-QUANTITY
               MOVE WS-Unit-Price TO DL-UNIT-PRICE
               MOVE WS-Tax-Rate TO DL-TAX-RATE
               MOVE WS-Net-Price TO DL-NET-PRICE
               MOVE WS-Tax-Amount TO DL-TAX-AMOUNT
               MOVE WS-Extended-Price TO DL-EXTENDED-PRICE
               EVALUATE TRUE
                   WHEN TKT-IS-REFUND MOVE "REFUND" TO DL-TYPE-TEXT
                   WHEN TKT-IS-VOID   MOVE "VOID"   TO DL-TYPE-TEXT
                   WHEN OTHER         MOVE SPACES   TO DL-TYPE-TEXT
               END-EVALUATE
               IF TKT-IS-REVERSAL
                   ADD WS-Extended-Price TO WS-Reversal-Total
               END-IF
               WRITE RegisterLine FROM WS-Detail-Line
           END-IF
       END-IF.
       END-READ.

       2000-PRINT-OIL-TOTALS.
       IF OIL-REVENUE (WS-Oil-Sub) NOT = ZERO
           MOVE WS-Oil-Sub TO OTL-OIL-CODE
           MOVE OIL-REVENUE (WS-Oil-Sub) TO OTL-REVENUE
           MOVE OIL-NET (WS-Oil-Sub) TO OTL-NET
           MOVE OIL-TAX (WS-Oil-Sub) TO OTL-TAX
           WRITE RegisterLine FROM WS-Oil-Total-Line
       END-IF.

