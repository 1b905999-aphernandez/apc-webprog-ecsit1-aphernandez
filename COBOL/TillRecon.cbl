      * tolerance. Ticket revenue for a till/date with no declaration
      * is reported as UNDECLARED so a skipped cash-up shows up
      * instead of disappearing.
      * A refund or void is money paid back out of the till it was
      * keyed on, so it comes off that till/date's computed takings,
      * valued at the price of the sale it reverses.
      * A sale on a trade account takes no money at the till - it
      * goes on the customer's ledger instead - so account tickets,
      * and refunds or voids credited back to an account, are left
      * out of the computed takings.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        02 TD-Decl-Date      PIC 9(8).

       FD TicketFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==TicketRec==
                               ==:PFX:==      BY ==TKT-==.

       FD OilPriceFile.
       COPY OILPRICE REPLACING ==:REC-NAME:== BY ==OilPriceRec==
              03 WS-Till-No       PIC 9(2).
              03 WS-Till-Date     PIC 9(8).
              03 WS-Till-Declared PIC 9(7)V99.
              03 WS-Till-Computed PIC S9(7)V99.
              03 WS-Till-Has-Decl PIC X(1).
                88 Till-Has-Decl  VALUE "Y".
       01  WS-Till-Idx          PIC 9(3).
       01  WS-Tolerance         PIC 9(3)V99 VALUE 5.00.
       01  WS-Unit-Price        PIC 99V99.
       01  WS-Price-Found       PIC X(1).
       01  WS-Extended-Price    PIC S9(7)V99.
       01  WS-Variance          PIC S9(7)V99.
       01  WS-Abs-Variance      PIC 9(7)V99.

       01  WS-Total-Declared    PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Computed    PIC S9(9)V99 VALUE ZERO.
       01  WS-Flagged-Count     PIC 9(3) VALUE ZERO.

       01  WS-Run-Date.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Declared       PIC ZZZZZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Computed       PIC ------9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Variance       PIC +ZZZZZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 TL-Declared       PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 FILLER            PIC X(16) VALUE "TOTAL COMPUTED  ".
           02 TL-Computed       PIC --------9.99.
           02 FILLER            PIC X(21) VALUE SPACES.

       01  WS-Flagged-Line.
       MOVE WS-Flagged-Count TO FL-Count.
       WRITE ReconRptLine FROM WS-Flagged-Line.
       CLOSE ReconRptFile.
       GOBACK.

       0500-LOAD-OIL-PRICES.
       OPEN INPUT OilPriceFile.
           DISPLAY "TILLRECON - COULD NOT OPEN OILPRICE.DAT - "
               "STATUS " WS-Oil-Price-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 0510-READ-OIL-PRICE.
       PERFORM UNTIL Oil-Price-EOF
           DISPLAY "TILLRECON - COULD NOT OPEN TILLDECL.DAT - STATUS "
               WS-Till-Decl-Status
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 1100-READ-DECLARATION.
       PERFORM UNTIL Till-Decl-EOF
           DISPLAY "TILLRECON - MORE THAN 200 TILL/DATE ENTRIES - "
               "TABLE FULL - RUN STOPPED"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.

       2000-COMPUTE-TICKET-REVENUE.
       PERFORM 2100-READ-TICKET.
       PERFORM UNTIL Ticket-EOF
           IF TKT-OIL-CODE >= 1 AND TKT-OIL-CODE <= 30
               IF OIL-CODE-ACTIVE (TKT-OIL-CODE) AND TKT-IS-CASH
                   PERFORM 2200-APPLY-TICKET
               END-IF
           END-IF
      * each ticket is valued at the price in force on its own trans
      * date via OilPriceAt, not at today's price.
       2200-APPLY-TICKET.
       IF TKT-IS-REVERSAL
           CALL "OilPriceAt" USING TKT-OIL-CODE TKT-ORIG-DATE
               WS-Unit-Price WS-Price-Found
           COMPUTE WS-Extended-Price =
               ZERO - (WS-Unit-Price * TKT-QUANTITY)
       ELSE
           CALL "OilPriceAt" USING TKT-OIL-CODE TKT-TRANS-DATE
               WS-Unit-Price WS-Price-Found
           COMPUTE WS-Extended-Price = WS-Unit-Price * TKT-QUANTITY
       END-IF.
       MOVE "N" TO WS-Till-Found.
       PERFORM 2300-MATCH-TILL-ENTRY
           VARYING WS-Till-Idx FROM 1 BY 1
