       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RefundRpt.
       AUTHOR.  Michael Coughlan.

      * Refunds and voids listing - every refund and void ticket on
      * SALESTKT.DAT, by the till and date it was keyed on, with the
      * original sale it reverses and the value paid back at that
      * sale's price, a subtotal per till and a total for the run
      * (REFUNDS.PRT). Refunds are money leaving a till with no goods
      * going out, so the manager reads down it for a till refunding
      * more than it should. Run as a step of SalesClose, before the
      * ticket file is rolled. A closed day can be listed again from
      * its archive with a single command-line parameter on the
      * MaleSort model -
      *    DATE:YYYYMMDD
      * which reads SALESTKT.Dyyyymmdd instead of SALESTKT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TicketFile ASSIGN TO DYNAMIC WS-Ticket-Filename
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Ticket-Status.

       SELECT RefundRptFile ASSIGN TO "REFUNDS.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WorkFile ASSIGN TO "RFNDSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD TicketFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==TicketRec==
                               ==:PFX:==      BY ==TKT-==.

       FD RefundRptFile.
       01 RefundRptLine     PIC X(80).

       SD WorkFile.
       01 WorkRec.
        02 WK-TILL-NO       PIC 9(2).
        02 WK-TRANS-DATE    PIC 9(8).
        02 WK-OIL-CODE      PIC 9(2).
        02 WK-QUANTITY      PIC 9(5).
        02 WK-TYPE          PIC X(1).
          88 WK-IS-REFUND   VALUE "R".
        02 WK-ORIG-DATE     PIC 9(8).
        02 WK-ORIG-TILL     PIC 9(2).

       WORKING-STORAGE SECTION.

       01  WS-Ticket-Status          PIC X(2).
         88 Ticket-Status-OK         VALUE "00".
         88 Ticket-Not-Found         VALUE "35".

       01  WS-Switches.
           02 WS-Ticket-EOF     PIC X(1) VALUE "N".
             88 Ticket-EOF      VALUE "Y".
           02 WS-Work-EOF       PIC X(1) VALUE "N".
             88 Work-EOF        VALUE "Y".
           02 WS-First-Till     PIC X(1) VALUE "Y".
             88 First-Till      VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).

       01  WS-Ticket-Filename   PIC X(20) VALUE "SALESTKT.DAT".

       01  WS-Prev-Till         PIC 9(2).
       01  WS-Unit-Price        PIC 99V99.
       01  WS-Price-Found       PIC X(1).
       01  WS-Refund-Value      PIC 9(7)V99.

       01  WS-Counters.
           02 WS-Refund-Count   PIC 9(5) VALUE ZERO.
           02 WS-Void-Count     PIC 9(5) VALUE ZERO.

       01  WS-Till-Quantity     PIC 9(7) VALUE ZERO.
       01  WS-Till-Value        PIC 9(9)V99 VALUE ZERO.
       01  WS-Total-Quantity    PIC 9(7) VALUE ZERO.
       01  WS-Total-Value       PIC 9(9)V99 VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(34)
              VALUE "AROMA OILS REFUNDS AND VOIDS FROM ".
           02 HL-Ticket-Filename PIC X(20).
           02 FILLER            PIC X(26) VALUE SPACES.

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(40) VALUE
              "TILL  DATE      TYPE    OIL   QTY       ".
           02 FILLER            PIC X(40) VALUE
              "   VALUE   ORIG DATE TILL".

       01  WS-Detail-Line.
           02 DL-Till-No        PIC Z9.
           02 FILLER            PIC X(4)  VALUE SPACES.
           02 DL-Trans-Date     PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Type-Text      PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Oil-Code       PIC Z9.
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 DL-Quantity       PIC ZZZZ9.
           02 FILLER            PIC X(5)  VALUE SPACES.
           02 DL-Value          PIC ZZZZZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Orig-Date      PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Orig-Till      PIC Z9.
           02 FILLER            PIC X(17) VALUE SPACES.

       01  WS-Till-Total-Line.
           02 FILLER            PIC X(11) VALUE "TILL TOTAL ".
           02 TTL-Till-No       PIC Z9.
           02 FILLER            PIC X(19) VALUE SPACES.
           02 TTL-Quantity      PIC ZZZZZZ9.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 TTL-Value         PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X(28) VALUE SPACES.

       01  WS-Total-Line.
           02 FILLER            PIC X(31)
              VALUE "TOTAL REFUNDS AND VOIDS".
           02 GTL-Quantity      PIC ZZZZZZ9.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 GTL-Value         PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X(29) VALUE SPACES.

       01  WS-Count-Line.
           02 FILLER            PIC X(9)  VALUE "REFUNDS  ".
           02 CL-Refund-Count   PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE "   VOIDS ".
           02 CL-Void-Count     PIC ZZZZ9.
           02 FILLER            PIC X(52) VALUE SPACES.

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO REFUNDS OR VOIDS ON THE TICKET FILE)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       PERFORM 0100-GET-TICKET-FILE.
       OPEN OUTPUT RefundRptFile.
       MOVE WS-Ticket-Filename TO HL-Ticket-Filename.
       WRITE RefundRptLine FROM WS-Heading-Line-1.
       WRITE RefundRptLine FROM WS-Heading-Line-2.
       SORT WorkFile ON ASCENDING KEY WK-TILL-NO WK-TRANS-DATE
                                       WK-OIL-CODE
           INPUT PROCEDURE IS 1000-LOAD-REVERSALS
           OUTPUT PROCEDURE IS 3000-PRINT-REVERSALS.
       IF First-Till
           WRITE RefundRptLine FROM WS-None-Line
       ELSE
           PERFORM 4000-PRINT-TILL-TOTAL
       END-IF.
       MOVE WS-Total-Quantity TO GTL-Quantity.
       MOVE WS-Total-Value    TO GTL-Value.
       WRITE RefundRptLine FROM WS-Total-Line.
       MOVE WS-Refund-Count   TO CL-Refund-Count.
       MOVE WS-Void-Count     TO CL-Void-Count.
       WRITE RefundRptLine FROM WS-Count-Line.
       CLOSE RefundRptFile.
       DISPLAY "REFUNDRPT - " WS-Refund-Count " REFUND(S) AND "
           WS-Void-Count " VOID(S) LISTED ON REFUNDS.PRT".
       GOBACK.

       0100-GET-TICKET-FILE.
       ACCEPT WS-Param-Line FROM COMMAND-LINE.
       UNSTRING WS-Param-Line DELIMITED BY ":"
           INTO WS-Filter-Type WS-Filter-Value-1.
       IF WS-Filter-Type = "DATE"
           MOVE SPACES TO WS-Ticket-Filename
           STRING "SALESTKT.D" WS-Filter-Value-1 (1:8)
               DELIMITED BY SIZE INTO WS-Ticket-Filename
       END-IF.

      * A ticket file that is not there has nothing to list - the
      * report still prints, saying so. One that will not open is
      * failed with RETURN-CODE 1 once the sort has finished.
       1000-LOAD-REVERSALS.
       OPEN INPUT TicketFile.
       IF Ticket-Not-Found
           DISPLAY "REFUNDRPT - NO " WS-Ticket-Filename " ON FILE"
       ELSE
           IF NOT Ticket-Status-OK
               DISPLAY "REFUNDRPT - COULD NOT OPEN " WS-Ticket-Filename
                   " - STATUS " WS-Ticket-Status
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 1100-READ-TICKET
               PERFORM UNTIL Ticket-EOF
                   IF TKT-IS-REVERSAL
                       PERFORM 1200-RELEASE-REVERSAL
                   END-IF
                   PERFORM 1100-READ-TICKET
               END-PERFORM
               CLOSE TicketFile
           END-IF
       END-IF.

       1100-READ-TICKET.
       READ TicketFile
           AT END SET Ticket-EOF TO TRUE
       END-READ.

       1200-RELEASE-REVERSAL.
       MOVE TKT-TILL-NO    TO WK-TILL-NO.
       MOVE TKT-TRANS-DATE TO WK-TRANS-DATE.
       MOVE TKT-OIL-CODE   TO WK-OIL-CODE.
       MOVE TKT-QUANTITY   TO WK-QUANTITY.
       MOVE TKT-TYPE       TO WK-TYPE.
       MOVE TKT-ORIG-DATE  TO WK-ORIG-DATE.
       MOVE TKT-ORIG-TILL  TO WK-ORIG-TILL.
       RELEASE WorkRec.

       3000-PRINT-REVERSALS.
       RETURN WorkFile
           AT END SET Work-EOF TO TRUE
       END-RETURN.
       PERFORM UNTIL Work-EOF
           IF First-Till
               MOVE WK-TILL-NO TO WS-Prev-Till
               MOVE "N" TO WS-First-Till
           ELSE
               IF WK-TILL-NO NOT = WS-Prev-Till
                   PERFORM 4000-PRINT-TILL-TOTAL
                   MOVE WK-TILL-NO TO WS-Prev-Till
               END-IF
           END-IF
           PERFORM 3100-PRINT-DETAIL
           RETURN WorkFile
               AT END SET Work-EOF TO TRUE
           END-RETURN
       END-PERFORM.

      * The value paid back is the price the customer was charged -
      * the price in force on the original sale date.
       3100-PRINT-DETAIL.
       CALL "OilPriceAt" USING WK-OIL-CODE WK-ORIG-DATE
           WS-Unit-Price WS-Price-Found.
       COMPUTE WS-Refund-Value = WS-Unit-Price * WK-QUANTITY.
       MOVE WK-TILL-NO      TO DL-Till-No.
       MOVE WK-TRANS-DATE   TO DL-Trans-Date.
       IF WK-IS-REFUND
           MOVE "REFUND" TO DL-Type-Text
           ADD 1 TO WS-Refund-Count
       ELSE
           MOVE "VOID"   TO DL-Type-Text
           ADD 1 TO WS-Void-Count
       END-IF.
       MOVE WK-OIL-CODE     TO DL-Oil-Code.
       MOVE WK-QUANTITY     TO DL-Quantity.
       MOVE WS-Refund-Value TO DL-Value.
       MOVE WK-ORIG-DATE    TO DL-Orig-Date.
       MOVE WK-ORIG-TILL    TO DL-Orig-Till.
       WRITE RefundRptLine FROM WS-Detail-Line.
       ADD WK-QUANTITY     TO WS-Till-Quantity WS-Total-Quantity.
       ADD WS-Refund-Value TO WS-Till-Value WS-Total-Value.

       4000-PRINT-TILL-TOTAL.
       MOVE WS-Prev-Till     TO TTL-Till-No.
       MOVE WS-Till-Quantity TO TTL-Quantity.
       MOVE WS-Till-Value    TO TTL-Value.
       WRITE RefundRptLine FROM WS-Till-Total-Line.
       MOVE ZERO TO WS-Till-Quantity WS-Till-Value.
