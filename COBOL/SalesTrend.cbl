      * parameter on the MaleSort model -
      *    MONTH:YYYYMM
      * With no parameter the current month is reported.
      * History figures are net of refunds and voids, so a month
      * can show a negative figure for an oil.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         03 SH-TRANS-MM     PIC 9(2).
         03 SH-TRANS-DD     PIC 9(2).
        02 SH-OIL-CODE      PIC 9(2).
        02 SH-QUANTITY      PIC S9(7).
        02 SH-REVENUE       PIC S9(9)V99.
        02 FILLER           PIC X(26).

       FD TrendRptFile.
       01 TrendRptLine      PIC X(80).
       01  WS-Change-Pct        PIC S9(5)V99.

       01  Month-Qty-Table.
           02 MONTH-QTY         PIC S9(7) OCCURS 30 TIMES
                                 VALUE ZERO.
       01  Month-Rev-Table.
           02 MONTH-REV         PIC S9(9)V99 OCCURS 30 TIMES
                                 VALUE ZERO.
       01  Prior-Rev-Table.
           02 PRIOR-REV         PIC S9(9)V99 OCCURS 30 TIMES
                                 VALUE ZERO.
       01  LastYr-Rev-Table.
           02 LASTYR-REV        PIC S9(9)V99 OCCURS 30 TIMES
                                 VALUE ZERO.

       01  WS-Oil-Sub           PIC 9(2).
       01  WS-Total-Rev         PIC S9(11)V99 VALUE ZERO.
       01  WS-Total-Prior-Rev   PIC S9(11)V99 VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(29)
       01  WS-Detail-Line.
           02 DL-OIL-CODE       PIC Z9.
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 DL-QUANTITY       PIC ------9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-REVENUE        PIC -------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-PRIOR-REV      PIC -------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-LASTYR-REV     PIC -------9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-MOVER          PIC X(9).
           02 FILLER            PIC X(20) VALUE SPACES.

       01  WS-Total-Line.
           02 FILLER            PIC X(15) VALUE "MONTH REVENUE  ".
           02 TL-Total-Rev      PIC ---------9.99.
           02 FILLER            PIC X(14) VALUE "   PRIOR MONTH".
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 TL-Prior-Rev      PIC ---------9.99.
           02 FILLER            PIC X(24) VALUE SPACES.

       01  WS-No-History-Line.
       END-IF.

       2000-PRINT-OIL-TREND.
       IF MONTH-REV (WS-Oil-Sub) NOT = ZERO
          OR PRIOR-REV (WS-Oil-Sub) NOT = ZERO
          OR LASTYR-REV (WS-Oil-Sub) NOT = ZERO
           MOVE WS-Oil-Sub             TO DL-OIL-CODE
           MOVE MONTH-QTY (WS-Oil-Sub) TO DL-QUANTITY
           MOVE MONTH-REV (WS-Oil-Sub) TO DL-REVENUE

      * Movement is judged against the prior month - an oil with no
      * prior-month sales but sales now is flagged NEW rather than
      * given an infinite percentage. A prior month netted below
      * zero by refunds is treated the same way.
       2100-FLAG-MOVER.
       MOVE SPACES TO DL-MOVER.
       IF PRIOR-REV (WS-Oil-Sub) NOT > ZERO
           IF MONTH-REV (WS-Oil-Sub) > ZERO
               MOVE "NEW" TO DL-MOVER
           END-IF
