       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TaxSummary.
       AUTHOR.  Michael Coughlan.

      * Period sales tax summary for the quarterly return, off the
      * permanent sales history SALESHIST.DAT that SalesHistUpd
      * appends to each batch - net, tax and gross for the period by
      * month and by tax rate, with the zero-rated sales shown on a
      * line of their own, so the return is filled in from the
      * figures the tills actually charged instead of being
      * back-calculated from the register grand total (TAXSUMM.PRT).
      * The rate a history line is summarised under is the one its
      * tax was charged at - SalesHistUpd refuses a batch with any
      * ticket lacking a rate, so a zero rate here is a genuinely
      * zero-rated sale.
      * The period is supplied as a command-line parameter on the
      * MaleSort model -
      *    QUARTER:YYYYQ                 e.g. QUARTER:20263
      *    PERIOD:YYYYMMDD:YYYYMMDD      any date range, inclusive
      * With no parameter the current quarter to date is reported.
      * History lines appended before tax was split out carry no net,
      * tax or rate; they are left out of the figures and counted on
      * a line of their own with their gross, so the period total is
      * never silently short.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SalesHistFile ASSIGN TO "SALESHIST.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Sales-Hist-Status.

       SELECT TaxRptFile ASSIGN TO "TAXSUMM.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SalesHistFile.
       01 SalesHistRec.
        02 SH-TRANS-DATE    PIC 9(8).
        02 SH-OIL-CODE      PIC 9(2).
        02 SH-QUANTITY      PIC S9(7).
        02 SH-REVENUE       PIC S9(9)V99.
        02 SH-NET           PIC S9(9)V99.
        02 SH-TAX           PIC S9(9)V99.
        02 SH-TAX-RATE      PIC 99V99.

       FD TaxRptFile.
       01 TaxRptLine        PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-Sales-Hist-Status      PIC X(2).
         88 Sales-Hist-Status-OK     VALUE "00".
         88 Sales-Hist-Not-Found     VALUE "35".

       01  WS-Switches.
           02 WS-Sales-Hist-EOF PIC X(1) VALUE "N".
             88 Sales-Hist-EOF  VALUE "Y".
           02 WS-Entry-Found    PIC X(1) VALUE "N".
             88 Entry-Found     VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).
       01  WS-Filter-Value-2    PIC X(20).

       01  WS-Run-Date.
           02 WS-Run-YYYY       PIC 9(4).
           02 WS-Run-MM         PIC 9(2).
           02 WS-Run-DD         PIC 9(2).
       01  WS-Run-Date-Num REDEFINES WS-Run-Date PIC 9(8).

       01  WS-Quarter-Param.
           02 WS-Quarter-YYYY   PIC 9(4).
           02 WS-Quarter-Q      PIC 9(1).

       01  WS-Period-From.
           02 WS-From-YYYY      PIC 9(4).
           02 WS-From-MM        PIC 9(2).
           02 WS-From-DD        PIC 9(2).
       01  WS-Period-From-Num REDEFINES WS-Period-From PIC 9(8).

       01  WS-Period-To.
           02 WS-To-YYYY        PIC 9(4).
           02 WS-To-MM          PIC 9(2).
           02 WS-To-DD          PIC 9(2).
       01  WS-Period-To-Num REDEFINES WS-Period-To PIC 9(8).

       01  WS-This-Month-Num    PIC 9(6).

      * One entry per calendar month with history in the period, in
      * the order first met - SalesHistUpd appends in trading date
      * order, so this is month order in practice.
       01  WS-Month-Table.
           02 WS-Month-Count    PIC 9(3) COMP VALUE ZERO.
           02 WS-Month-Entry OCCURS 1 TO 120 TIMES
                DEPENDING ON WS-Month-Count.
              03 MX-Month       PIC 9(6).
              03 MX-Net         PIC S9(11)V99.
              03 MX-Tax         PIC S9(11)V99.
              03 MX-Gross       PIC S9(11)V99.
       01  WS-Month-Idx         PIC 9(3).

      * One entry per distinct tax rate met in the period.
       01  WS-Rate-Table.
           02 WS-Rate-Count     PIC 9(3) COMP VALUE ZERO.
           02 WS-Rate-Entry OCCURS 1 TO 50 TIMES
                DEPENDING ON WS-Rate-Count.
              03 RX-Tax-Rate    PIC 99V99.
              03 RX-Net         PIC S9(11)V99.
              03 RX-Tax         PIC S9(11)V99.
              03 RX-Gross       PIC S9(11)V99.
       01  WS-Rate-Idx          PIC 9(3).

       01  WS-Totals.
           02 WS-Total-Net      PIC S9(11)V99 VALUE ZERO.
           02 WS-Total-Tax      PIC S9(11)V99 VALUE ZERO.
           02 WS-Total-Gross    PIC S9(11)V99 VALUE ZERO.
           02 WS-Unsplit-Gross  PIC S9(11)V99 VALUE ZERO.

       01  WS-Counters.
           02 WS-Read-Count     PIC 9(7) VALUE ZERO.
           02 WS-Period-Count   PIC 9(7) VALUE ZERO.
           02 WS-Unsplit-Count  PIC 9(7) VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(30)
              VALUE "AROMA OILS SALES TAX SUMMARY  ".
           02 HL-From-Date      PIC 9(8).
           02 FILLER            PIC X(4)  VALUE " TO ".
           02 HL-To-Date        PIC 9(8).
           02 FILLER            PIC X(30) VALUE SPACES.

       01  WS-Section-Line.
           02 SL-Title          PIC X(80).

       01  WS-Column-Line.
           02 FILLER            PIC X(40)
              VALUE "               NET AMOUNT            TAX".
           02 FILLER            PIC X(40)
              VALUE "          GROSS".

       01  WS-Summary-Detail-Line.
           02 SD-Label          PIC X(10).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 SD-Net            PIC ---------9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 SD-Tax            PIC ---------9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 SD-Gross          PIC ---------9.99.
           02 FILLER            PIC X(25) VALUE SPACES.

       01  WS-Month-Label.
           02 ML-YYYY           PIC 9(4).
           02 FILLER            PIC X(1)  VALUE "-".
           02 ML-MM             PIC 9(2).
           02 FILLER            PIC X(3)  VALUE SPACES.

       01  WS-Rate-Label.
           02 RL-Rate           PIC Z9.99.
           02 FILLER            PIC X(5)  VALUE "%    ".

       01  WS-Unsplit-Line.
           02 FILLER            PIC X(34)
              VALUE "HISTORY LINES WITH NO TAX SPLIT   ".
           02 UL-Count          PIC ZZZZZZ9.
           02 FILLER            PIC X(7)  VALUE " GROSS ".
           02 UL-Gross          PIC ---------9.99.
           02 FILLER            PIC X(19)
              VALUE " - NOT IN FIGURES".

       01  WS-No-History-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO HISTORY ON FILE FOR THE PERIOD)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0100-GET-PERIOD.
       PERFORM 1000-LOAD-HISTORY.
       OPEN OUTPUT TaxRptFile.
       MOVE WS-Period-From-Num TO HL-From-Date.
       MOVE WS-Period-To-Num   TO HL-To-Date.
       WRITE TaxRptLine FROM WS-Heading-Line-1.
       IF WS-Period-Count = ZERO
           WRITE TaxRptLine FROM WS-No-History-Line
       ELSE
           MOVE "BY MONTH" TO SL-Title
           WRITE TaxRptLine FROM WS-Section-Line
           WRITE TaxRptLine FROM WS-Column-Line
           PERFORM 2000-PRINT-MONTH
               VARYING WS-Month-Idx FROM 1 BY 1
               UNTIL WS-Month-Idx > WS-Month-Count
           MOVE "BY TAX RATE" TO SL-Title
           WRITE TaxRptLine FROM WS-Section-Line
           WRITE TaxRptLine FROM WS-Column-Line
           PERFORM 2100-PRINT-RATE
               VARYING WS-Rate-Idx FROM 1 BY 1
               UNTIL WS-Rate-Idx > WS-Rate-Count
           MOVE "PERIOD"         TO SD-Label
           MOVE WS-Total-Net     TO SD-Net
           MOVE WS-Total-Tax     TO SD-Tax
           MOVE WS-Total-Gross   TO SD-Gross
           WRITE TaxRptLine FROM WS-Summary-Detail-Line
       END-IF.
       IF WS-Unsplit-Count > ZERO
           MOVE WS-Unsplit-Count TO UL-Count
           MOVE WS-Unsplit-Gross TO UL-Gross
           WRITE TaxRptLine FROM WS-Unsplit-Line
       END-IF.
       CLOSE TaxRptFile.
       DISPLAY "TAXSUMMARY - " WS-Period-Count
           " HISTORY LINE(S) IN PERIOD, " WS-Unsplit-Count
           " WITH NO TAX SPLIT".
       STOP RUN.

       0100-GET-PERIOD.
       ACCEPT WS-Param-Line FROM COMMAND-LINE.
       UNSTRING WS-Param-Line DELIMITED BY ":"
           INTO WS-Filter-Type WS-Filter-Value-1 WS-Filter-Value-2.
       EVALUATE WS-Filter-Type
           WHEN "QUARTER"
               MOVE WS-Filter-Value-1 (1:5) TO WS-Quarter-Param
               PERFORM 0110-SET-QUARTER
           WHEN "PERIOD"
               MOVE WS-Filter-Value-1 (1:8) TO WS-Period-From-Num
               MOVE WS-Filter-Value-2 (1:8) TO WS-Period-To-Num
           WHEN OTHER
               MOVE WS-Run-YYYY TO WS-Quarter-YYYY
               COMPUTE WS-Quarter-Q = (WS-Run-MM + 2) / 3
               PERFORM 0110-SET-QUARTER
               MOVE WS-Run-Date-Num TO WS-Period-To-Num
       END-EVALUATE.

       0110-SET-QUARTER.
       IF WS-Quarter-Q < 1 OR WS-Quarter-Q > 4
           DISPLAY "TAXSUMMARY - QUARTER MUST BE 1 TO 4 - GOT "
               WS-Quarter-Q
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE WS-Quarter-YYYY TO WS-From-YYYY WS-To-YYYY.
       COMPUTE WS-From-MM = (WS-Quarter-Q - 1) * 3 + 1.
       MOVE 1 TO WS-From-DD.
       COMPUTE WS-To-MM = WS-Quarter-Q * 3.
       IF WS-To-MM = 3 OR WS-To-MM = 12
           MOVE 31 TO WS-To-DD
       ELSE
           MOVE 30 TO WS-To-DD
       END-IF.

       1000-LOAD-HISTORY.
       OPEN INPUT SalesHistFile.
       IF Sales-Hist-Not-Found
           DISPLAY "TAXSUMMARY - NO SALESHIST.DAT ON FILE YET"
           CLOSE SalesHistFile
       ELSE
           IF NOT Sales-Hist-Status-OK
               DISPLAY "TAXSUMMARY - COULD NOT OPEN SALESHIST.DAT - "
                   "STATUS " WS-Sales-Hist-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-HISTORY
           PERFORM UNTIL Sales-Hist-EOF
               ADD 1 TO WS-Read-Count
               IF SH-TRANS-DATE NOT < WS-Period-From-Num
                  AND SH-TRANS-DATE NOT > WS-Period-To-Num
                   PERFORM 1200-ADD-HISTORY-RECORD
               END-IF
               PERFORM 1100-READ-HISTORY
           END-PERFORM
           CLOSE SalesHistFile
       END-IF.

       1100-READ-HISTORY.
       READ SalesHistFile
           AT END SET Sales-Hist-EOF TO TRUE
       END-READ.

       1200-ADD-HISTORY-RECORD.
       IF SH-TAX-RATE NOT NUMERIC
          OR SH-NET NOT NUMERIC OR SH-TAX NOT NUMERIC
           ADD 1 TO WS-Unsplit-Count
           ADD SH-REVENUE TO WS-Unsplit-Gross
       ELSE
           ADD 1 TO WS-Period-Count
           ADD SH-NET     TO WS-Total-Net
           ADD SH-TAX     TO WS-Total-Tax
           ADD SH-REVENUE TO WS-Total-Gross
           PERFORM 1300-ADD-TO-MONTH
           PERFORM 1400-ADD-TO-RATE
       END-IF.

       1300-ADD-TO-MONTH.
       MOVE SH-TRANS-DATE (1:6) TO WS-This-Month-Num.
       MOVE "N" TO WS-Entry-Found.
       PERFORM 1310-MATCH-MONTH
           VARYING WS-Month-Idx FROM 1 BY 1
           UNTIL WS-Month-Idx > WS-Month-Count OR Entry-Found.
       IF NOT Entry-Found
           IF WS-Month-Count >= 120
               DISPLAY "TAXSUMMARY - MORE THAN 120 MONTHS IN PERIOD "
                   "- MONTH TABLE FULL - RUN STOPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-Month-Count
           MOVE WS-Month-Count TO WS-Month-Idx
           MOVE WS-This-Month-Num TO MX-Month (WS-Month-Idx)
           MOVE ZERO TO MX-Net (WS-Month-Idx) MX-Tax (WS-Month-Idx)
                        MX-Gross (WS-Month-Idx)
       ELSE
           SUBTRACT 1 FROM WS-Month-Idx
       END-IF.
       ADD SH-NET     TO MX-Net (WS-Month-Idx).
       ADD SH-TAX     TO MX-Tax (WS-Month-Idx).
       ADD SH-REVENUE TO MX-Gross (WS-Month-Idx).

       1310-MATCH-MONTH.
       IF MX-Month (WS-Month-Idx) = WS-This-Month-Num
           SET Entry-Found TO TRUE
       END-IF.

       1400-ADD-TO-RATE.
       MOVE "N" TO WS-Entry-Found.
       PERFORM 1410-MATCH-RATE
           VARYING WS-Rate-Idx FROM 1 BY 1
           UNTIL WS-Rate-Idx > WS-Rate-Count OR Entry-Found.
       IF NOT Entry-Found
           IF WS-Rate-Count >= 50
               DISPLAY "TAXSUMMARY - MORE THAN 50 TAX RATES IN PERIOD "
                   "- RATE TABLE FULL - RUN STOPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-Rate-Count
           MOVE WS-Rate-Count TO WS-Rate-Idx
           MOVE SH-TAX-RATE TO RX-Tax-Rate (WS-Rate-Idx)
           MOVE ZERO TO RX-Net (WS-Rate-Idx) RX-Tax (WS-Rate-Idx)
                        RX-Gross (WS-Rate-Idx)
       ELSE
           SUBTRACT 1 FROM WS-Rate-Idx
       END-IF.
       ADD SH-NET     TO RX-Net (WS-Rate-Idx).
       ADD SH-TAX     TO RX-Tax (WS-Rate-Idx).
       ADD SH-REVENUE TO RX-Gross (WS-Rate-Idx).

       1410-MATCH-RATE.
       IF RX-Tax-Rate (WS-Rate-Idx) = SH-TAX-RATE
           SET Entry-Found TO TRUE
       END-IF.

       2000-PRINT-MONTH.
       MOVE MX-Month (WS-Month-Idx) (1:4) TO ML-YYYY.
       MOVE MX-Month (WS-Month-Idx) (5:2) TO ML-MM.
       MOVE WS-Month-Label TO SD-Label.
       MOVE MX-Net (WS-Month-Idx)   TO SD-Net.
       MOVE MX-Tax (WS-Month-Idx)   TO SD-Tax.
       MOVE MX-Gross (WS-Month-Idx) TO SD-Gross.
       WRITE TaxRptLine FROM WS-Summary-Detail-Line.

       2100-PRINT-RATE.
       IF RX-Tax-Rate (WS-Rate-Idx) = ZERO
           MOVE "ZERO-RATED" TO SD-Label
       ELSE
           MOVE RX-Tax-Rate (WS-Rate-Idx) TO RL-Rate
           MOVE WS-Rate-Label TO SD-Label
       END-IF.
       MOVE RX-Net (WS-Rate-Idx)   TO SD-Net.
       MOVE RX-Tax (WS-Rate-Idx)   TO SD-Tax.
       MOVE RX-Gross (WS-Rate-Idx) TO SD-Gross.
       WRITE TaxRptLine FROM WS-Summary-Detail-Line.
