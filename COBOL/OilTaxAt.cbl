       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OilTaxAt.
       AUTHOR.  Michael Coughlan.

      * Splits a gross (tax-inclusive) sale value into its tax part at
      * the rate in force for the oil on the given date, as OilPriceAt
      * does for prices. The rate is the OILTAX.DAT entry for the oil
      * with the latest effective date on or before the date asked
      * for. Till prices include tax, so the tax is the share of the
      * gross the rate accounts for -
      *     tax = gross * rate / (100 + rate), rounded to the penny
      * and the caller takes net as gross less tax, so net and tax
      * always add back to exactly what the till charged. A negative
      * gross (a refund or void) gives a negative tax. OILTAX.DAT is
      * loaded into working storage on the first call and held there
      * for the rest of the run.
      *
      * CALL "OilTaxAt" USING <oil-code  9(2)>
      *                       <date      9(8) YYYYMMDD>
      *                       <gross     S9(7)V99>
      *                       <rate out  99V99>
      *                       <tax out   S9(7)V99>
      *                       <found out X(1) Y/N>
      * Found is "N" when no rate for the oil had taken effect by the
      * date; the rate and tax returned are then zero, which is not
      * the same thing as a zero-rated oil (found "Y", rate zero).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OilTaxFile ASSIGN TO "OILTAX.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS TX-Key
	     FILE STATUS IS WS-Oil-Tax-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OilTaxFile.
       COPY OILTAX REPLACING ==:REC-NAME:== BY ==OilTaxRec==
                             ==:PFX:==      BY ==TX-==.

       WORKING-STORAGE SECTION.

       01  WS-Oil-Tax-Status         PIC X(2).
         88 Oil-Tax-Status-OK        VALUE "00".
         88 Oil-Tax-Not-Found        VALUE "35".

       01  WS-Switches.
           02 WS-Loaded         PIC X(1) VALUE "N".
             88 Tables-Loaded   VALUE "Y".
           02 WS-Oil-Tax-EOF    PIC X(1) VALUE "N".
             88 Oil-Tax-EOF     VALUE "Y".

      * OILTAX.DAT in key order - oil code, then effective date - so
      * for any one oil the entries run oldest rate first and the
      * last one on or before the date is the rate in force. As with
      * the price history, a rate that failed to load would misstate
      * tax in every caller, so an overfull table stops the run.
       01  WS-Rate-Table.
           02 WS-Rate-Count     PIC 9(4) COMP VALUE ZERO.
           02 WS-Rate-Entry OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-Rate-Count.
              03 RX-Oil-Code    PIC 9(2).
              03 RX-Eff-Date    PIC 9(8).
              03 RX-Tax-Rate    PIC 99V99.
       01  WS-Rate-Idx          PIC 9(4).

       LINKAGE SECTION.
       01  LNK-Oil-Code         PIC 9(2).
       01  LNK-Trans-Date       PIC 9(8).
       01  LNK-Gross            PIC S9(7)V99.
       01  LNK-Tax-Rate         PIC 99V99.
       01  LNK-Tax              PIC S9(7)V99.
       01  LNK-Rate-Found       PIC X(1).

       PROCEDURE DIVISION USING LNK-Oil-Code LNK-Trans-Date
                                LNK-Gross LNK-Tax-Rate LNK-Tax
                                LNK-Rate-Found.
       0000-MAINLINE.
       IF NOT Tables-Loaded
           PERFORM 1000-LOAD-TABLE
       END-IF.
       MOVE ZERO TO LNK-Tax-Rate.
       MOVE ZERO TO LNK-Tax.
       MOVE "N"  TO LNK-Rate-Found.
       PERFORM 2000-CHECK-RATE-ENTRY
           VARYING WS-Rate-Idx FROM 1 BY 1
           UNTIL WS-Rate-Idx > WS-Rate-Count.
       IF LNK-Rate-Found = "Y"
           COMPUTE LNK-Tax ROUNDED =
               LNK-Gross * LNK-Tax-Rate / (100 + LNK-Tax-Rate)
       END-IF.
       GOBACK.

      * No OILTAX.DAT at all simply means no rates have been keyed
      * yet - every lookup then reports not found. Any other open
      * failure stops the run, as OilPriceAt does.
       1000-LOAD-TABLE.
       SET Tables-Loaded TO TRUE.
       OPEN INPUT OilTaxFile.
       IF Oil-Tax-Not-Found
           CLOSE OilTaxFile
       ELSE
           IF NOT Oil-Tax-Status-OK
               DISPLAY "OILTAXAT - COULD NOT OPEN OILTAX.DAT - "
                   "STATUS " WS-Oil-Tax-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-OIL-TAX
           PERFORM UNTIL Oil-Tax-EOF
               IF WS-Rate-Count >= 2000
                   DISPLAY "OILTAXAT - MORE THAN 2000 ENTRIES ON "
                       "OILTAX.DAT - RATE TABLE FULL"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Rate-Count
               MOVE TX-Oil-Code TO RX-Oil-Code (WS-Rate-Count)
               MOVE TX-Eff-Date TO RX-Eff-Date (WS-Rate-Count)
               MOVE TX-Tax-Rate TO RX-Tax-Rate (WS-Rate-Count)
               PERFORM 1100-READ-OIL-TAX
           END-PERFORM
           CLOSE OilTaxFile
       END-IF.

       1100-READ-OIL-TAX.
       READ OilTaxFile
           AT END SET Oil-Tax-EOF TO TRUE
       END-READ.

      * Entries for the oil are oldest first, so each one that has
      * taken effect by the date replaces the one before it.
       2000-CHECK-RATE-ENTRY.
       IF RX-Oil-Code (WS-Rate-Idx) = LNK-Oil-Code
          AND RX-Eff-Date (WS-Rate-Idx) NOT > LNK-Trans-Date
           MOVE RX-Tax-Rate (WS-Rate-Idx) TO LNK-Tax-Rate
           MOVE "Y" TO LNK-Rate-Found
       END-IF.
