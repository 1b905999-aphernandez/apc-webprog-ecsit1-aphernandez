       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TaxMaint.
       AUTHOR.  Michael Coughlan.

      * Interactive maintenance of the oil tax rates (OILTAX.DAT), on
      * the TillDecl prompt model - key the oil code, see every rate
      * it has carried, then key the date a rate takes effect and the
      * rate itself. A rate change is a new record with a new
      * effective date, never an overwrite, so sales already made are
      * still taxed at the rate in force when they were made. Keying
      * an oil and date that already has a rate shows it and replaces
      * it, to correct a mistyped rate. A zero-rated oil is keyed
      * with a rate of 00.00. Run TaxConv once beforehand to create
      * the file.
      * The operator must sign on and be authorised for TAXMAINT;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OilTaxFile ASSIGN TO "OILTAX.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS DYNAMIC
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

       01  WS-Switches.
           02 WS-Oil-Tax-EOF    PIC X(1) VALUE "N".
             88 Oil-Tax-EOF     VALUE "Y".
           02 WS-Date-Valid     PIC X(1) VALUE "Y".
             88 Date-Valid      VALUE "Y".

       01  WS-Oil-Code               PIC 9(2).
       01  WS-Eff-Date               PIC 9(8).
       01  WS-Eff-Date-Parts REDEFINES WS-Eff-Date.
           02 WS-Eff-YYYY            PIC 9(4).
           02 WS-Eff-MM              PIC 9(2).
           02 WS-Eff-DD              PIC 9(2).
       01  WS-Tax-Rate               PIC 99V99.
       01  WS-Show-Rate              PIC Z9.99.
       01  WS-Audit-Rate             PIC Z9.99.
       01  WS-Rates-Shown            PIC 9(3).

       01  WS-Run-Date               PIC 9(8).

       01  WS-Days-In-Month-Values.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 29.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
       01  WS-Days-In-Month-Table REDEFINES WS-Days-In-Month-Values.
           02 WS-Days-In-Month  PIC 9(2) OCCURS 12 TIMES.

       01  WS-Counters.
           02 WS-Written-Count       PIC 9(5) VALUE ZERO.
           02 WS-Replaced-Count      PIC 9(5) VALUE ZERO.

       01  WS-Program-Name           PIC X(14) VALUE "TAXMAINT".
       01  WS-Operator-Id            PIC X(8).
       01  WS-Signed-On              PIC X(1).
         88 Signed-On                VALUE "Y".

       COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==WS-Audit-Rec==
                               ==:PFX:==      BY ==AU-==.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       CALL "SignOn" USING WS-Program-Name WS-Operator-Id
                           WS-Signed-On.
       IF NOT Signed-On
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO WS-Audit-Rec.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       OPEN I-O OilTaxFile.
       IF NOT Oil-Tax-Status-OK
           DISPLAY "TAXMAINT - COULD NOT OPEN OILTAX.DAT - STATUS "
               WS-Oil-Tax-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-GET-OIL-CODE.
       PERFORM UNTIL WS-Oil-Code = ZERO
           IF WS-Oil-Code > 30
               DISPLAY "OIL CODE " WS-Oil-Code
                   " OUT OF RANGE - MUST BE 01-30"
           ELSE
               PERFORM 2000-SHOW-RATES
               PERFORM 3000-KEY-RATE
           END-IF
           PERFORM 1000-GET-OIL-CODE
       END-PERFORM.
       CLOSE OilTaxFile.
       DISPLAY "TAXMAINT - RATES WRITTEN  " WS-Written-Count.
       DISPLAY "TAXMAINT - RATES REPLACED " WS-Replaced-Count.
       STOP RUN.

       1000-GET-OIL-CODE.
       DISPLAY "ENTER OIL CODE (00 TO END) - ".
       ACCEPT WS-Oil-Code.

      * Every rate on file for the oil, oldest first - the file is
      * keyed oil code then effective date.
       2000-SHOW-RATES.
       MOVE ZERO TO WS-Rates-Shown.
       MOVE "N"  TO WS-Oil-Tax-EOF.
       MOVE WS-Oil-Code TO TX-Oil-Code.
       MOVE ZERO        TO TX-Eff-Date.
       START OilTaxFile KEY IS NOT LESS THAN TX-Key
           INVALID KEY SET Oil-Tax-EOF TO TRUE
       END-START.
       PERFORM 2100-READ-NEXT-RATE.
       PERFORM UNTIL Oil-Tax-EOF
           ADD 1 TO WS-Rates-Shown
           MOVE TX-Tax-Rate TO WS-Show-Rate
           DISPLAY "  FROM " TX-Eff-Date "  RATE " WS-Show-Rate
               "%  KEYED " TX-Keyed-Date
           PERFORM 2100-READ-NEXT-RATE
       END-PERFORM.
       IF WS-Rates-Shown = ZERO
           DISPLAY "  NO TAX RATE ON FILE FOR OIL CODE " WS-Oil-Code
       END-IF.

       2100-READ-NEXT-RATE.
       IF NOT Oil-Tax-EOF
           READ OilTaxFile NEXT RECORD
               AT END SET Oil-Tax-EOF TO TRUE
           END-READ
           IF NOT Oil-Tax-EOF AND TX-Oil-Code NOT = WS-Oil-Code
               SET Oil-Tax-EOF TO TRUE
           END-IF
       END-IF.

       3000-KEY-RATE.
       DISPLAY "ENTER DATE RATE TAKES EFFECT "
           "(YYYYMMDD, 0 FOR TODAY) - ".
       ACCEPT WS-Eff-Date.
       IF WS-Eff-Date = ZERO
           MOVE WS-Run-Date TO WS-Eff-Date
       END-IF.
       MOVE "Y" TO WS-Date-Valid.
       IF WS-Eff-MM < 1 OR WS-Eff-MM > 12
           DISPLAY "MONTH " WS-Eff-MM " IS NOT A VALID MONTH"
           MOVE "N" TO WS-Date-Valid
       ELSE
           IF WS-Eff-DD < 1 OR
              WS-Eff-DD > WS-Days-In-Month (WS-Eff-MM)
               DISPLAY "DAY " WS-Eff-DD
                   " IS NOT VALID FOR MONTH " WS-Eff-MM
               MOVE "N" TO WS-Date-Valid
           END-IF
       END-IF.
       IF Date-Valid
           MOVE WS-Oil-Code TO TX-Oil-Code
           MOVE WS-Eff-Date TO TX-Eff-Date
           READ OilTaxFile
               INVALID KEY PERFORM 3100-CREATE-RATE
               NOT INVALID KEY PERFORM 3200-REPLACE-RATE
           END-READ
       ELSE
           DISPLAY "NO RATE KEYED FOR OIL " WS-Oil-Code
       END-IF.

       3100-CREATE-RATE.
       DISPLAY "ENTER TAX RATE PERCENT (99.99, 00.00 = ZERO-RATED) - ".
       ACCEPT WS-Tax-Rate.
       MOVE WS-Oil-Code TO TX-Oil-Code.
       MOVE WS-Eff-Date TO TX-Eff-Date.
       MOVE WS-Tax-Rate TO TX-Tax-Rate.
       MOVE WS-Run-Date TO TX-Keyed-Date.
       WRITE OilTaxRec
           INVALID KEY
               DISPLAY "COULD NOT ADD RATE FOR OIL " WS-Oil-Code
                   " FROM " WS-Eff-Date
           NOT INVALID KEY
               ADD 1 TO WS-Written-Count
               MOVE "ADD" TO AU-Action
               PERFORM 3300-AUDIT-RATE
       END-WRITE.

       3200-REPLACE-RATE.
       MOVE TX-Tax-Rate TO WS-Show-Rate.
       DISPLAY "OIL " WS-Oil-Code " FROM " WS-Eff-Date
           " ALREADY RATED AT " WS-Show-Rate "%".
       DISPLAY "ENTER CORRECTED TAX RATE PERCENT (99.99) - ".
       ACCEPT WS-Tax-Rate.
       MOVE WS-Tax-Rate TO TX-Tax-Rate.
       MOVE WS-Run-Date TO TX-Keyed-Date.
       REWRITE OilTaxRec
           INVALID KEY
               DISPLAY "COULD NOT REPLACE RATE FOR OIL " WS-Oil-Code
                   " FROM " WS-Eff-Date
           NOT INVALID KEY
               ADD 1 TO WS-Replaced-Count
               MOVE "CHANGE" TO AU-Action
               PERFORM 3300-AUDIT-RATE
       END-REWRITE.

       3300-AUDIT-RATE.
       MOVE WS-Tax-Rate TO WS-Audit-Rate.
       STRING WS-Oil-Code "/" WS-Eff-Date
           DELIMITED BY SIZE INTO AU-Key.
       IF AU-Action = "CHANGE"
           STRING "RATE " WS-Show-Rate "% -> " WS-Audit-Rate "%"
               DELIMITED BY SIZE INTO AU-Detail
       ELSE
           STRING "RATE " WS-Audit-Rate "%"
               DELIMITED BY SIZE INTO AU-Detail
       END-IF.
       PERFORM 9100-WRITE-AUDIT.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
