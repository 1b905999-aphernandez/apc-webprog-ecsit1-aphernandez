       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AgedDebt.
       AUTHOR.  Michael Coughlan.

      * Aged-debt report for the trade accounts off the customer
      * ledger CUSTLEDG.DAT (AGEDDEBT.PRT) - what each account owes as
      * at a date, split by how long it has been owed: current (up to
      * 30 days), 31-60, 61-90 and over 90 days, with totals for the
      * business. Payments and refund credits are taken off the
      * oldest sales first, the way the account is settled in
      * practice, so what is left outstanding is the newest sales and
      * each is aged from its own sale date. An account in credit
      * shows its credit as current. Accounts owing more than their
      * credit limit on CUSTMST.DAT are marked. Accounts with nothing
      * owing are left off.
      * The as-at date is supplied as a single command-line parameter
      * on the MaleSort model -
      *    DATE:YYYYMMDD
      * With no parameter the report is as at today; entries dated
      * after the as-at date are ignored.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CustLedgFile ASSIGN TO "CUSTLEDG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Cust-Ledg-Status.

       SELECT CustMstFile ASSIGN TO "CUSTMST.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS CU-Cust-No
	     FILE STATUS IS WS-Cust-Mst-Status.

       SELECT AgedRptFile ASSIGN TO "AGEDDEBT.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WorkFile ASSIGN TO "AGEDSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD CustLedgFile.
       COPY CUSTLEDG REPLACING ==:REC-NAME:== BY ==CustLedgRec==
                               ==:PFX:==      BY ==CL-==.

       FD CustMstFile.
       COPY CUSTMST REPLACING ==:REC-NAME:== BY ==CustMstRec==
                              ==:PFX:==      BY ==CU-==.

       FD AgedRptFile.
       01 AgedRptLine       PIC X(80).

       SD WorkFile.
       COPY CUSTLEDG REPLACING ==:REC-NAME:== BY ==WorkRec==
                               ==:PFX:==      BY ==WK-==.

       WORKING-STORAGE SECTION.

       01  WS-Cust-Ledg-Status       PIC X(2).
         88 Cust-Ledg-Status-OK      VALUE "00".
         88 Cust-Ledg-Not-Found      VALUE "35".

       01  WS-Cust-Mst-Status        PIC X(2).
         88 Cust-Mst-Status-OK       VALUE "00".

       01  WS-Switches.
           02 WS-Cust-Ledg-EOF  PIC X(1) VALUE "N".
             88 Cust-Ledg-EOF   VALUE "Y".
           02 WS-Work-EOF       PIC X(1) VALUE "N".
             88 Work-EOF        VALUE "Y".
           02 WS-First-Cust     PIC X(1) VALUE "Y".
             88 First-Cust      VALUE "Y".
           02 WS-Table-Full     PIC X(1) VALUE "N".
             88 Table-Full      VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).

       01  WS-Run-Date          PIC 9(8).

       01  WS-Asat-Date.
           02 WS-Asat-YYYY      PIC 9(4).
           02 WS-Asat-MM        PIC 9(2).
           02 WS-Asat-DD        PIC 9(2).
       01  WS-Asat-Date-Num REDEFINES WS-Asat-Date PIC 9(8).
       01  WS-Asat-Day-No       PIC 9(7).

      * Day numbers - days since a fixed point, counting leap days -
      * so that the age of an entry is one subtraction. The leap days
      * of the entry's own year only count from March.
       01  WS-Cum-Days-Table.
           02 FILLER            PIC 9(3) VALUE 000.
           02 FILLER            PIC 9(3) VALUE 031.
           02 FILLER            PIC 9(3) VALUE 059.
           02 FILLER            PIC 9(3) VALUE 090.
           02 FILLER            PIC 9(3) VALUE 120.
           02 FILLER            PIC 9(3) VALUE 151.
           02 FILLER            PIC 9(3) VALUE 181.
           02 FILLER            PIC 9(3) VALUE 212.
           02 FILLER            PIC 9(3) VALUE 243.
           02 FILLER            PIC 9(3) VALUE 273.
           02 FILLER            PIC 9(3) VALUE 304.
           02 FILLER            PIC 9(3) VALUE 334.
       01  WS-Cum-Days-Redef REDEFINES WS-Cum-Days-Table.
           02 WS-Cum-Days       PIC 9(3) OCCURS 12 TIMES.

       01  WS-DN-Date.
           02 WS-DN-YYYY        PIC 9(4).
           02 WS-DN-MM          PIC 9(2).
           02 WS-DN-DD          PIC 9(2).
       01  WS-DN-Date-Num REDEFINES WS-DN-Date PIC 9(8).
       01  WS-DN-Leap-Year      PIC 9(4).
       01  WS-DN-Div-4          PIC 9(4).
       01  WS-DN-Div-100        PIC 9(4).
       01  WS-DN-Div-400        PIC 9(4).
       01  WS-DN-Result         PIC 9(7).
       01  WS-Age-Days          PIC S9(7).

      * The account's sales, oldest first, as they come off the sort.
      * An account with more sales than the table holds has the rest
      * added into the last slot, dated as the newest of them, so
      * nothing is aged older than it really is.
       01  WS-Debit-Table.
           02 WS-Debit-Count    PIC 9(4) COMP VALUE ZERO.
           02 WS-Debit-Entry OCCURS 1000 TIMES.
              03 DT-Entry-Date  PIC 9(8).
              03 DT-Amount      PIC S9(9)V99.
       01  WS-Debit-Idx         PIC 9(4) COMP.

       01  WS-Prev-Cust         PIC X(5).
       01  WS-Credits-Left      PIC S9(9)V99.
       01  WS-Cust-Balance      PIC S9(9)V99.

       01  WS-Cust-Buckets.
           02 WS-Cust-Current   PIC S9(9)V99.
           02 WS-Cust-Over-30   PIC S9(9)V99.
           02 WS-Cust-Over-60   PIC S9(9)V99.
           02 WS-Cust-Over-90   PIC S9(9)V99.

       01  WS-Total-Buckets.
           02 WS-Tot-Current    PIC S9(9)V99 VALUE ZERO.
           02 WS-Tot-Over-30    PIC S9(9)V99 VALUE ZERO.
           02 WS-Tot-Over-60    PIC S9(9)V99 VALUE ZERO.
           02 WS-Tot-Over-90    PIC S9(9)V99 VALUE ZERO.
           02 WS-Tot-Balance    PIC S9(9)V99 VALUE ZERO.

       01  WS-Counters.
           02 WS-Account-Count  PIC 9(5) VALUE ZERO.
           02 WS-Over-Lim-Count PIC 9(5) VALUE ZERO.
           02 WS-Table-Full-Count PIC 9(5) VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(30)
              VALUE "AROMA OILS AGED DEBT AS AT ".
           02 HL-Asat-Date      PIC 9(8).
           02 FILLER            PIC X(42) VALUE SPACES.

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(40) VALUE
              "ACCT  NAME              CURRENT 31-60 DA".
           02 FILLER            PIC X(40) VALUE
              "YS 61-90 DAYS    OVER 90       TOTAL".

       01  WS-Detail-Line.
           02 DL-Cust-No        PIC X(5).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Name           PIC X(14).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Current        PIC ------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Over-30        PIC ------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Over-60        PIC ------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Over-90        PIC ------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Balance        PIC -------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Over-Limit     PIC X(3).

       01  WS-Total-Line.
           02 FILLER            PIC X(21) VALUE "TOTALS".
           02 TL-Current        PIC ------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 TL-Over-30        PIC ------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 TL-Over-60        PIC ------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 TL-Over-90        PIC ------9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 TL-Balance        PIC -------9.99.
           02 FILLER            PIC X(4)  VALUE SPACES.

       01  WS-Count-Line.
           02 FILLER            PIC X(18) VALUE "ACCOUNTS OWING    ".
           02 CL-Account-Count  PIC ZZZZ9.
           02 FILLER            PIC X(22)
              VALUE "   OVER CREDIT LIMIT  ".
           02 CL-Over-Lim-Count PIC ZZZZ9.
           02 FILLER            PIC X(30)
              VALUE "   (MARKED *)".

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO ACCOUNT BALANCES OUTSTANDING)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0100-GET-ASAT-DATE.
       MOVE WS-Asat-Date-Num TO WS-DN-Date-Num.
       PERFORM 5000-COMPUTE-DAY-NUMBER.
       MOVE WS-DN-Result TO WS-Asat-Day-No.
       OPEN INPUT CustMstFile.
       IF NOT Cust-Mst-Status-OK
           DISPLAY "AGEDDEBT - COULD NOT OPEN CUSTMST.DAT - STATUS "
               WS-Cust-Mst-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT AgedRptFile.
       MOVE WS-Asat-Date-Num TO HL-Asat-Date.
       WRITE AgedRptLine FROM WS-Heading-Line-1.
       WRITE AgedRptLine FROM WS-Heading-Line-2.
       SORT WorkFile ON ASCENDING KEY WK-Cust-No WK-Entry-Date
           INPUT PROCEDURE IS 1000-LOAD-LEDGER
           OUTPUT PROCEDURE IS 3000-AGE-ACCOUNTS.
       IF WS-Account-Count = ZERO
           WRITE AgedRptLine FROM WS-None-Line
       END-IF.
       MOVE WS-Tot-Current TO TL-Current.
       MOVE WS-Tot-Over-30 TO TL-Over-30.
       MOVE WS-Tot-Over-60 TO TL-Over-60.
       MOVE WS-Tot-Over-90 TO TL-Over-90.
       MOVE WS-Tot-Balance TO TL-Balance.
       WRITE AgedRptLine FROM WS-Total-Line.
       MOVE WS-Account-Count  TO CL-Account-Count.
       MOVE WS-Over-Lim-Count TO CL-Over-Lim-Count.
       WRITE AgedRptLine FROM WS-Count-Line.
       CLOSE CustMstFile
             AgedRptFile.
       IF WS-Table-Full-Count > ZERO
           DISPLAY "AGEDDEBT - " WS-Table-Full-Count
               " ACCOUNT(S) WITH MORE THAN 1000 SALES - NEWEST "
               "COMBINED"
       END-IF.
       DISPLAY "AGEDDEBT - " WS-Account-Count
           " ACCOUNT(S) OWING LISTED ON AGEDDEBT.PRT".
       STOP RUN.

      * A date parameter that is not a real date is ignored and the
      * report is run as at today.
       0100-GET-ASAT-DATE.
       MOVE WS-Run-Date TO WS-Asat-Date-Num.
       ACCEPT WS-Param-Line FROM COMMAND-LINE.
       UNSTRING WS-Param-Line DELIMITED BY ":"
           INTO WS-Filter-Type WS-Filter-Value-1.
       IF WS-Filter-Type = "DATE"
           IF WS-Filter-Value-1 (1:8) IS NUMERIC
               MOVE WS-Filter-Value-1 (1:8) TO WS-Asat-Date-Num
           END-IF
           IF WS-Asat-MM < 1 OR WS-Asat-MM > 12
              OR WS-Asat-DD < 1 OR WS-Asat-DD > 31
               DISPLAY "AGEDDEBT - AS-AT DATE "
                   WS-Filter-Value-1 (1:8) " NOT VALID - USING TODAY"
               MOVE WS-Run-Date TO WS-Asat-Date-Num
           END-IF
       END-IF.

      * No ledger yet means no account has traded - the report still
      * prints, saying so.
       1000-LOAD-LEDGER.
       OPEN INPUT CustLedgFile.
       IF Cust-Ledg-Not-Found
           DISPLAY "AGEDDEBT - NO CUSTLEDG.DAT ON FILE YET"
       ELSE
           IF NOT Cust-Ledg-Status-OK
               DISPLAY "AGEDDEBT - COULD NOT OPEN CUSTLEDG.DAT - "
                   "STATUS " WS-Cust-Ledg-Status
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 1100-READ-LEDGER
               PERFORM UNTIL Cust-Ledg-EOF
                   IF CL-Entry-Date NOT > WS-Asat-Date-Num
                       RELEASE WorkRec FROM CustLedgRec
                   END-IF
                   PERFORM 1100-READ-LEDGER
               END-PERFORM
               CLOSE CustLedgFile
           END-IF
       END-IF.

       1100-READ-LEDGER.
       READ CustLedgFile
           AT END SET Cust-Ledg-EOF TO TRUE
       END-READ.

       3000-AGE-ACCOUNTS.
       RETURN WorkFile
           AT END SET Work-EOF TO TRUE
       END-RETURN.
       PERFORM UNTIL Work-EOF
           IF First-Cust
               MOVE "N" TO WS-First-Cust
               PERFORM 3100-START-CUSTOMER
           ELSE
               IF WK-Cust-No NOT = WS-Prev-Cust
                   PERFORM 4000-END-CUSTOMER
                   PERFORM 3100-START-CUSTOMER
               END-IF
           END-IF
           PERFORM 3200-APPLY-ENTRY
           RETURN WorkFile
               AT END SET Work-EOF TO TRUE
           END-RETURN
       END-PERFORM.
       IF NOT First-Cust
           PERFORM 4000-END-CUSTOMER
       END-IF.

       3100-START-CUSTOMER.
       MOVE WK-Cust-No TO WS-Prev-Cust.
       MOVE "N"  TO WS-Table-Full.
       MOVE ZERO TO WS-Debit-Count WS-Credits-Left WS-Cust-Balance.
       MOVE ZERO TO WS-Cust-Current WS-Cust-Over-30
                    WS-Cust-Over-60 WS-Cust-Over-90.

       3200-APPLY-ENTRY.
       ADD WK-Amount TO WS-Cust-Balance.
       IF WK-Amount < ZERO
           SUBTRACT WK-Amount FROM WS-Credits-Left
       ELSE
           IF WS-Debit-Count < 1000
               ADD 1 TO WS-Debit-Count
               MOVE WK-Entry-Date TO DT-Entry-Date (WS-Debit-Count)
               MOVE WK-Amount     TO DT-Amount (WS-Debit-Count)
           ELSE
               IF NOT Table-Full
                   SET Table-Full TO TRUE
                   ADD 1 TO WS-Table-Full-Count
               END-IF
               MOVE WK-Entry-Date TO DT-Entry-Date (1000)
               ADD WK-Amount TO DT-Amount (1000)
           END-IF
       END-IF.

       4000-END-CUSTOMER.
       PERFORM 4100-ALLOCATE-CREDITS
           VARYING WS-Debit-Idx FROM 1 BY 1
           UNTIL WS-Debit-Idx > WS-Debit-Count.
       PERFORM 4200-BUCKET-DEBIT
           VARYING WS-Debit-Idx FROM 1 BY 1
           UNTIL WS-Debit-Idx > WS-Debit-Count.
       SUBTRACT WS-Credits-Left FROM WS-Cust-Current.
       IF WS-Cust-Balance NOT = ZERO
           PERFORM 4300-PRINT-ACCOUNT
       END-IF.

      * Payments and credits settle the oldest sales first.
       4100-ALLOCATE-CREDITS.
       IF WS-Credits-Left > ZERO
           IF DT-Amount (WS-Debit-Idx) NOT > WS-Credits-Left
               SUBTRACT DT-Amount (WS-Debit-Idx) FROM WS-Credits-Left
               MOVE ZERO TO DT-Amount (WS-Debit-Idx)
           ELSE
               SUBTRACT WS-Credits-Left FROM DT-Amount (WS-Debit-Idx)
               MOVE ZERO TO WS-Credits-Left
           END-IF
       END-IF.

       4200-BUCKET-DEBIT.
       IF DT-Amount (WS-Debit-Idx) NOT = ZERO
           MOVE DT-Entry-Date (WS-Debit-Idx) TO WS-DN-Date-Num
           PERFORM 5000-COMPUTE-DAY-NUMBER
           COMPUTE WS-Age-Days = WS-Asat-Day-No - WS-DN-Result
           EVALUATE TRUE
               WHEN WS-Age-Days > 90
                   ADD DT-Amount (WS-Debit-Idx) TO WS-Cust-Over-90
               WHEN WS-Age-Days > 60
                   ADD DT-Amount (WS-Debit-Idx) TO WS-Cust-Over-60
               WHEN WS-Age-Days > 30
                   ADD DT-Amount (WS-Debit-Idx) TO WS-Cust-Over-30
               WHEN OTHER
                   ADD DT-Amount (WS-Debit-Idx) TO WS-Cust-Current
           END-EVALUATE
       END-IF.

       4300-PRINT-ACCOUNT.
       ADD 1 TO WS-Account-Count.
       MOVE WS-Prev-Cust TO CU-Cust-No DL-Cust-No.
       MOVE SPACES TO DL-Over-Limit.
       READ CustMstFile
           INVALID KEY
               MOVE "(NOT ON FILE)" TO DL-Name
           NOT INVALID KEY
               MOVE CU-Name TO DL-Name
               IF WS-Cust-Balance > CU-Credit-Limit
                   MOVE " *" TO DL-Over-Limit
                   ADD 1 TO WS-Over-Lim-Count
               END-IF
       END-READ.
       MOVE WS-Cust-Current TO DL-Current.
       MOVE WS-Cust-Over-30 TO DL-Over-30.
       MOVE WS-Cust-Over-60 TO DL-Over-60.
       MOVE WS-Cust-Over-90 TO DL-Over-90.
       MOVE WS-Cust-Balance TO DL-Balance.
       WRITE AgedRptLine FROM WS-Detail-Line.
       ADD WS-Cust-Current TO WS-Tot-Current.
       ADD WS-Cust-Over-30 TO WS-Tot-Over-30.
       ADD WS-Cust-Over-60 TO WS-Tot-Over-60.
       ADD WS-Cust-Over-90 TO WS-Tot-Over-90.
       ADD WS-Cust-Balance TO WS-Tot-Balance.

      * Day number of WS-DN-Date into WS-DN-Result. January and
      * February belong with the previous year's leap day count.
       5000-COMPUTE-DAY-NUMBER.
       IF WS-DN-MM < 1 OR WS-DN-MM > 12
           MOVE WS-Asat-Day-No TO WS-DN-Result
       ELSE
           MOVE WS-DN-YYYY TO WS-DN-Leap-Year
           IF WS-DN-MM < 3
               SUBTRACT 1 FROM WS-DN-Leap-Year
           END-IF
           DIVIDE WS-DN-Leap-Year BY 4   GIVING WS-DN-Div-4
           DIVIDE WS-DN-Leap-Year BY 100 GIVING WS-DN-Div-100
           DIVIDE WS-DN-Leap-Year BY 400 GIVING WS-DN-Div-400
           COMPUTE WS-DN-Result = WS-DN-YYYY * 365
               + WS-DN-Div-4 - WS-DN-Div-100 + WS-DN-Div-400
               + WS-Cum-Days (WS-DN-MM) + WS-DN-DD
       END-IF.
