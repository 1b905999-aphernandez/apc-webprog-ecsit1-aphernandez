       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CustStmt.
       AUTHOR.  Michael Coughlan.

      * Monthly statements for the trade accounts off the customer
      * ledger CUSTLEDG.DAT (CUSTSTMT.PRT). Each statement carries the
      * account's name and address from CUSTMST.DAT, the balance
      * brought forward from before the month, every sale, refund
      * credit and payment dated in the month with a running balance,
      * and the balance now due - flagged when it is over the
      * account's credit limit. An account gets a statement when it
      * had entries in the month or still owes (or is owed) money.
      * The statement month is supplied as a single command-line
      * parameter on the MaleSort model -
      *    MONTH:YYYYMM
      * With no parameter the current month is stated. Entries dated
      * after the month are left for the next month's statement.

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

       SELECT StmtRptFile ASSIGN TO "CUSTSTMT.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WorkFile ASSIGN TO "STMTSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD CustLedgFile.
       COPY CUSTLEDG REPLACING ==:REC-NAME:== BY ==CustLedgRec==
                               ==:PFX:==      BY ==CL-==.

       FD CustMstFile.
       COPY CUSTMST REPLACING ==:REC-NAME:== BY ==CustMstRec==
                              ==:PFX:==      BY ==CU-==.

       FD StmtRptFile.
       01 StmtRptLine       PIC X(80).

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
           02 WS-Stmt-Started   PIC X(1) VALUE "N".
             88 Stmt-Started    VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).

       01  WS-Stmt-Month.
           02 WS-Stmt-YYYY      PIC 9(4).
           02 WS-Stmt-MM        PIC 9(2).
       01  WS-Stmt-Month-Num REDEFINES WS-Stmt-Month PIC 9(6).

      * Dates compare as YYYYMMDD numbers, so day 01 and day 31 of
      * the month bound it whatever its real length.
       01  WS-Month-Start.
           02 WS-Start-YYYYMM   PIC 9(6).
           02 WS-Start-DD       PIC 9(2) VALUE 01.
       01  WS-Month-Start-Num REDEFINES WS-Month-Start PIC 9(8).
       01  WS-Month-End.
           02 WS-End-YYYYMM     PIC 9(6).
           02 WS-End-DD         PIC 9(2) VALUE 31.
       01  WS-Month-End-Num REDEFINES WS-Month-End PIC 9(8).

       01  WS-Run-Date.
           02 WS-Run-YYYY       PIC 9(4).
           02 WS-Run-MM         PIC 9(2).
           02 WS-Run-DD         PIC 9(2).

       01  WS-Prev-Cust         PIC X(5).
       01  WS-Opening-Balance   PIC S9(9)V99.
       01  WS-Balance           PIC S9(9)V99.
       01  WS-Month-Debits      PIC S9(9)V99.
       01  WS-Month-Credits     PIC S9(9)V99.
       01  WS-Credit-Amount     PIC S9(9)V99.

       01  WS-Show-Oil          PIC Z9.
       01  WS-Show-Qty          PIC ZZZZ9.
       01  WS-Show-Till         PIC Z9.

       01  WS-Counters.
           02 WS-Stmt-Count     PIC 9(5) VALUE ZERO.
           02 WS-Entry-Count    PIC 9(7) VALUE ZERO.

       01  WS-Separator-Line.
           02 FILLER            PIC X(80) VALUE ALL "=".

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(44)
              VALUE "AROMA OILS - STATEMENT OF ACCOUNT FOR MONTH ".
           02 HL-Stmt-YYYY      PIC 9(4).
           02 FILLER            PIC X(1)  VALUE "-".
           02 HL-Stmt-MM        PIC 9(2).
           02 FILLER            PIC X(29) VALUE SPACES.

       01  WS-Account-Line.
           02 FILLER            PIC X(8)  VALUE "ACCOUNT ".
           02 AL-Cust-No        PIC X(5).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 AL-Name           PIC X(30).
           02 FILLER            PIC X(35) VALUE SPACES.

       01  WS-Address-Line.
           02 FILLER            PIC X(15) VALUE SPACES.
           02 ADL-Text          PIC X(30).
           02 FILLER            PIC X(35) VALUE SPACES.

       01  WS-Town-Line.
           02 FILLER            PIC X(15) VALUE SPACES.
           02 TWL-Town          PIC X(20).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 TWL-Postcode      PIC X(8).
           02 FILLER            PIC X(36) VALUE SPACES.

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(40) VALUE
              "DATE      DETAILS                       ".
           02 FILLER            PIC X(40) VALUE
              "       DEBIT     CREDIT       BALANCE".

       01  WS-Detail-Line.
           02 DL-Entry-Date     PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Details        PIC X(32).
           02 DL-Debit          PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Credit         PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Balance        PIC ---------9.99.
           02 FILLER            PIC X(3)  VALUE SPACES.

       01  WS-Brought-Fwd-Line.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(54)
              VALUE "BALANCE BROUGHT FORWARD".
           02 BFL-Balance       PIC ---------9.99.
           02 FILLER            PIC X(3)  VALUE SPACES.

       01  WS-No-Entries-Line.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(70)
              VALUE "(NO ENTRIES THIS MONTH)".

       01  WS-Month-Total-Line.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(32) VALUE "MONTH TOTALS".
           02 MTL-Debits        PIC ZZZZZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 MTL-Credits       PIC ZZZZZZ9.99.
           02 FILLER            PIC X(17) VALUE SPACES.

       01  WS-Due-Line.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(54) VALUE "BALANCE NOW DUE".
           02 DUL-Balance       PIC ---------9.99.
           02 FILLER            PIC X(3)  VALUE SPACES.

       01  WS-Over-Limit-Line.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(30)
              VALUE "*** OVER YOUR CREDIT LIMIT OF ".
           02 OLL-Limit         PIC ZZZZ9.99.
           02 FILLER            PIC X(4)  VALUE " ***".
           02 FILLER            PIC X(28) VALUE SPACES.

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO ACCOUNTS TO STATE FOR THE MONTH)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0100-GET-STMT-MONTH.
       OPEN INPUT CustMstFile.
       IF NOT Cust-Mst-Status-OK
           DISPLAY "CUSTSTMT - COULD NOT OPEN CUSTMST.DAT - STATUS "
               WS-Cust-Mst-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT StmtRptFile.
       SORT WorkFile ON ASCENDING KEY WK-Cust-No WK-Entry-Date
           INPUT PROCEDURE IS 1000-LOAD-LEDGER
           OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS.
       IF WS-Stmt-Count = ZERO
           WRITE StmtRptLine FROM WS-None-Line
       END-IF.
       CLOSE CustMstFile
             StmtRptFile.
       DISPLAY "CUSTSTMT - " WS-Stmt-Count " STATEMENT(S) FOR "
           WS-Stmt-YYYY "-" WS-Stmt-MM " ON CUSTSTMT.PRT".
       STOP RUN.

       0100-GET-STMT-MONTH.
       ACCEPT WS-Param-Line FROM COMMAND-LINE.
       UNSTRING WS-Param-Line DELIMITED BY ":"
           INTO WS-Filter-Type WS-Filter-Value-1.
       IF WS-Filter-Type = "MONTH"
           MOVE WS-Filter-Value-1 (1:6) TO WS-Stmt-Month-Num
       ELSE
           MOVE WS-Run-YYYY TO WS-Stmt-YYYY
           MOVE WS-Run-MM   TO WS-Stmt-MM
       END-IF.
       MOVE WS-Stmt-Month-Num TO WS-Start-YYYYMM WS-End-YYYYMM.

      * No ledger yet means no account has traded - the report still
      * prints, saying so.
       1000-LOAD-LEDGER.
       OPEN INPUT CustLedgFile.
       IF Cust-Ledg-Not-Found
           DISPLAY "CUSTSTMT - NO CUSTLEDG.DAT ON FILE YET"
       ELSE
           IF NOT Cust-Ledg-Status-OK
               DISPLAY "CUSTSTMT - COULD NOT OPEN CUSTLEDG.DAT - "
                   "STATUS " WS-Cust-Ledg-Status
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 1100-READ-LEDGER
               PERFORM UNTIL Cust-Ledg-EOF
                   IF CL-Entry-Date NOT > WS-Month-End-Num
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

       3000-PRINT-STATEMENTS.
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
       MOVE "N"  TO WS-Stmt-Started.
       MOVE ZERO TO WS-Opening-Balance WS-Balance
                    WS-Month-Debits WS-Month-Credits.

      * Entries before the month only build the balance brought
      * forward; the statement itself starts with the first entry in
      * the month.
       3200-APPLY-ENTRY.
       IF WK-Entry-Date < WS-Month-Start-Num
           ADD WK-Amount TO WS-Opening-Balance
       ELSE
           IF NOT Stmt-Started
               PERFORM 3300-START-STATEMENT
           END-IF
           PERFORM 3400-PRINT-ENTRY
       END-IF.

       3300-START-STATEMENT.
       SET Stmt-Started TO TRUE.
       ADD 1 TO WS-Stmt-Count.
       MOVE WS-Prev-Cust TO CU-Cust-No AL-Cust-No.
       READ CustMstFile
           INVALID KEY
               MOVE "(ACCOUNT NOT ON CUSTMST.DAT)" TO AL-Name
               MOVE SPACES TO CU-Addr-1 CU-Addr-2 CU-Town CU-Postcode
               MOVE ZERO   TO CU-Credit-Limit
           NOT INVALID KEY
               MOVE CU-Name TO AL-Name
       END-READ.
       MOVE WS-Stmt-YYYY TO HL-Stmt-YYYY.
       MOVE WS-Stmt-MM   TO HL-Stmt-MM.
       WRITE StmtRptLine FROM WS-Separator-Line.
       WRITE StmtRptLine FROM WS-Heading-Line-1.
       WRITE StmtRptLine FROM WS-Account-Line.
       MOVE CU-Addr-1 TO ADL-Text.
       WRITE StmtRptLine FROM WS-Address-Line.
       IF CU-Addr-2 NOT = SPACES
           MOVE CU-Addr-2 TO ADL-Text
           WRITE StmtRptLine FROM WS-Address-Line
       END-IF.
       MOVE CU-Town     TO TWL-Town.
       MOVE CU-Postcode TO TWL-Postcode.
       WRITE StmtRptLine FROM WS-Town-Line.
       WRITE StmtRptLine FROM WS-Heading-Line-2.
       MOVE WS-Opening-Balance TO BFL-Balance WS-Balance.
       WRITE StmtRptLine FROM WS-Brought-Fwd-Line.

       3400-PRINT-ENTRY.
       ADD 1 TO WS-Entry-Count.
       ADD WK-Amount TO WS-Balance.
       MOVE SPACES TO DL-Details.
       MOVE ZERO   TO DL-Debit DL-Credit.
       MOVE WK-Oil-Code TO WS-Show-Oil.
       MOVE WK-Quantity TO WS-Show-Qty.
       MOVE WK-Till-No  TO WS-Show-Till.
       EVALUATE TRUE
           WHEN WK-Is-Invoice
               STRING "SALE OIL " WS-Show-Oil " QTY " WS-Show-Qty
                   " TILL " WS-Show-Till
                   DELIMITED BY SIZE INTO DL-Details
           WHEN WK-Is-Credit
               STRING "REFUND OIL " WS-Show-Oil " QTY " WS-Show-Qty
                   " OF " WK-Reference (1:8)
                   DELIMITED BY SIZE INTO DL-Details
           WHEN OTHER
               STRING "PAYMENT - " WK-Reference
                   DELIMITED BY SIZE INTO DL-Details
       END-EVALUATE.
       IF WK-Amount < ZERO
           COMPUTE WS-Credit-Amount = ZERO - WK-Amount
           MOVE WS-Credit-Amount TO DL-Credit
           ADD WS-Credit-Amount TO WS-Month-Credits
       ELSE
           MOVE WK-Amount TO DL-Debit
           ADD WK-Amount TO WS-Month-Debits
       END-IF.
       MOVE WK-Entry-Date TO DL-Entry-Date.
       MOVE WS-Balance    TO DL-Balance.
       WRITE StmtRptLine FROM WS-Detail-Line.

      * An account with nothing in the month still gets a statement
      * while it has a balance, so a debt is chased every month.
       4000-END-CUSTOMER.
       IF NOT Stmt-Started AND WS-Opening-Balance NOT = ZERO
           PERFORM 3300-START-STATEMENT
           WRITE StmtRptLine FROM WS-No-Entries-Line
       END-IF.
       IF Stmt-Started
           MOVE WS-Month-Debits  TO MTL-Debits
           MOVE WS-Month-Credits TO MTL-Credits
           WRITE StmtRptLine FROM WS-Month-Total-Line
           MOVE WS-Balance TO DUL-Balance
           WRITE StmtRptLine FROM WS-Due-Line
           IF WS-Balance > CU-Credit-Limit
               MOVE CU-Credit-Limit TO OLL-Limit
               WRITE StmtRptLine FROM WS-Over-Limit-Line
           END-IF
       END-IF.
