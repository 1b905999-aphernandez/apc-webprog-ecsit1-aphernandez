       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PayEntry.
       AUTHOR.  Michael Coughlan.

      * Interactive keying of payments received from trade customers
      * onto the customer ledger CUSTLEDG.DAT, on the TillDecl prompt
      * model - key the account number, see who it is and what the
      * account owes, then key the date the payment arrived, the
      * amount and the cheque or remittance reference. Each payment
      * is appended as a ledger entry taking the amount off the
      * account, so statements and the aged-debt report reflect it
      * from the next run. The ledger is closed while the balance is
      * worked out and reopened for extend afterwards, the way
      * TicketEntry searches the ticket file.
      * The operator must sign on and be authorised for PAYENTRY;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CustMstFile ASSIGN TO "CUSTMST.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS CU-Cust-No
	     FILE STATUS IS WS-Cust-Mst-Status.

       SELECT CustLedgFile ASSIGN TO "CUSTLEDG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Cust-Ledg-Status.

       SELECT LookupFile ASSIGN TO "CUSTLEDG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Lookup-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CustMstFile.
       COPY CUSTMST REPLACING ==:REC-NAME:== BY ==CustMstRec==
                              ==:PFX:==      BY ==CU-==.

       FD CustLedgFile.
       COPY CUSTLEDG REPLACING ==:REC-NAME:== BY ==CustLedgRec==
                               ==:PFX:==      BY ==CL-==.

       FD LookupFile.
       COPY CUSTLEDG REPLACING ==:REC-NAME:== BY ==LookupRec==
                               ==:PFX:==      BY ==LU-==.

       WORKING-STORAGE SECTION.

       01  WS-Cust-Mst-Status        PIC X(2).
         88 Cust-Mst-Status-OK       VALUE "00".

       01  WS-Cust-Ledg-Status       PIC X(2).
         88 Cust-Ledg-Status-OK      VALUE "00".
         88 Cust-Ledg-Not-Found      VALUE "35".

       01  WS-Lookup-Status          PIC X(2).
         88 Lookup-Status-OK         VALUE "00".

       01  WS-Switches.
           02 WS-Lookup-EOF     PIC X(1) VALUE "N".
             88 Lookup-EOF      VALUE "Y".
           02 WS-Entry-Valid    PIC X(1) VALUE "Y".
             88 Entry-Valid     VALUE "Y".

       01  WS-Cust-No                PIC X(5).
       01  WS-Pay-Date.
           02 WS-Pay-YYYY            PIC 9(4).
           02 WS-Pay-MM              PIC 9(2).
           02 WS-Pay-DD              PIC 9(2).
       01  WS-Pay-Date-Num REDEFINES WS-Pay-Date PIC 9(8).
       01  WS-Pay-Amount             PIC 9(5)V99.
       01  WS-Pay-Reference          PIC X(10).

       01  WS-Balance                PIC S9(9)V99.
       01  WS-Show-Balance           PIC ---------9.99.
       01  WS-Show-Amount            PIC ZZZZ9.99.

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
           02 WS-Rejected-Count      PIC 9(5) VALUE ZERO.
           02 WS-Total-Received      PIC 9(9)V99 VALUE ZERO.
       01  WS-Show-Total             PIC ZZZZZZZZ9.99.

       01  WS-Program-Name           PIC X(14) VALUE "PAYENTRY".
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
       OPEN INPUT CustMstFile.
       IF NOT Cust-Mst-Status-OK
           DISPLAY "PAYENTRY - COULD NOT OPEN CUSTMST.DAT - STATUS "
               WS-Cust-Mst-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0600-OPEN-LEDGER.
       PERFORM 1000-GET-CUST-NO.
       PERFORM UNTIL WS-Cust-No = SPACES
           MOVE WS-Cust-No TO CU-Cust-No
           READ CustMstFile
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-Cust-No " NOT ON FILE"
               NOT INVALID KEY
                   PERFORM 2000-TAKE-PAYMENT
           END-READ
           PERFORM 1000-GET-CUST-NO
       END-PERFORM.
       CLOSE CustMstFile
             CustLedgFile.
       MOVE WS-Total-Received TO WS-Show-Total.
       DISPLAY "PAYENTRY - PAYMENTS WRITTEN  " WS-Written-Count.
       DISPLAY "PAYENTRY - PAYMENTS REJECTED " WS-Rejected-Count.
       DISPLAY "PAYENTRY - TOTAL RECEIVED    " WS-Show-Total.
       STOP RUN.

       0600-OPEN-LEDGER.
       OPEN EXTEND CustLedgFile.
       IF Cust-Ledg-Not-Found
           OPEN OUTPUT CustLedgFile
       END-IF.
       IF NOT Cust-Ledg-Status-OK
           DISPLAY "PAYENTRY - COULD NOT OPEN CUSTLEDG.DAT - STATUS "
               WS-Cust-Ledg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.

       1000-GET-CUST-NO.
       DISPLAY "ENTER ACCOUNT NUMBER (BLANK TO END) - ".
       MOVE SPACES TO WS-Cust-No.
       ACCEPT WS-Cust-No.

       2000-TAKE-PAYMENT.
       MOVE "Y" TO WS-Entry-Valid.
       PERFORM 2500-WORK-OUT-BALANCE.
       MOVE WS-Balance TO WS-Show-Balance.
       DISPLAY CU-Name " - BALANCE OWED " WS-Show-Balance.
       IF NOT CU-Is-Active
           DISPLAY "(ACCOUNT IS CLOSED)"
       END-IF.
       DISPLAY "ENTER DATE RECEIVED (YYYYMMDD, 0 FOR TODAY) - ".
       ACCEPT WS-Pay-Date-Num.
       IF WS-Pay-Date-Num = ZERO
           MOVE WS-Run-Date TO WS-Pay-Date-Num
       END-IF.
       PERFORM 2100-EDIT-PAY-DATE.
       DISPLAY "ENTER AMOUNT RECEIVED (99999.99) - ".
       ACCEPT WS-Pay-Amount.
       IF WS-Pay-Amount = ZERO
           DISPLAY "AMOUNT MAY NOT BE ZERO"
           MOVE "N" TO WS-Entry-Valid
       END-IF.
       DISPLAY "ENTER CHEQUE OR REMITTANCE REFERENCE - ".
       ACCEPT WS-Pay-Reference.
       IF Entry-Valid
           PERFORM 3000-WRITE-PAYMENT
       ELSE
           ADD 1 TO WS-Rejected-Count
           DISPLAY "PAYMENT REJECTED - RE-KEY THIS PAYMENT."
       END-IF.

       2100-EDIT-PAY-DATE.
       IF WS-Pay-MM < 1 OR WS-Pay-MM > 12
           DISPLAY "MONTH " WS-Pay-MM " IS NOT A VALID MONTH"
           MOVE "N" TO WS-Entry-Valid
       ELSE
           IF WS-Pay-DD < 1 OR
              WS-Pay-DD > WS-Days-In-Month (WS-Pay-MM)
               DISPLAY "DAY " WS-Pay-DD
                   " IS NOT VALID FOR MONTH " WS-Pay-MM
               MOVE "N" TO WS-Entry-Valid
           END-IF
       END-IF.
       IF WS-Pay-Date-Num > WS-Run-Date
           DISPLAY "DATE " WS-Pay-Date-Num " IS IN THE FUTURE"
           MOVE "N" TO WS-Entry-Valid
       END-IF.

       2500-WORK-OUT-BALANCE.
       MOVE ZERO TO WS-Balance.
       CLOSE CustLedgFile.
       OPEN INPUT LookupFile.
       IF Lookup-Status-OK
           MOVE "N" TO WS-Lookup-EOF
           PERFORM 2510-READ-LOOKUP
           PERFORM UNTIL Lookup-EOF
               IF LU-Cust-No = WS-Cust-No
                   ADD LU-Amount TO WS-Balance
               END-IF
               PERFORM 2510-READ-LOOKUP
           END-PERFORM
           CLOSE LookupFile
       END-IF.
       PERFORM 0600-OPEN-LEDGER.

       2510-READ-LOOKUP.
       READ LookupFile
           AT END SET Lookup-EOF TO TRUE
       END-READ.

       3000-WRITE-PAYMENT.
       MOVE SPACES           TO CustLedgRec.
       MOVE WS-Cust-No       TO CL-Cust-No.
       MOVE WS-Pay-Date-Num  TO CL-Entry-Date.
       MOVE "P"              TO CL-Entry-Type.
       MOVE ZERO             TO CL-Oil-Code
                                CL-Quantity
                                CL-Till-No.
       COMPUTE CL-Amount = ZERO - WS-Pay-Amount.
       MOVE WS-Pay-Reference TO CL-Reference.
       MOVE WS-Run-Date      TO CL-Posted-Date.
       WRITE CustLedgRec.
       ADD 1 TO WS-Written-Count.
       ADD WS-Pay-Amount TO WS-Total-Received.
       SUBTRACT WS-Pay-Amount FROM WS-Balance.
       MOVE WS-Balance TO WS-Show-Balance.
       MOVE WS-Pay-Amount TO WS-Show-Amount.
       DISPLAY "PAYMENT OF " WS-Show-Amount " RECORDED - BALANCE NOW "
           WS-Show-Balance.
       MOVE "PAYMENT"        TO AU-Action.
       STRING WS-Cust-No "/" WS-Pay-Date-Num
           DELIMITED BY SIZE INTO AU-Key.
       STRING "AMOUNT " WS-Show-Amount " REF " WS-Pay-Reference
           DELIMITED BY SIZE INTO AU-Detail.
       PERFORM 9100-WRITE-AUDIT.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
