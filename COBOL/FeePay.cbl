       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FeePay.
       AUTHOR.  Michael Coughlan.

      * Interactive keying of fee payments received from students onto
      * the student fee ledger FEELEDG.DAT, on the PayEntry model -
      * key the StudId, see who it is and what they owe, then key the
      * date the payment arrived, the amount and the receipt number.
      * Each payment is appended as a ledger entry taking the amount
      * off the student's account, so FeeStmt and FeeArrears reflect
      * it from the next run. A student no longer on STUDENTS.DAT may
      * still pay off what they owe, so the StudId is checked against
      * the ledger as well as the master.
      * The operator must sign on and be authorised for FEEPAY;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS ST-StudId
	     FILE STATUS IS WS-Student-Status.

       SELECT FeeLedgFile ASSIGN TO "FEELEDG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Fee-Ledg-Status.

       SELECT LookupFile ASSIGN TO "FEELEDG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Lookup-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==StudentRec==
                              ==:PFX:==      BY ==ST-==.

       FD FeeLedgFile.
       COPY FEELEDG REPLACING ==:REC-NAME:== BY ==FeeLedgRec==
                              ==:PFX:==      BY ==FL-==.

       FD LookupFile.
       COPY FEELEDG REPLACING ==:REC-NAME:== BY ==LookupRec==
                              ==:PFX:==      BY ==LU-==.

       WORKING-STORAGE SECTION.

       01  WS-Student-Status         PIC X(2).
         88 Student-Status-OK        VALUE "00".

       01  WS-Fee-Ledg-Status        PIC X(2).
         88 Fee-Ledg-Status-OK       VALUE "00".
         88 Fee-Ledg-Not-Found       VALUE "35".

       01  WS-Lookup-Status          PIC X(2).
         88 Lookup-Status-OK         VALUE "00".

       01  WS-Switches.
           02 WS-Lookup-EOF     PIC X(1) VALUE "N".
             88 Lookup-EOF      VALUE "Y".
           02 WS-Entry-Valid    PIC X(1) VALUE "Y".
             88 Entry-Valid     VALUE "Y".
           02 WS-On-Master      PIC X(1) VALUE "N".
             88 On-Master       VALUE "Y".
           02 WS-On-Ledger      PIC X(1) VALUE "N".
             88 On-Ledger       VALUE "Y".

       01  WS-StudId                 PIC 9(7).
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

       01  WS-Program-Name           PIC X(14) VALUE "FEEPAY".
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
       OPEN INPUT StudentFile.
       IF NOT Student-Status-OK
           DISPLAY "FEEPAY - COULD NOT OPEN STUDENTS.DAT - STATUS "
               WS-Student-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0600-OPEN-LEDGER.
       PERFORM 1000-GET-STUDID.
       PERFORM UNTIL WS-StudId = ZERO
           PERFORM 1100-FIND-STUDENT
           IF On-Master OR On-Ledger
               PERFORM 2000-TAKE-PAYMENT
           ELSE
               DISPLAY "NO STUDENT ON FILE FOR ID " WS-StudId
           END-IF
           PERFORM 1000-GET-STUDID
       END-PERFORM.
       CLOSE StudentFile
             FeeLedgFile.
       MOVE WS-Total-Received TO WS-Show-Total.
       DISPLAY "FEEPAY - PAYMENTS WRITTEN  " WS-Written-Count.
       DISPLAY "FEEPAY - PAYMENTS REJECTED " WS-Rejected-Count.
       DISPLAY "FEEPAY - TOTAL RECEIVED    " WS-Show-Total.
       STOP RUN.

       0600-OPEN-LEDGER.
       OPEN EXTEND FeeLedgFile.
       IF Fee-Ledg-Not-Found
           OPEN OUTPUT FeeLedgFile
       END-IF.
       IF NOT Fee-Ledg-Status-OK
           DISPLAY "FEEPAY - COULD NOT OPEN FEELEDG.DAT - STATUS "
               WS-Fee-Ledg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.

       1000-GET-STUDID.
       DISPLAY "ENTER STUDID (0000000 TO END) - ".
       ACCEPT WS-StudId.

       1100-FIND-STUDENT.
       MOVE "Y" TO WS-On-Master.
       MOVE WS-StudId TO ST-StudId.
       READ StudentFile
           INVALID KEY MOVE "N" TO WS-On-Master
       END-READ.
       PERFORM 2500-WORK-OUT-BALANCE.

       2000-TAKE-PAYMENT.
       MOVE "Y" TO WS-Entry-Valid.
       MOVE WS-Balance TO WS-Show-Balance.
       IF On-Master
           DISPLAY ST-Surname " " ST-Initials " COURSE " ST-Course
               " - BALANCE OWED " WS-Show-Balance
       ELSE
           DISPLAY "(NOT ON STUDENTS.DAT) - BALANCE OWED "
               WS-Show-Balance
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
       DISPLAY "ENTER RECEIPT NUMBER - ".
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
       MOVE "N" TO WS-On-Ledger.
       CLOSE FeeLedgFile.
       OPEN INPUT LookupFile.
       IF Lookup-Status-OK
           MOVE "N" TO WS-Lookup-EOF
           PERFORM 2510-READ-LOOKUP
           PERFORM UNTIL Lookup-EOF
               IF LU-StudId = WS-StudId
                   SET On-Ledger TO TRUE
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
       MOVE SPACES           TO FeeLedgRec.
       MOVE WS-StudId        TO FL-StudId.
       MOVE WS-Pay-Date-Num  TO FL-Entry-Date.
       MOVE "P"              TO FL-Entry-Type.
       COMPUTE FL-Amount = ZERO - WS-Pay-Amount.
       MOVE WS-Pay-Reference TO FL-Reference.
       MOVE WS-Run-Date      TO FL-Posted-Date.
       WRITE FeeLedgRec.
       ADD 1 TO WS-Written-Count.
       ADD WS-Pay-Amount TO WS-Total-Received.
       SUBTRACT WS-Pay-Amount FROM WS-Balance.
       MOVE WS-Balance TO WS-Show-Balance.
       MOVE WS-Pay-Amount TO WS-Show-Amount.
       DISPLAY "PAYMENT OF " WS-Show-Amount " RECORDED - BALANCE NOW "
           WS-Show-Balance.
       MOVE "PAYMENT"        TO AU-Action.
       STRING WS-StudId "/" WS-Pay-Date-Num
           DELIMITED BY SIZE INTO AU-Key.
       STRING "AMOUNT " WS-Show-Amount " REF " WS-Pay-Reference
           DELIMITED BY SIZE INTO AU-Detail.
       PERFORM 9100-WRITE-AUDIT.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
