       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CustMaint.
       AUTHOR.  Michael Coughlan.

      * Interactive maintenance of the trade customer master
      * (CUSTMST.DAT) the way CourseMaint maintains the courses - open
      * a new account, amend its name and address, set its credit
      * limit, or close and reopen it. A closed account is never
      * deleted, so its ledger history still prints on statements;
      * TicketEntry just refuses new sales on it. Run CustConv once
      * beforehand to create the file.
      * The operator must sign on and be authorised for CUSTMAINT;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CustMstFile ASSIGN TO "CUSTMST.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS CU-Cust-No
	     FILE STATUS IS WS-Cust-Mst-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CustMstFile.
       COPY CUSTMST REPLACING ==:REC-NAME:== BY ==CustMstRec==
                              ==:PFX:==      BY ==CU-==.

       WORKING-STORAGE SECTION.

       01  WS-Cust-Mst-Status        PIC X(2).
         88 Cust-Mst-Status-OK       VALUE "00".

       01  WS-Choice                 PIC 9(1).
       01  WS-Cust-No                PIC X(5).
       01  WS-Name                   PIC X(30).
       01  WS-Addr-1                 PIC X(30).
       01  WS-Addr-2                 PIC X(30).
       01  WS-Town                   PIC X(20).
       01  WS-Postcode               PIC X(8).
       01  WS-Credit-Limit           PIC 9(5)V99.
       01  WS-Show-Limit             PIC ZZZZ9.99.
       01  WS-Audit-Limit            PIC ZZZZ9.99.

       01  WS-Run-Date               PIC 9(8).

       01  WS-Program-Name           PIC X(14) VALUE "CUSTMAINT".
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
       OPEN I-O CustMstFile.
       IF NOT Cust-Mst-Status-OK
           DISPLAY "CUSTMAINT - COULD NOT OPEN CUSTMST.DAT - "
               "STATUS " WS-Cust-Mst-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-GET-CHOICE.
       PERFORM UNTIL WS-Choice = ZERO
           EVALUATE WS-Choice
               WHEN 1 PERFORM 2000-ADD-CUSTOMER
               WHEN 2 PERFORM 3000-AMEND-CUSTOMER
               WHEN 3 PERFORM 4000-SET-CREDIT-LIMIT
               WHEN 4 PERFORM 5000-CLOSE-ACCOUNT
               WHEN 5 PERFORM 6000-REOPEN-ACCOUNT
               WHEN OTHER DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE
           PERFORM 1000-GET-CHOICE
       END-PERFORM.
       CLOSE CustMstFile.
       STOP RUN.

       1000-GET-CHOICE.
       DISPLAY "1-ADD  2-AMEND  3-CREDIT LIMIT  4-CLOSE  5-REOPEN  "
           "0-END - ".
       ACCEPT WS-Choice.

      * Account numbers are all digits - TicketEntry and EditTickets
      * refuse anything else on a ticket.
       1100-GET-CUST-NO.
       ACCEPT WS-Cust-No.
       IF WS-Cust-No NOT NUMERIC OR WS-Cust-No = "00000"
           DISPLAY "ACCOUNT NUMBER MUST BE 5 DIGITS, NOT 00000"
           MOVE SPACES TO WS-Cust-No
       END-IF.

       1200-GET-NAME-ADDRESS.
       DISPLAY "ENTER NAME (UP TO 30 CHARACTERS) - ".
       ACCEPT WS-Name.
       DISPLAY "ENTER ADDRESS LINE 1 - ".
       ACCEPT WS-Addr-1.
       DISPLAY "ENTER ADDRESS LINE 2 - ".
       ACCEPT WS-Addr-2.
       DISPLAY "ENTER TOWN - ".
       ACCEPT WS-Town.
       DISPLAY "ENTER POSTCODE - ".
       ACCEPT WS-Postcode.

       2000-ADD-CUSTOMER.
       DISPLAY "ENTER NEW ACCOUNT NUMBER (5 DIGITS) - ".
       PERFORM 1100-GET-CUST-NO.
       IF WS-Cust-No NOT = SPACES
           MOVE WS-Cust-No TO CU-Cust-No
           READ CustMstFile
               INVALID KEY PERFORM 2100-CREATE-CUSTOMER
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " WS-Cust-No " ALREADY ON FILE - "
                       CU-Name
           END-READ
       END-IF.

       2100-CREATE-CUSTOMER.
       PERFORM 1200-GET-NAME-ADDRESS.
       DISPLAY "ENTER CREDIT LIMIT (99999.99) - ".
       ACCEPT WS-Credit-Limit.
       IF WS-Name = SPACES
           DISPLAY "NAME MAY NOT BE BLANK - ACCOUNT NOT ADDED"
       ELSE
           MOVE WS-Cust-No      TO CU-Cust-No
           MOVE WS-Name         TO CU-Name
           MOVE WS-Addr-1       TO CU-Addr-1
           MOVE WS-Addr-2       TO CU-Addr-2
           MOVE WS-Town         TO CU-Town
           MOVE WS-Postcode     TO CU-Postcode
           MOVE WS-Credit-Limit TO CU-Credit-Limit
           MOVE "Y"             TO CU-Active
           MOVE WS-Run-Date     TO CU-Opened-Date
           WRITE CustMstRec
               INVALID KEY
                   DISPLAY "COULD NOT ADD ACCOUNT " WS-Cust-No
               NOT INVALID KEY
                   MOVE "ADD"      TO AU-Action
                   MOVE WS-Cust-No TO AU-Key
                   MOVE WS-Name    TO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-WRITE
       END-IF.

       3000-AMEND-CUSTOMER.
       DISPLAY "ENTER ACCOUNT NUMBER TO AMEND - ".
       PERFORM 1100-GET-CUST-NO.
       IF WS-Cust-No NOT = SPACES
           MOVE WS-Cust-No TO CU-Cust-No
           READ CustMstFile
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-Cust-No " NOT ON FILE"
               NOT INVALID KEY PERFORM 3100-REWRITE-NAME-ADDRESS
           END-READ
       END-IF.

       3100-REWRITE-NAME-ADDRESS.
       DISPLAY "CURRENT NAME    - " CU-Name.
       DISPLAY "CURRENT ADDRESS - " CU-Addr-1.
       DISPLAY "                  " CU-Addr-2.
       DISPLAY "                  " CU-Town " " CU-Postcode.
       PERFORM 1200-GET-NAME-ADDRESS.
       IF WS-Name = SPACES
           DISPLAY "NAME MAY NOT BE BLANK - ACCOUNT NOT AMENDED"
       ELSE
           MOVE WS-Name     TO CU-Name
           MOVE WS-Addr-1   TO CU-Addr-1
           MOVE WS-Addr-2   TO CU-Addr-2
           MOVE WS-Town     TO CU-Town
           MOVE WS-Postcode TO CU-Postcode
           REWRITE CustMstRec
               INVALID KEY
                   DISPLAY "COULD NOT AMEND ACCOUNT " WS-Cust-No
               NOT INVALID KEY
                   MOVE "AMEND"    TO AU-Action
                   MOVE WS-Cust-No TO AU-Key
                   MOVE WS-Name    TO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-REWRITE
       END-IF.

       4000-SET-CREDIT-LIMIT.
       DISPLAY "ENTER ACCOUNT NUMBER FOR CREDIT LIMIT - ".
       PERFORM 1100-GET-CUST-NO.
       IF WS-Cust-No NOT = SPACES
           MOVE WS-Cust-No TO CU-Cust-No
           READ CustMstFile
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-Cust-No " NOT ON FILE"
               NOT INVALID KEY PERFORM 4100-REWRITE-CREDIT-LIMIT
           END-READ
       END-IF.

       4100-REWRITE-CREDIT-LIMIT.
       MOVE CU-Credit-Limit TO WS-Show-Limit.
       DISPLAY CU-Name " - CURRENT LIMIT " WS-Show-Limit.
       DISPLAY "ENTER NEW CREDIT LIMIT (99999.99) - ".
       ACCEPT WS-Credit-Limit.
       MOVE WS-Credit-Limit TO CU-Credit-Limit.
       REWRITE CustMstRec
           INVALID KEY
               DISPLAY "COULD NOT SET LIMIT FOR ACCOUNT " WS-Cust-No
           NOT INVALID KEY
               MOVE "LIMIT"         TO AU-Action
               MOVE WS-Cust-No      TO AU-Key
               MOVE WS-Credit-Limit TO WS-Audit-Limit
               STRING "LIMIT " WS-Show-Limit " -> " WS-Audit-Limit
                   DELIMITED BY SIZE INTO AU-Detail
               PERFORM 9100-WRITE-AUDIT
       END-REWRITE.

       5000-CLOSE-ACCOUNT.
       DISPLAY "ENTER ACCOUNT NUMBER TO CLOSE - ".
       PERFORM 1100-GET-CUST-NO.
       IF WS-Cust-No NOT = SPACES
           MOVE WS-Cust-No TO CU-Cust-No
           READ CustMstFile
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-Cust-No " NOT ON FILE"
               NOT INVALID KEY PERFORM 5100-REWRITE-CLOSED
           END-READ
       END-IF.

       5100-REWRITE-CLOSED.
       MOVE "N" TO CU-Active.
       REWRITE CustMstRec
           INVALID KEY
               DISPLAY "COULD NOT CLOSE ACCOUNT " WS-Cust-No
           NOT INVALID KEY
               MOVE "CLOSE"    TO AU-Action
               MOVE WS-Cust-No TO AU-Key
               MOVE CU-Name    TO AU-Detail
               PERFORM 9100-WRITE-AUDIT
       END-REWRITE.

       6000-REOPEN-ACCOUNT.
       DISPLAY "ENTER ACCOUNT NUMBER TO REOPEN - ".
       PERFORM 1100-GET-CUST-NO.
       IF WS-Cust-No NOT = SPACES
           MOVE WS-Cust-No TO CU-Cust-No
           READ CustMstFile
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-Cust-No " NOT ON FILE"
               NOT INVALID KEY PERFORM 6100-REWRITE-OPEN
           END-READ
       END-IF.

       6100-REWRITE-OPEN.
       MOVE "Y" TO CU-Active.
       REWRITE CustMstRec
           INVALID KEY
               DISPLAY "COULD NOT REOPEN ACCOUNT " WS-Cust-No
           NOT INVALID KEY
               MOVE "REOPEN"   TO AU-Action
               MOVE WS-Cust-No TO AU-Key
               MOVE CU-Name    TO AU-Detail
               PERFORM 9100-WRITE-AUDIT
       END-REWRITE.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
