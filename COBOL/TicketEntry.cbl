      * till number carries the previous ticket's till forward, so
      * keying one till's stack is fast. Valid tickets are appended
      * to SALESTKT.DAT for the next sales run.
      * A refund or void is keyed on the same line with R or V in the
      * type column, followed by the trading date and till of the
      * sale it reverses. The original sale must be found - the
      * same oil, on that date, at that till - either still on
      * SALESTKT.DAT or on that day's SALESTKT.Dyyyymmdd archive,
      * and must not have been refunded already past the bottles it
      * sold, so money cannot go out of a till against a sale that
      * never happened. A refund is keyed on the date and till the
      * money is paid back from.
      * Every refund or void keyed is added to the permanent reversal
      * register REVREG.DAT against the sale it reverses, so the
      * bottles already reversed are still known after the closes
      * have rolled the reversal tickets away to their own dates'
      * archives. Run RevConv once beforehand to create the file.
      * A sale to a trade customer on account carries the 5-digit
      * account number in the last columns of the line; blank is a
      * cash sale. The account must be on CUSTMST.DAT, and open for a
      * new sale. A refund or void of an account sale is keyed with
      * the same account number, and the original sale is only
      * matched against sales on that account, so the credit goes
      * back to the account that was charged.
      * The operator must sign on and be authorised for TICKETENTRY;
      * every refund and void is written to the audit trail
      * AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Ticket-Status.

       SELECT LookupFile ASSIGN TO DYNAMIC WS-Lookup-Filename
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Lookup-Status.

       SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS OP-Oil-Code
	     FILE STATUS IS WS-Oil-Price-Status.

       SELECT CustMstFile ASSIGN TO "CUSTMST.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS CU-Cust-No
	     FILE STATUS IS WS-Cust-Mst-Status.

       SELECT RevRegFile ASSIGN TO "REVREG.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS RR-Key
	     FILE STATUS IS WS-Rev-Reg-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TicketFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==TicketRec==
                               ==:PFX:==      BY ==TKT-==.

       FD LookupFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==LookupRec==
                               ==:PFX:==      BY ==LU-==.

       FD OilPriceFile.
       COPY OILPRICE REPLACING ==:REC-NAME:== BY ==OilPriceRec==
                               ==:PFX:==      BY ==OP-==.

       FD CustMstFile.
       COPY CUSTMST REPLACING ==:REC-NAME:== BY ==CustMstRec==
                              ==:PFX:==      BY ==CU-==.

       FD RevRegFile.
       COPY REVREG REPLACING ==:REC-NAME:== BY ==RevRegRec==
                             ==:PFX:==      BY ==RR-==.

       WORKING-STORAGE SECTION.

       01  WS-Ticket-Status          PIC X(2).
       01  WS-Oil-Price-Status       PIC X(2).
         88 Oil-Price-Status-OK      VALUE "00".

       01  WS-Lookup-Status          PIC X(2).
         88 Lookup-Status-OK         VALUE "00".

       01  WS-Cust-Mst-Status        PIC X(2).
         88 Cust-Mst-Status-OK       VALUE "00".
         88 Cust-Mst-Not-Found       VALUE "35".

       01  WS-Rev-Reg-Status         PIC X(2).
         88 Rev-Reg-Status-OK        VALUE "00".

       01  WS-Switches.
           02 WS-Oil-Price-EOF  PIC X(1) VALUE "N".
             88 Oil-Price-EOF   VALUE "Y".
           02 WS-Entry-Valid    PIC X(1) VALUE "Y".
             88 Entry-Valid     VALUE "Y".
           02 WS-Lookup-EOF     PIC X(1) VALUE "N".
             88 Lookup-EOF      VALUE "Y".
           02 WS-Cust-Mst-Open  PIC X(1) VALUE "N".
             88 Cust-Mst-Open   VALUE "Y".

       01  Oil-Active-Table.
           02  OIL-ACTIVE            PIC X(1) OCCURS 30 TIMES

       01  WS-Max-Quantity           PIC 9(5) VALUE 500.

       01  WS-Entry-Line             PIC X(33).
       01  WS-Entry-Fields REDEFINES WS-Entry-Line.
           02 WS-Entry-Oil           PIC X(2).
           02 WS-Entry-Qty           PIC X(5).
           02 WS-Entry-Date          PIC X(8).
           02 WS-Entry-Till          PIC X(2).
           02 WS-Entry-Type          PIC X(1).
           02 WS-Entry-Orig-Date     PIC X(8).
           02 WS-Entry-Orig-Till     PIC X(2).
           02 WS-Entry-Cust          PIC X(5).

       01  WS-Edit-Oil               PIC 9(2).
       01  WS-Edit-Qty               PIC 9(5).
           02 WS-Edit-DD             PIC 9(2).
       01  WS-Edit-Date-Num REDEFINES WS-Edit-Date PIC 9(8).
       01  WS-Edit-Till              PIC 9(2).
       01  WS-Edit-Type              PIC X(1).
         88 Edit-Is-Sale             VALUE "S".
         88 Edit-Is-Reversal         VALUE "R" "V".
       01  WS-Edit-Orig-Date         PIC 9(8).
       01  WS-Edit-Orig-Till         PIC 9(2).
       01  WS-Hold-Date              PIC 9(8).
       01  WS-Edit-Cust              PIC X(5).

      * Bottles of the oil sold at the original till on the original
      * date, and bottles already refunded or voided against that
      * sale, as found on the ticket file and the day's archive and
      * as held on the reversal register.
       01  WS-Orig-Sold-Qty          PIC 9(7).
       01  WS-Orig-Reversed-Qty      PIC 9(7).
       01  WS-Register-Reversed-Qty  PIC 9(7).
       01  WS-Lookup-Filename        PIC X(20).

      * The till number carried forward between tickets - zero until
      * the first ticket of the session supplies one.
       01  WS-Counters.
           02 WS-Written-Count       PIC 9(5) VALUE ZERO.
           02 WS-Rejected-Count      PIC 9(5) VALUE ZERO.
           02 WS-Reversal-Count      PIC 9(5) VALUE ZERO.
           02 WS-Account-Count       PIC 9(5) VALUE ZERO.

       01  WS-Program-Name           PIC X(14) VALUE "TICKETENTRY".
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
       PERFORM 0500-LOAD-OIL-PRICES.
       PERFORM 0550-OPEN-CUSTOMER-MASTER.
       PERFORM 0600-OPEN-TICKET-FILE.
       PERFORM 0650-OPEN-REVERSAL-REGISTER.
       DISPLAY "ENTER TICKET DETAILS USING TEMPLATE BELOW.".
       DISPLAY "ENTER NO DATA TO END.".
       DISPLAY "ENTER - OIL, QUANTITY, DATE, TILL".
       DISPLAY "(BLANK DATE = TODAY, BLANK TILL = SAME AS LAST)".
       DISPLAY "FOR A REFUND OR VOID ALSO KEY - TYPE (R = REFUND, "
           "V = VOID), ORIGINAL SALE DATE, ORIGINAL SALE TILL".
       DISPLAY "FOR A SALE ON ACCOUNT ALSO KEY - ACCOUNT NUMBER "
           "(BLANK = CASH)".
       DISPLAY "OOQQQQQYYYYMMDDTTXYYYYMMDDTTAAAAA".
       ACCEPT WS-Entry-Line.
       PERFORM UNTIL WS-Entry-Line = SPACES
           PERFORM 1000-VALIDATE-AND-WRITE
           ACCEPT WS-Entry-Line
       END-PERFORM.
       CLOSE TicketFile
             RevRegFile.
       IF Cust-Mst-Open
           CLOSE CustMstFile
       END-IF.
       DISPLAY "TICKETENTRY - TICKETS WRITTEN  " WS-Written-Count.
       DISPLAY "TICKETENTRY - TICKETS REJECTED " WS-Rejected-Count.
       DISPLAY "TICKETENTRY - REFUNDS/VOIDS    " WS-Reversal-Count.
       DISPLAY "TICKETENTRY - ON ACCOUNT       " WS-Account-Count.
       STOP RUN.

       0500-LOAD-OIL-PRICES.
           AT END SET Oil-Price-EOF TO TRUE
       END-READ.

      * No customer master yet just means no trade accounts have
      * been opened - cash tickets key as before and any account
      * number is refused.
       0550-OPEN-CUSTOMER-MASTER.
       OPEN INPUT CustMstFile.
       IF Cust-Mst-Status-OK
           SET Cust-Mst-Open TO TRUE
       ELSE
           IF NOT Cust-Mst-Not-Found
               DISPLAY "TICKETENTRY - COULD NOT OPEN CUSTMST.DAT - "
                   "STATUS " WS-Cust-Mst-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       0600-OPEN-TICKET-FILE.
       OPEN EXTEND TicketFile.
       IF Ticket-Not-Found
           OPEN OUTPUT TicketFile
       END-IF.
       IF NOT Ticket-Status-OK
           DISPLAY "TICKETENTRY - COULD NOT OPEN SALESTKT.DAT - "
               "STATUS " WS-Ticket-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.

       0650-OPEN-REVERSAL-REGISTER.
       OPEN I-O RevRegFile.
       IF NOT Rev-Reg-Status-OK
           DISPLAY "TICKETENTRY - COULD NOT OPEN REVREG.DAT - "
               "STATUS " WS-Rev-Reg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.

       1000-VALIDATE-AND-WRITE.
       MOVE "Y" TO WS-Entry-Valid.
       PERFORM 2000-EDIT-OIL-CODE.
       PERFORM 2100-EDIT-QUANTITY.
       PERFORM 2200-EDIT-TRANS-DATE.
       PERFORM 2300-EDIT-TILL-NO.
       PERFORM 2400-EDIT-TICKET-TYPE.
       PERFORM 2600-EDIT-CUSTOMER.
       IF Entry-Valid AND Edit-Is-Reversal
           PERFORM 2500-FIND-ORIGINAL-SALE
       END-IF.
       IF Entry-Valid
           PERFORM 3000-WRITE-TICKET
       ELSE
           END-IF
       END-IF.

      * The original sale date goes through the same calendar check
      * as the ticket date; the ticket date is held while it does.
       2400-EDIT-TICKET-TYPE.
       MOVE ZERO TO WS-Edit-Orig-Date
                    WS-Edit-Orig-Till.
       IF WS-Entry-Type = SPACE OR "S"
           MOVE "S" TO WS-Edit-Type
       ELSE
           IF WS-Entry-Type NOT = "R" AND WS-Entry-Type NOT = "V"
               DISPLAY "TICKET TYPE " WS-Entry-Type
                   " NOT VALID - BLANK, R OR V"
               MOVE "N" TO WS-Entry-Valid
           ELSE
               MOVE WS-Entry-Type TO WS-Edit-Type
               PERFORM 2410-EDIT-ORIGINAL-SALE
           END-IF
       END-IF.

       2410-EDIT-ORIGINAL-SALE.
       IF WS-Entry-Orig-Date NOT NUMERIC
           DISPLAY "ORIGINAL SALE DATE " WS-Entry-Orig-Date
               " IS NOT NUMERIC"
           MOVE "N" TO WS-Entry-Valid
       ELSE
           MOVE WS-Edit-Date-Num   TO WS-Hold-Date
           MOVE WS-Entry-Orig-Date TO WS-Edit-Date-Num
           PERFORM 2250-EDIT-CALENDAR-DATE
           MOVE WS-Edit-Date-Num   TO WS-Edit-Orig-Date
           MOVE WS-Hold-Date       TO WS-Edit-Date-Num
           IF WS-Edit-Orig-Date > WS-Edit-Date-Num
               DISPLAY "ORIGINAL SALE DATE " WS-Edit-Orig-Date
                   " IS AFTER THE TICKET DATE"
               MOVE "N" TO WS-Entry-Valid
           END-IF
       END-IF.
       IF WS-Entry-Orig-Till NOT NUMERIC
           DISPLAY "ORIGINAL TILL " WS-Entry-Orig-Till
               " IS NOT NUMERIC"
           MOVE "N" TO WS-Entry-Valid
       ELSE
           MOVE WS-Entry-Orig-Till TO WS-Edit-Orig-Till
           IF WS-Edit-Orig-Till = ZERO
               DISPLAY "ORIGINAL TILL NUMBER MAY NOT BE ZERO"
               MOVE "N" TO WS-Entry-Valid
           END-IF
       END-IF.

      * SALESTKT.DAT is closed while it is searched and reopened for
      * extend afterwards. The original day's archive is searched
      * too when that day has already been closed.
      * A reversal keyed on a later day is archived under its own
      * date, so the scan cannot see it once that day is closed; the
      * register holds every reversal keyed since it was created.
      * The larger of the two counts is taken - the register is
      * complete from its creation, and the scan still finds any
      * reversal keyed before then that is not yet archived away.
       2500-FIND-ORIGINAL-SALE.
       MOVE ZERO TO WS-Orig-Sold-Qty
                    WS-Orig-Reversed-Qty.
       CLOSE TicketFile.
       MOVE "SALESTKT.DAT" TO WS-Lookup-Filename.
       PERFORM 2510-SEARCH-TICKET-FILE.
       MOVE SPACES TO WS-Lookup-Filename.
       STRING "SALESTKT.D" WS-Edit-Orig-Date DELIMITED BY SIZE
           INTO WS-Lookup-Filename.
       PERFORM 2510-SEARCH-TICKET-FILE.
       PERFORM 0600-OPEN-TICKET-FILE.
       PERFORM 2550-READ-REVERSAL-REGISTER.
       IF WS-Register-Reversed-Qty > WS-Orig-Reversed-Qty
           MOVE WS-Register-Reversed-Qty TO WS-Orig-Reversed-Qty
       END-IF.
       IF WS-Orig-Sold-Qty = ZERO
           DISPLAY "NO SALE OF OIL " WS-Edit-Oil " ON "
               WS-Edit-Orig-Date " AT TILL " WS-Edit-Orig-Till
               " FOUND"
           IF WS-Edit-Cust NOT = SPACES
               DISPLAY "(LOOKED FOR ON ACCOUNT " WS-Edit-Cust " ONLY)"
           END-IF
           MOVE "N" TO WS-Entry-Valid
       ELSE
           IF WS-Edit-Qty + WS-Orig-Reversed-Qty > WS-Orig-Sold-Qty
               DISPLAY "ONLY " WS-Orig-Sold-Qty " SOLD AND "
                   WS-Orig-Reversed-Qty " ALREADY REFUNDED/VOIDED - "
                   "CANNOT REVERSE " WS-Edit-Qty
               MOVE "N" TO WS-Entry-Valid
           END-IF
       END-IF.

       2510-SEARCH-TICKET-FILE.
       OPEN INPUT LookupFile.
       IF Lookup-Status-OK
           MOVE "N" TO WS-Lookup-EOF
           PERFORM 2520-READ-LOOKUP
           PERFORM UNTIL Lookup-EOF
               PERFORM 2530-MATCH-ORIGINAL-SALE
               PERFORM 2520-READ-LOOKUP
           END-PERFORM
           CLOSE LookupFile
       END-IF.

       2520-READ-LOOKUP.
       READ LookupFile
           AT END SET Lookup-EOF TO TRUE
       END-READ.

       2530-MATCH-ORIGINAL-SALE.
       IF LU-OIL-CODE = WS-Edit-Oil AND LU-QUANTITY NUMERIC
          AND LU-CUST-NO = WS-Edit-Cust
           IF LU-IS-SALE
              AND LU-TRANS-DATE = WS-Edit-Orig-Date
              AND LU-TILL-NO = WS-Edit-Orig-Till
               ADD LU-QUANTITY TO WS-Orig-Sold-Qty
           END-IF
           IF LU-IS-REVERSAL
              AND LU-ORIG-DATE = WS-Edit-Orig-Date
              AND LU-ORIG-TILL = WS-Edit-Orig-Till
               ADD LU-QUANTITY TO WS-Orig-Reversed-Qty
           END-IF
       END-IF.

       2550-READ-REVERSAL-REGISTER.
       MOVE WS-Edit-Orig-Date TO RR-Orig-Date.
       MOVE WS-Edit-Orig-Till TO RR-Orig-Till.
       MOVE WS-Edit-Oil       TO RR-Oil-Code.
       MOVE WS-Edit-Cust      TO RR-Cust-No.
       READ RevRegFile
           INVALID KEY
               MOVE ZERO TO WS-Register-Reversed-Qty
           NOT INVALID KEY
               MOVE RR-Reversed-Qty TO WS-Register-Reversed-Qty
       END-READ.

      * A closed account may still be credited with a refund or void
      * of a sale made while it was open, but takes no new sales.
       2600-EDIT-CUSTOMER.
       MOVE SPACES TO WS-Edit-Cust.
       IF WS-Entry-Cust NOT = SPACES
           IF WS-Entry-Cust NOT NUMERIC OR WS-Entry-Cust = "00000"
               DISPLAY "ACCOUNT " WS-Entry-Cust
                   " IS NOT A 5-DIGIT ACCOUNT NUMBER"
               MOVE "N" TO WS-Entry-Valid
           ELSE
               IF NOT Cust-Mst-Open
                   DISPLAY "NO CUSTOMER MASTER ON FILE - ACCOUNT "
                       WS-Entry-Cust " CANNOT BE USED"
                   MOVE "N" TO WS-Entry-Valid
               ELSE
                   MOVE WS-Entry-Cust TO CU-Cust-No
                   READ CustMstFile
                       INVALID KEY
                           DISPLAY "ACCOUNT " WS-Entry-Cust
                               " NOT ON FILE"
                           MOVE "N" TO WS-Entry-Valid
                       NOT INVALID KEY
                           PERFORM 2610-CHECK-ACCOUNT-OPEN
                   END-READ
               END-IF
           END-IF
       END-IF.

       2610-CHECK-ACCOUNT-OPEN.
       IF NOT CU-Is-Active AND NOT Edit-Is-Reversal
           DISPLAY "ACCOUNT " WS-Entry-Cust " " CU-Name
               " IS CLOSED"
           MOVE "N" TO WS-Entry-Valid
       ELSE
           MOVE WS-Entry-Cust TO WS-Edit-Cust
       END-IF.

       3000-WRITE-TICKET.
       MOVE SPACES       TO TicketRec.
       MOVE WS-Edit-Oil  TO TKT-OIL-CODE.
       MOVE WS-Edit-Qty  TO TKT-QUANTITY.
       MOVE WS-Edit-Date-Num TO TKT-TRANS-DATE.
       MOVE WS-Edit-Till TO TKT-TILL-NO.
       MOVE WS-Edit-Type TO TKT-TYPE.
       MOVE WS-Edit-Orig-Date TO TKT-ORIG-DATE.
       MOVE WS-Edit-Orig-Till TO TKT-ORIG-TILL.
       MOVE WS-Edit-Cust TO TKT-CUST-NO.
       WRITE TicketRec.
       MOVE WS-Edit-Till TO WS-Prev-Till.
       ADD 1 TO WS-Written-Count.
       IF Edit-Is-Reversal
           ADD 1 TO WS-Reversal-Count
           PERFORM 3100-UPDATE-REVERSAL-REGISTER
           PERFORM 3200-AUDIT-REVERSAL
       END-IF.
       IF WS-Edit-Cust NOT = SPACES
           ADD 1 TO WS-Account-Count
       END-IF.

       3100-UPDATE-REVERSAL-REGISTER.
       MOVE WS-Edit-Orig-Date TO RR-Orig-Date.
       MOVE WS-Edit-Orig-Till TO RR-Orig-Till.
       MOVE WS-Edit-Oil       TO RR-Oil-Code.
       MOVE WS-Edit-Cust      TO RR-Cust-No.
       READ RevRegFile
           INVALID KEY
               MOVE WS-Edit-Qty      TO RR-Reversed-Qty
               MOVE WS-Edit-Date-Num TO RR-Last-Date
               WRITE RevRegRec
                   INVALID KEY
                       DISPLAY "COULD NOT ADD REVERSAL TO REVREG.DAT "
                           "- STATUS " WS-Rev-Reg-Status
               END-WRITE
           NOT INVALID KEY
               ADD WS-Edit-Qty       TO RR-Reversed-Qty
               MOVE WS-Edit-Date-Num TO RR-Last-Date
               REWRITE RevRegRec
                   INVALID KEY
                       DISPLAY "COULD NOT ADD REVERSAL TO REVREG.DAT "
                           "- STATUS " WS-Rev-Reg-Status
               END-REWRITE
       END-READ.

       3200-AUDIT-REVERSAL.
       IF WS-Edit-Type = "R"
           MOVE "REFUND" TO AU-Action
       ELSE
           MOVE "VOID"   TO AU-Action
       END-IF.
       STRING WS-Edit-Orig-Date "/" WS-Edit-Orig-Till "/" WS-Edit-Oil
           DELIMITED BY SIZE INTO AU-Key.
       IF WS-Edit-Cust = SPACES
           STRING "QTY " WS-Edit-Qty " AT TILL " WS-Edit-Till " CASH"
               DELIMITED BY SIZE INTO AU-Detail
       ELSE
           STRING "QTY " WS-Edit-Qty " AT TILL " WS-Edit-Till
               " A/C " WS-Edit-Cust
               DELIMITED BY SIZE INTO AU-Detail
       END-IF.
       PERFORM 9100-WRITE-AUDIT.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
