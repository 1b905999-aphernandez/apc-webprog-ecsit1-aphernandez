      * Shared till ticket record layout for SALESTKT.DAT (and the
      * dated SALESTKT.Dyyyymmdd archives SalesClose rolls it to).
      * :PFX:TYPE says what the ticket is - a sale, or a refund or
      * void reversing an earlier sale. Tickets keyed before ticket
      * types existed carry a space there and count as sales. A
      * refund is a customer return; a void cancels a till mistake.
      * Both carry the trading date and till of the sale they
      * reverse in :PFX:ORIG-DATE and :PFX:ORIG-TILL, are valued at
      * the price in force on that original date, and come off the
      * revenue of the date and till they were keyed on.
      * :PFX:CUST-NO is the trade account (CUSTMST.DAT) a sale was
      * made on, or the account a refund or void is credited to; it
      * is blank for a cash sale. It takes the two spare bytes the
      * record used to end with plus three more, so tickets written
      * before accounts existed read back as cash sales.
      *
      * COPY SALESTKT REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                         ==:PFX:==      BY ==<field-prefix>==.
       01 :REC-NAME:.
           02 :PFX:OIL-CODE     PIC 9(2).
           02 :PFX:QUANTITY     PIC 9(5).
           02 :PFX:TRANS-DATE   PIC 9(8).
           02 :PFX:TILL-NO      PIC 9(2).
           02 :PFX:TYPE         PIC X(1).
             88 :PFX:IS-SALE     VALUE " " "S".
             88 :PFX:IS-REFUND   VALUE "R".
             88 :PFX:IS-VOID     VALUE "V".
             88 :PFX:IS-REVERSAL VALUE "R" "V".
           02 :PFX:ORIG-DATE    PIC 9(8).
           02 :PFX:ORIG-TILL    PIC 9(2).
           02 :PFX:CUST-NO      PIC X(5).
             88 :PFX:IS-CASH     VALUE SPACES.
