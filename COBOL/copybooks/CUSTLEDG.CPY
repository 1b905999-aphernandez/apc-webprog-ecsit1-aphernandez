      * Shared trade customer ledger record layout for CUSTLEDG.DAT,
      * the permanent account history - one entry per account ticket
      * (CustLedgUpd) and per payment received (PayEntry), appended
      * and never rewritten, so a balance at any date is the sum of
      * the entries up to it. :PFX:Amount is signed: an invoice adds
      * to what the customer owes, a credit (a refund or void of an
      * account sale, valued at the original sale's price) and a
      * payment take it off. Amounts are the tax-inclusive till
      * price. A credit carries the original sale date in
      * :PFX:Reference; a payment carries the cheque or remittance
      * reference keyed with it.
      *
      * COPY CUSTLEDG REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                         ==:PFX:==      BY ==<field-prefix>==.
       01 :REC-NAME:.
           02 :PFX:Cust-No         PIC X(5).
           02 :PFX:Entry-Date      PIC 9(8).
           02 :PFX:Entry-Type      PIC X(1).
             88 :PFX:Is-Invoice    VALUE "I".
             88 :PFX:Is-Credit     VALUE "C".
             88 :PFX:Is-Payment    VALUE "P".
             88 :PFX:Is-Ticket     VALUE "I" "C".
           02 :PFX:Oil-Code        PIC 9(2).
           02 :PFX:Quantity        PIC 9(5).
           02 :PFX:Till-No         PIC 9(2).
           02 :PFX:Amount          PIC S9(7)V99.
           02 :PFX:Reference       PIC X(10).
           02 :PFX:Posted-Date     PIC 9(8).
