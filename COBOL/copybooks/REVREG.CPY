      * Shared reversal register record layout for REVREG.DAT, keyed
      * by the sale a refund or void reverses - its trading date, its
      * till, the oil and the account it was sold on (blank for a
      * cash sale). :PFX:Reversed-Qty is the running total of bottles
      * refunded or voided against that sale however many days later
      * they were keyed, so TicketEntry can stop a sale being
      * reversed past what it sold once its tickets have been rolled
      * to the archives. :PFX:Last-Date is the trading date of the
      * latest reversal added. The register is permanent - nothing
      * is ever deleted from it.
      *
      * COPY REVREG REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                       ==:PFX:==      BY ==<field-prefix>==.
       01 :REC-NAME:.
           02 :PFX:Key.
              03 :PFX:Orig-Date    PIC 9(8).
              03 :PFX:Orig-Till    PIC 9(2).
              03 :PFX:Oil-Code     PIC 9(2).
              03 :PFX:Cust-No      PIC X(5).
           02 :PFX:Reversed-Qty    PIC 9(7).
           02 :PFX:Last-Date       PIC 9(8).
