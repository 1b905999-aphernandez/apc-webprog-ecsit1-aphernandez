      * Shared student fee ledger record layout for FEELEDG.DAT, the
      * permanent fee account history - one entry per registration
      * billed (FeeBilling) and per payment received (FeePay),
      * appended and never rewritten, so a student's balance is the
      * sum of their entries. :PFX:Amount is signed: a charge adds to
      * what the student owes, a payment takes it off. A charge
      * carries the Course and Term it was raised for; a payment
      * carries the receipt reference keyed with it in :PFX:Reference
      * and leaves Course and Term blank.
      *
      * COPY FEELEDG REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                        ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:StudId          PIC 9(7).
           02 :PFX:Entry-Date      PIC 9(8).
           02 :PFX:Entry-Type      PIC X(1).
             88 :PFX:Is-Charge     VALUE "C".
             88 :PFX:Is-Payment    VALUE "P".
           02 :PFX:Course          PIC X(4).
           02 :PFX:Term            PIC X(6).
           02 :PFX:Amount          PIC S9(7)V99.
           02 :PFX:Reference       PIC X(10).
           02 :PFX:Posted-Date     PIC 9(8).
