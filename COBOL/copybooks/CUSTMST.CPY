      * Shared trade customer master record layout for CUSTMST.DAT,
      * keyed by the 5-digit account number keyed on a ticket when a
      * salon buys on account. :PFX:Credit-Limit is what the account
      * may owe before AgedDebt flags it; :PFX:Active works the way
      * CM-Active does for courses - a closed account stays on file
      * so its history still prints, but takes no new sales.
      *
      * COPY CUSTMST REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                        ==:PFX:==      BY ==<field-prefix>==.
       01 :REC-NAME:.
           02 :PFX:Cust-No         PIC X(5).
           02 :PFX:Name            PIC X(30).
           02 :PFX:Addr-1          PIC X(30).
           02 :PFX:Addr-2          PIC X(30).
           02 :PFX:Town            PIC X(20).
           02 :PFX:Postcode        PIC X(8).
           02 :PFX:Credit-Limit    PIC 9(5)V99.
           02 :PFX:Active          PIC X(1).
             88 :PFX:Is-Active     VALUE "Y".
           02 :PFX:Opened-Date     PIC 9(8).
