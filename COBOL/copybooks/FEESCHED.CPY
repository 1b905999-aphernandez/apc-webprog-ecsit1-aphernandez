      * Shared fee schedule record layout for FEESCHED.DAT, keyed by
      * Course/Term - the tuition fee charged for sitting that course
      * in that term, the same Course and Term that make up RG-Key on
      * a registration. :PFX:Keyed-Date is when the fee was last set.
      * A change of fee affects registrations billed from then on;
      * charges already raised stay at the fee they were raised at.
      *
      * COPY FEESCHED REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                         ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:Key.
               03 :PFX:Course   PIC X(4).
               03 :PFX:Term     PIC X(6).
           02 :PFX:Fee-Amount   PIC 9(5)V99.
           02 :PFX:Keyed-Date   PIC 9(8).
