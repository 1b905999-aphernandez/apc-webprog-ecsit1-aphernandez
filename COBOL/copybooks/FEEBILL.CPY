      * Shared billed-registration record layout for FEEBILL.DAT,
      * keyed by StudId/Course/Term exactly as RG-Key - one record
      * for each registration FeeBilling has raised a charge for, so
      * a registration is only ever billed once however often the
      * billing run is repeated. :PFX:Amount is the fee charged.
      *
      * COPY FEEBILL REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                        ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:Key.
               03 :PFX:StudId   PIC 9(7).
               03 :PFX:Course   PIC X(4).
               03 :PFX:Term     PIC X(6).
           02 :PFX:Bill-Date    PIC 9(8).
           02 :PFX:Amount       PIC 9(5)V99.
