      * Shared term calendar record layout for TERMCAL.DAT, keyed by
      * the 6-character term code used as the Term on GRADEREC,
      * REGISTRN and FEESCHED - one record per term the college runs.
      * :PFX:Start-Date and :PFX:End-Date are when teaching runs;
      * registrations are taken up to and including
      * :PFX:Reg-Deadline, and grades may be keyed from
      * :PFX:Grade-Open to :PFX:Grade-Close inclusive. Once the term
      * is closed (:PFX:Closed "Y", on :PFX:Closed-Date) its grades
      * are locked and nothing more is keyed against it. All dates
      * are YYYYMMDD.
      *
      * COPY TERMCAL REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                        ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:Term         PIC X(6).
           02 :PFX:Start-Date   PIC 9(8).
           02 :PFX:End-Date     PIC 9(8).
           02 :PFX:Reg-Deadline PIC 9(8).
           02 :PFX:Grade-Open   PIC 9(8).
           02 :PFX:Grade-Close  PIC 9(8).
           02 :PFX:Closed       PIC X(1).
             88 :PFX:Is-Closed  VALUE "Y".
           02 :PFX:Closed-Date  PIC 9(8).
