      * Shared programme requirements record layout for PROGREQ.DAT,
      * keyed by the programme - the primary Course a student is
      * enrolled on, as held on STUDREC. To graduate a student must
      * have passed (grade A to D) every one of the :PFX:Req-Count
      * required courses listed in :PFX:Req-Course, and hold passes
      * in at least :PFX:Min-Passes different courses in all, the
      * required ones included. :PFX:Keyed-Date is when the
      * requirements were last changed.
      *
      * COPY PROGREQ REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                        ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:Programme    PIC X(4).
           02 :PFX:Min-Passes   PIC 9(2).
           02 :PFX:Req-Count    PIC 9(2).
           02 :PFX:Req-Course   PIC X(4) OCCURS 10 TIMES.
           02 :PFX:Keyed-Date   PIC 9(8).
