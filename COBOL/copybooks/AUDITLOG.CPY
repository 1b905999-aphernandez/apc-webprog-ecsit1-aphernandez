      * Shared audit-trail record layout for AUDITLOG.DAT, the common
      * who-did-what log every interactive maintenance program appends
      * to through the AuditLog subprogram - one record per change
      * made, plus one for every sign-on and every refused sign-on.
      * The caller fills in everything but the date and time, which
      * AuditLog stamps as it writes. :PFX:Key identifies the record
      * changed (oil code, StudId, course/term and so on) and
      * :PFX:Detail says what was done to it.
      *
      * COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                         ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:Date           PIC 9(8).
           02 :PFX:Time           PIC 9(6).
           02 :PFX:Operator       PIC X(8).
           02 :PFX:Program        PIC X(14).
           02 :PFX:Action         PIC X(8).
           02 :PFX:Key            PIC X(16).
           02 :PFX:Detail         PIC X(32).
