      * Shared operator record layout for OPERATOR.DAT, keyed by the
      * operator ID each person signs on with. :PFX:Program holds the
      * PROGRAM-IDs (upper case, e.g. OILMAINT) of the interactive
      * maintenance programs the operator may use; an entry of ALL
      * lets a supervisor use every one. An operator who leaves is
      * made inactive rather than deleted, so the ID is never reused
      * and the audit trail stays unambiguous.
      *
      * COPY OPERATOR REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                         ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:Id             PIC X(8).
           02 :PFX:Name           PIC X(20).
           02 :PFX:Password       PIC X(8).
           02 :PFX:Active         PIC X(1).
             88 :PFX:Is-Active    VALUE "Y".
           02 :PFX:Added-Date     PIC 9(8).
           02 :PFX:Prog-Count     PIC 9(2).
           02 :PFX:Program        PIC X(14) OCCURS 20 TIMES.
