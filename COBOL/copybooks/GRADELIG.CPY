      * Shared graduation-list record layout for GRADELIG.DAT - one
      * line per student GradAudit found eligible to graduate, with
      * the programme they qualified on and the date of the audit.
      * GradAudit rewrites the list on every run; GradConfirm applies
      * it to STUDSTAT.DAT once the registrar has confirmed it, then
      * empties it so it cannot be applied twice.
      *
      * COPY GRADELIG REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                         ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:StudId       PIC 9(7).
           02 :PFX:Programme    PIC X(4).
           02 :PFX:Audit-Date   PIC 9(8).
