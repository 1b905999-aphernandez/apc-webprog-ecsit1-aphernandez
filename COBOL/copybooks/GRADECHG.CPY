      * Shared grade-change log record layout for GRADECHG.DAT - one
      * line per grade changed on GRADES.DAT after it was first keyed,
      * appended by GradeChg and never rewritten, so the file is the
      * permanent record of every change. The key fields match GR-Key;
      * :PFX:Old-Grade and :PFX:New-Grade are the grade before and
      * after, :PFX:Authoriser the person who authorised the change and
      * :PFX:Change-Date the date it was made.
      *
      * COPY GRADECHG REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                         ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:StudId       PIC 9(7).
           02 :PFX:Course       PIC X(4).
           02 :PFX:Term         PIC X(6).
           02 :PFX:Old-Grade    PIC X(1).
           02 :PFX:New-Grade    PIC X(1).
           02 :PFX:Reason       PIC X(2).
             88 :PFX:Reason-Marking   VALUE "ME".
             88 :PFX:Reason-Clerical  VALUE "CL".
             88 :PFX:Reason-Appeal    VALUE "AP".
             88 :PFX:Reason-Extenuate VALUE "EC".
             88 :PFX:Reason-Valid     VALUE "ME" "CL" "AP" "EC".
           02 :PFX:Authoriser   PIC X(20).
           02 :PFX:Change-Date  PIC 9(8).
