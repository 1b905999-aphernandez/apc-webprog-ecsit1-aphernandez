      * Shared timetable slot record layout for TIMETBL.DAT, keyed by
      * Course/Term/Day/Start-Time - one record for each weekly
      * meeting of a course in a term, so a course meeting three times
      * a week has three slots. :PFX:Day is 1 (Monday) to 7 (Sunday);
      * times are 24-hour HHMM and a slot runs from :PFX:Start-Time up
      * to, but not including, :PFX:End-Time, so a class ending at
      * 1000 does not clash with one starting at 1000.
      *
      * COPY TIMETBL REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                        ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:Key.
               03 :PFX:Course      PIC X(4).
               03 :PFX:Term        PIC X(6).
               03 :PFX:Day         PIC 9(1).
                 88 :PFX:Day-Valid VALUE 1 THRU 7.
               03 :PFX:Start-Time  PIC 9(4).
           02 :PFX:End-Time        PIC 9(4).
           02 :PFX:Room            PIC X(6).
