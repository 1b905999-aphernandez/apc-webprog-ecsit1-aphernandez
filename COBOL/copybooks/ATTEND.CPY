      * Shared class-attendance record layout for ATTEND.DAT, keyed by
      * StudId/Course/Term like REGISTRN and then by the date and
      * start time of the class session - one record for each
      * registered student at each session of a course, keyed by the
      * tutor after the class. :PFX:Session-Time is the HHMM start of
      * the session, so a course meeting twice on one day keeps two
      * marks. Excused absences do not count against the student's
      * attendance percentage. :PFX:Keyed-Date is the date the mark
      * was last keyed.
      *
      * COPY ATTEND REPLACING ==:REC-NAME:== BY ==<01-level-name>==
      *                       ==:PFX:==      BY ==<field-prefix>==.
      *
      * Pass an empty prefix ( ==:PFX:== BY ==  == ) when the record
      * name alone is enough to keep the fields unique in that program.
       01 :REC-NAME:.
           02 :PFX:Key.
               03 :PFX:StudId       PIC 9(7).
               03 :PFX:Course       PIC X(4).
               03 :PFX:Term         PIC X(6).
               03 :PFX:Session-Date PIC 9(8).
               03 :PFX:Session-Time PIC 9(4).
           02 :PFX:Mark             PIC X(1).
             88 :PFX:Present        VALUE "P".
             88 :PFX:Absent         VALUE "A".
             88 :PFX:Excused        VALUE "E".
             88 :PFX:Mark-Valid     VALUE "P" "A" "E".
           02 :PFX:Keyed-Date       PIC 9(8).
