      * Shared working-storage table the timetable TIMETBL.DAT is
      * loaded into at start of run, the way COURSETBL holds the
      * course master, so clash checking can compare any two courses'
      * slots without rereading the file. Two slots clash when they
      * are in the same term, on the same day, and each starts before
      * the other ends. The second index lets one slot be compared
      * against another in the same pass.
      *
      * COPY SLOTTBL.
       01  WS-Slot-Table.
           02 WS-Slot-Count     PIC 9(3) COMP VALUE ZERO.
           02 WS-Slot-Entry OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-Slot-Count
                INDEXED BY WS-Slot-Idx WS-Slot-Idx-2.
              03 WS-Slot-Course    PIC X(4).
              03 WS-Slot-Term      PIC X(6).
              03 WS-Slot-Day       PIC 9(1).
              03 WS-Slot-Start     PIC 9(4).
              03 WS-Slot-End       PIC 9(4).
