       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GradAudit.
       AUTHOR.  Michael Coughlan.

      * Graduation eligibility audit (GRADAUDT.PRT). Every active
      * student on STUDSTAT.DAT has their GRADES.DAT history checked
      * against the requirements on PROGREQ.DAT for their primary
      * Course on STUDENTS.DAT - each required course passed (grade A
      * to D) and passes in at least the minimum number of different
      * courses. A course passed twice counts once. Students are
      * listed in four sections -
      *    ELIGIBLE TO GRADUATE   nothing further needed
      *    CLOSE TO GRADUATING    within WS-Close-Margin more passes
      *    NOT ON TRACK           further off than that
      *    NO REQUIREMENTS        programme not on PROGREQ.DAT
      * with the passes held, the further passes needed and the
      * required courses still missing. The eligible students are
      * also written to GRADELIG.DAT, replacing the last audit's
      * list, for GradConfirm to apply once the registrar has
      * confirmed it. Both master files are read in StudId order and
      * matched, so no sort is needed to bring a student's grades
      * together; the results are sorted into their sections.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS ST-StudId
	     FILE STATUS IS WS-Student-Status.

       SELECT GradeFile ASSIGN TO "GRADES.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS GR-Key
	     FILE STATUS IS WS-Grade-Status.

       SELECT StudStatFile ASSIGN TO "STUDSTAT.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS SS-StudId
	     FILE STATUS IS WS-Stud-Stat-Status.

       SELECT ProgReqFile ASSIGN TO "PROGREQ.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS PR-Programme
	     FILE STATUS IS WS-Prog-Req-Status.

       SELECT GradEligFile ASSIGN TO "GRADELIG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AuditRptFile ASSIGN TO "GRADAUDT.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WorkFile ASSIGN TO "GRADAUDT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==StudentRec==
                              ==:PFX:==      BY ==ST-==.

       FD GradeFile.
       COPY GRADEREC REPLACING ==:REC-NAME:== BY ==GradeRec==
                               ==:PFX:==      BY ==GR-==.

       FD StudStatFile.
       COPY STUDSTAT REPLACING ==:REC-NAME:== BY ==StudStatRec==
                               ==:PFX:==      BY ==SS-==.

       FD ProgReqFile.
       COPY PROGREQ REPLACING ==:REC-NAME:== BY ==ProgReqRec==
                              ==:PFX:==      BY ==PR-==.

       FD GradEligFile.
       COPY GRADELIG REPLACING ==:REC-NAME:== BY ==GradEligRec==
                               ==:PFX:==      BY ==GE-==.

       FD AuditRptFile.
       01 AuditRptLine      PIC X(80).

       SD WorkFile.
       01 WorkRec.
        02 WK-Category      PIC 9(1).
          88 WK-Eligible    VALUE 1.
          88 WK-Close       VALUE 2.
          88 WK-Not-On-Track VALUE 3.
          88 WK-No-Reqs     VALUE 4.
        02 WK-StudId        PIC 9(7).
        02 WK-Surname       PIC X(8).
        02 WK-Initials      PIC X(2).
        02 WK-Programme     PIC X(4).
        02 WK-Passes        PIC 9(3).
        02 WK-Needed        PIC 9(2).
        02 WK-Missing       PIC X(43).

       WORKING-STORAGE SECTION.

       01  WS-Student-Status         PIC X(2).
         88 Student-Status-OK        VALUE "00".

       01  WS-Grade-Status           PIC X(2).
         88 Grade-Status-OK          VALUE "00".

       01  WS-Stud-Stat-Status       PIC X(2).
         88 Stud-Stat-Status-OK      VALUE "00".

       01  WS-Prog-Req-Status        PIC X(2).
         88 Prog-Req-Status-OK       VALUE "00".

       01  WS-Switches.
           02 WS-Student-EOF    PIC X(1) VALUE "N".
             88 Student-EOF     VALUE "Y".
           02 WS-Grade-EOF      PIC X(1) VALUE "N".
             88 Grade-EOF       VALUE "Y".
           02 WS-Work-EOF       PIC X(1) VALUE "N".
             88 Work-EOF        VALUE "Y".
           02 WS-Is-Active      PIC X(1) VALUE "N".
             88 Is-Active       VALUE "Y".
           02 WS-First-Section  PIC X(1) VALUE "Y".
             88 First-Section   VALUE "Y".

      * How many further passes still counts as close to graduating.
       01  WS-Close-Margin           PIC 9(2) VALUE 2.

      * The different courses this student has passed, in the order
      * GRADES.DAT delivers them (course within student).
       01  WS-Passed-Table.
           02 WS-Pass-Count     PIC 9(3) VALUE ZERO.
           02 WS-Passed-Course  PIC X(4) OCCURS 60 TIMES
                                INDEXED BY WS-Passed-Idx.
       01  WS-Last-Passed            PIC X(4).

       01  WS-Req-Sub                PIC 9(2).
       01  WS-Missing-Req            PIC 9(2).
       01  WS-Passes-Short           PIC 9(3).
       01  WS-Needed                 PIC 9(3).
       01  WS-Missing-Ptr            PIC 9(2).
       01  WS-Course-Found           PIC X(1).
         88 Course-Found             VALUE "Y".

       01  WS-Prev-Category          PIC 9(1).
       01  WS-Section-Count          PIC 9(5).

       01  WS-Counters.
           02 WS-Student-Count       PIC 9(5) VALUE ZERO.
           02 WS-Inactive-Count      PIC 9(5) VALUE ZERO.
           02 WS-Eligible-Count      PIC 9(5) VALUE ZERO.
           02 WS-Close-Count         PIC 9(5) VALUE ZERO.
           02 WS-Off-Track-Count     PIC 9(5) VALUE ZERO.
           02 WS-No-Reqs-Count       PIC 9(5) VALUE ZERO.

       01  WS-Run-Date               PIC 9(8).

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(23)
              VALUE "GRADUATION AUDIT AS AT ".
           02 HL-Run-Date       PIC 9(8).
           02 FILLER            PIC X(21)
              VALUE "  CLOSE MEANS WITHIN ".
           02 HL-Close-Margin   PIC Z9.
           02 FILLER            PIC X(26) VALUE " PASSES".

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(21) VALUE "STUDID  NAME".
           02 FILLER            PIC X(59)
              VALUE "PROG PASS NEED  MISSING REQUIRED COURSES".

       01  WS-Blank-Line             PIC X(80) VALUE SPACES.

       01  WS-Section-Line           PIC X(80).

       01  WS-Detail-Line.
           02 DL-StudId         PIC 9(7).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Surname        PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Initials       PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Programme      PIC X(4).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Passes         PIC ZZ9.
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 DL-Needed         PIC Z9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Missing        PIC X(43).

       01  WS-Section-Total-Line.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 STL-Count         PIC ZZZZ9.
           02 FILLER            PIC X(73) VALUE " STUDENT(S)".

       01  WS-Summary-Line.
           02 SL-Label          PIC X(40).
           02 SL-Count          PIC ZZZZ9.
           02 FILLER            PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       OPEN INPUT StudStatFile.
       IF NOT Stud-Stat-Status-OK
           DISPLAY "GRADAUDIT - COULD NOT OPEN STUDSTAT.DAT - STATUS "
               WS-Stud-Stat-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT ProgReqFile.
       IF NOT Prog-Req-Status-OK
           DISPLAY "GRADAUDIT - COULD NOT OPEN PROGREQ.DAT - STATUS "
               WS-Prog-Req-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT AuditRptFile
                   GradEligFile.
       MOVE WS-Run-Date     TO HL-Run-Date.
       MOVE WS-Close-Margin TO HL-Close-Margin.
       WRITE AuditRptLine FROM WS-Heading-Line-1.
       SORT WorkFile ON ASCENDING KEY WK-Category WK-StudId
           INPUT PROCEDURE IS 1000-AUDIT-STUDENTS
           OUTPUT PROCEDURE IS 5000-PRINT-AUDIT.
       PERFORM 7000-PRINT-SUMMARY.
       CLOSE StudStatFile
             ProgReqFile
             AuditRptFile
             GradEligFile.
       DISPLAY "GRADAUDIT - " WS-Eligible-Count
           " ELIGIBLE STUDENT(S) WRITTEN TO GRADELIG.DAT".
       IF WS-Eligible-Count > ZERO
           DISPLAY "GRADAUDIT - RUN GRADCONFIRM ONCE THE REGISTRAR "
               "HAS CONFIRMED GRADAUDT.PRT"
       END-IF.
       STOP RUN.

       1000-AUDIT-STUDENTS.
       OPEN INPUT StudentFile.
       IF NOT Student-Status-OK
           DISPLAY "GRADAUDIT - COULD NOT OPEN STUDENTS.DAT - STATUS "
               WS-Student-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT GradeFile.
       IF NOT Grade-Status-OK
           DISPLAY "GRADAUDIT - COULD NOT OPEN GRADES.DAT - STATUS "
               WS-Grade-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1100-READ-GRADE.
       PERFORM 1200-READ-STUDENT.
       PERFORM UNTIL Student-EOF
           PERFORM 2000-AUDIT-ONE-STUDENT
           PERFORM 1200-READ-STUDENT
       END-PERFORM.
       CLOSE StudentFile
             GradeFile.

       1100-READ-GRADE.
       READ GradeFile
           AT END SET Grade-EOF TO TRUE
       END-READ.

       1200-READ-STUDENT.
       READ StudentFile
           AT END SET Student-EOF TO TRUE
       END-READ.

      * Grades for StudIds below this student have no master record
      * and are passed over; this student's grades are then taken in
      * whether or not they are active, to keep the two files in step.
       2000-AUDIT-ONE-STUDENT.
       ADD 1 TO WS-Student-Count.
       PERFORM 1100-READ-GRADE
           UNTIL Grade-EOF OR GR-StudId NOT < ST-StudId.
       MOVE ZERO TO WS-Pass-Count.
       MOVE SPACES TO WS-Last-Passed.
       PERFORM UNTIL Grade-EOF OR GR-StudId NOT = ST-StudId
           IF GR-Grade-A OR GR-Grade-B OR GR-Grade-C OR GR-Grade-D
               PERFORM 2100-NOTE-PASS
           END-IF
           PERFORM 1100-READ-GRADE
       END-PERFORM.
       MOVE "N" TO WS-Is-Active.
       MOVE ST-StudId TO SS-StudId.
       READ StudStatFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF SS-Status-Active
                   SET Is-Active TO TRUE
               END-IF
       END-READ.
       IF NOT Is-Active
           ADD 1 TO WS-Inactive-Count
       ELSE
           PERFORM 3000-CHECK-REQUIREMENTS
       END-IF.

       2100-NOTE-PASS.
       IF GR-Course NOT = WS-Last-Passed AND WS-Pass-Count < 60
           ADD 1 TO WS-Pass-Count
           MOVE GR-Course TO WS-Passed-Course (WS-Pass-Count)
           MOVE GR-Course TO WS-Last-Passed
       END-IF.

       3000-CHECK-REQUIREMENTS.
       MOVE SPACES      TO WorkRec.
       MOVE ST-StudId   TO WK-StudId.
       MOVE ST-Surname  TO WK-Surname.
       MOVE ST-Initials TO WK-Initials.
       MOVE ST-Course   TO WK-Programme.
       MOVE WS-Pass-Count TO WK-Passes.
       MOVE ZERO        TO WK-Needed.
       MOVE ST-Course   TO PR-Programme.
       READ ProgReqFile
           INVALID KEY
               SET WK-No-Reqs TO TRUE
               ADD 1 TO WS-No-Reqs-Count
           NOT INVALID KEY
               PERFORM 3100-MEASURE-SHORTFALL
       END-READ.
       RELEASE WorkRec.

      * The further passes needed is whichever is greater - the
      * required courses not yet passed, or the passes still short of
      * the minimum - since passing a required course counts towards
      * the minimum as well.
       3100-MEASURE-SHORTFALL.
       MOVE ZERO TO WS-Missing-Req WS-Passes-Short.
       MOVE 1 TO WS-Missing-Ptr.
       PERFORM 3200-CHECK-REQUIRED-COURSE
           VARYING WS-Req-Sub FROM 1 BY 1
           UNTIL WS-Req-Sub > PR-Req-Count.
       IF WS-Pass-Count < PR-Min-Passes
           COMPUTE WS-Passes-Short = PR-Min-Passes - WS-Pass-Count
       END-IF.
       IF WS-Passes-Short > WS-Missing-Req
           MOVE WS-Passes-Short TO WS-Needed
       ELSE
           MOVE WS-Missing-Req  TO WS-Needed
       END-IF.
       MOVE WS-Needed TO WK-Needed.
       EVALUATE TRUE
           WHEN WS-Needed = ZERO
               SET WK-Eligible TO TRUE
               ADD 1 TO WS-Eligible-Count
           WHEN WS-Needed NOT > WS-Close-Margin
               SET WK-Close TO TRUE
               ADD 1 TO WS-Close-Count
           WHEN OTHER
               SET WK-Not-On-Track TO TRUE
               ADD 1 TO WS-Off-Track-Count
       END-EVALUATE.

      * A missing required course is added to the list while it fits;
      * past that the list ends "...".
       3200-CHECK-REQUIRED-COURSE.
       MOVE "N" TO WS-Course-Found.
       SET WS-Passed-Idx TO 1.
       SEARCH WS-Passed-Course
           AT END CONTINUE
           WHEN WS-Passed-Idx > WS-Pass-Count
               CONTINUE
           WHEN WS-Passed-Course (WS-Passed-Idx) =
                PR-Req-Course (WS-Req-Sub)
               SET Course-Found TO TRUE
       END-SEARCH.
       IF NOT Course-Found
           ADD 1 TO WS-Missing-Req
           IF WS-Missing-Ptr < 36
               STRING PR-Req-Course (WS-Req-Sub) " "
                   DELIMITED BY SIZE
                   INTO WK-Missing WITH POINTER WS-Missing-Ptr
           ELSE
               IF WS-Missing-Ptr = 36
                   STRING "..." DELIMITED BY SIZE
                       INTO WK-Missing WITH POINTER WS-Missing-Ptr
               END-IF
           END-IF
       END-IF.

       5000-PRINT-AUDIT.
       RETURN WorkFile
           AT END SET Work-EOF TO TRUE
       END-RETURN.
       PERFORM UNTIL Work-EOF
           IF First-Section
               MOVE "N" TO WS-First-Section
               PERFORM 5100-START-SECTION
           ELSE
               IF WK-Category NOT = WS-Prev-Category
                   PERFORM 6000-END-SECTION
                   PERFORM 5100-START-SECTION
               END-IF
           END-IF
           PERFORM 5200-PRINT-STUDENT
           RETURN WorkFile
               AT END SET Work-EOF TO TRUE
           END-RETURN
       END-PERFORM.
       IF NOT First-Section
           PERFORM 6000-END-SECTION
       END-IF.

       5100-START-SECTION.
       MOVE WK-Category TO WS-Prev-Category.
       MOVE ZERO TO WS-Section-Count.
       EVALUATE TRUE
           WHEN WK-Eligible
               MOVE "ELIGIBLE TO GRADUATE" TO WS-Section-Line
           WHEN WK-Close
               MOVE "CLOSE TO GRADUATING - STILL MISSING"
                   TO WS-Section-Line
           WHEN WK-Not-On-Track
               MOVE "NOT ON TRACK TO GRADUATE" TO WS-Section-Line
           WHEN OTHER
               MOVE "NO REQUIREMENTS ON PROGREQ.DAT FOR PROGRAMME"
                   TO WS-Section-Line
       END-EVALUATE.
       WRITE AuditRptLine FROM WS-Blank-Line.
       WRITE AuditRptLine FROM WS-Section-Line.
       WRITE AuditRptLine FROM WS-Heading-Line-2.

       5200-PRINT-STUDENT.
       ADD 1 TO WS-Section-Count.
       MOVE WK-StudId    TO DL-StudId.
       MOVE WK-Surname   TO DL-Surname.
       MOVE WK-Initials  TO DL-Initials.
       MOVE WK-Programme TO DL-Programme.
       MOVE WK-Passes    TO DL-Passes.
       MOVE WK-Needed    TO DL-Needed.
       MOVE WK-Missing   TO DL-Missing.
       WRITE AuditRptLine FROM WS-Detail-Line.
       IF WK-Eligible
           MOVE WK-StudId    TO GE-StudId
           MOVE WK-Programme TO GE-Programme
           MOVE WS-Run-Date  TO GE-Audit-Date
           WRITE GradEligRec
       END-IF.

       6000-END-SECTION.
       MOVE WS-Section-Count TO STL-Count.
       WRITE AuditRptLine FROM WS-Section-Total-Line.

       7000-PRINT-SUMMARY.
       WRITE AuditRptLine FROM WS-Blank-Line.
       MOVE "STUDENTS ON FILE" TO SL-Label.
       MOVE WS-Student-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
       MOVE "  NOT ACTIVE - NOT AUDITED" TO SL-Label.
       MOVE WS-Inactive-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
       MOVE "  ELIGIBLE TO GRADUATE" TO SL-Label.
       MOVE WS-Eligible-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
       MOVE "  CLOSE TO GRADUATING" TO SL-Label.
       MOVE WS-Close-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
       MOVE "  NOT ON TRACK" TO SL-Label.
       MOVE WS-Off-Track-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
       MOVE "  NO REQUIREMENTS FOR PROGRAMME" TO SL-Label.
       MOVE WS-No-Reqs-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
