       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GradConfirm.
       AUTHOR.  Michael Coughlan.

      * Applies the graduation list GRADELIG.DAT left by the last
      * GradAudit run, once the registrar has checked GRADAUDT.PRT.
      * The list is shown with the date of the audit that produced
      * it; on the registrar's confirmation and an effective date (0
      * for today) every student on it who is still active on
      * STUDSTAT.DAT is set to graduated with that effective date, in
      * one pass. Anyone whose status has moved since the audit is
      * left alone and reported. The list is then emptied, so it
      * cannot be applied a second time - a further graduation needs
      * a fresh audit.
      * The operator must sign on and be authorised for GRADCONFIRM;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GradEligFile ASSIGN TO "GRADELIG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Grad-Elig-Status.

       SELECT StudStatFile ASSIGN TO "STUDSTAT.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS SS-StudId
	     FILE STATUS IS WS-Stud-Stat-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GradEligFile.
       COPY GRADELIG REPLACING ==:REC-NAME:== BY ==GradEligRec==
                               ==:PFX:==      BY ==GE-==.

       FD StudStatFile.
       COPY STUDSTAT REPLACING ==:REC-NAME:== BY ==StudStatRec==
                               ==:PFX:==      BY ==SS-==.

       WORKING-STORAGE SECTION.

       01  WS-Grad-Elig-Status       PIC X(2).
         88 Grad-Elig-Status-OK      VALUE "00".
         88 Grad-Elig-Not-Found      VALUE "35".

       01  WS-Stud-Stat-Status       PIC X(2).
         88 Stud-Stat-Status-OK      VALUE "00".

       01  WS-Switches.
           02 WS-Grad-Elig-EOF  PIC X(1) VALUE "N".
             88 Grad-Elig-EOF   VALUE "Y".
           02 WS-Date-Valid     PIC X(1) VALUE "Y".
             88 Date-Valid      VALUE "Y".

       01  WS-Confirm                PIC X(1).
       01  WS-Audit-Date             PIC 9(8) VALUE ZERO.

       01  WS-Eff-Date.
           02 WS-Eff-YYYY            PIC 9(4).
           02 WS-Eff-MM              PIC 9(2).
           02 WS-Eff-DD              PIC 9(2).
       01  WS-Eff-Date-Num REDEFINES WS-Eff-Date PIC 9(8).

       01  WS-Days-In-Month-Values.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 29.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
       01  WS-Days-In-Month-Table REDEFINES WS-Days-In-Month-Values.
           02 WS-Days-In-Month  PIC 9(2) OCCURS 12 TIMES.

       01  WS-Run-Date               PIC 9(8).

       01  WS-Counters.
           02 WS-Listed-Count        PIC 9(5) VALUE ZERO.
           02 WS-Graduated-Count     PIC 9(5) VALUE ZERO.
           02 WS-Skipped-Count       PIC 9(5) VALUE ZERO.

       01  WS-Program-Name           PIC X(14) VALUE "GRADCONFIRM".
       01  WS-Operator-Id            PIC X(8).
       01  WS-Signed-On              PIC X(1).
         88 Signed-On                VALUE "Y".

       COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==WS-Audit-Rec==
                               ==:PFX:==      BY ==AU-==.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       CALL "SignOn" USING WS-Program-Name WS-Operator-Id
                           WS-Signed-On.
       IF NOT Signed-On
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO WS-Audit-Rec.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 1000-SHOW-LIST.
       IF WS-Listed-Count = ZERO
           DISPLAY "GRADCONFIRM - GRADELIG.DAT IS EMPTY - RUN "
               "GRADAUDIT FIRST"
           STOP RUN
       END-IF.
       IF WS-Audit-Date < WS-Run-Date
           DISPLAY "NOTE - THIS LIST IS FROM THE AUDIT OF "
               WS-Audit-Date ". RERUN GRADAUDIT IF GRADES HAVE "
               "CHANGED SINCE."
       END-IF.
       DISPLAY "CONFIRM ALL " WS-Listed-Count
           " STUDENT(S) ABOVE AS GRADUATED (Y/N) - ".
       ACCEPT WS-Confirm.
       IF WS-Confirm NOT = "Y"
           DISPLAY "GRADCONFIRM - NOT CONFIRMED - NO CHANGES MADE"
           STOP RUN
       END-IF.
       PERFORM 2000-GET-EFF-DATE.
       IF NOT Date-Valid
           DISPLAY "GRADCONFIRM - NO CHANGES MADE - RERUN AND "
               "RE-KEY THE DATE"
           STOP RUN
       END-IF.
       OPEN I-O StudStatFile.
       IF NOT Stud-Stat-Status-OK
           DISPLAY "GRADCONFIRM - COULD NOT OPEN STUDSTAT.DAT - "
               "STATUS " WS-Stud-Stat-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT GradEligFile.
       MOVE "N" TO WS-Grad-Elig-EOF.
       PERFORM 1100-READ-ELIGIBLE.
       PERFORM UNTIL Grad-Elig-EOF
           PERFORM 3000-GRADUATE-STUDENT
           PERFORM 1100-READ-ELIGIBLE
       END-PERFORM.
       CLOSE GradEligFile
             StudStatFile.
       OPEN OUTPUT GradEligFile.
       CLOSE GradEligFile.
       DISPLAY "GRADCONFIRM - SET TO GRADUATED  " WS-Graduated-Count.
       DISPLAY "GRADCONFIRM - LEFT UNCHANGED    " WS-Skipped-Count.
       IF WS-Skipped-Count > ZERO
           MOVE 2 TO RETURN-CODE
       END-IF.
       STOP RUN.

       1000-SHOW-LIST.
       OPEN INPUT GradEligFile.
       IF Grad-Elig-Not-Found
           DISPLAY "GRADCONFIRM - NO GRADELIG.DAT ON FILE - RUN "
               "GRADAUDIT FIRST"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF NOT Grad-Elig-Status-OK
           DISPLAY "GRADCONFIRM - COULD NOT OPEN GRADELIG.DAT - "
               "STATUS " WS-Grad-Elig-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1100-READ-ELIGIBLE.
       PERFORM UNTIL Grad-Elig-EOF
           ADD 1 TO WS-Listed-Count
           MOVE GE-Audit-Date TO WS-Audit-Date
           DISPLAY "  STUDID " GE-StudId " PROGRAMME " GE-Programme
           PERFORM 1100-READ-ELIGIBLE
       END-PERFORM.
       CLOSE GradEligFile.

       1100-READ-ELIGIBLE.
       READ GradEligFile
           AT END SET Grad-Elig-EOF TO TRUE
       END-READ.

       2000-GET-EFF-DATE.
       DISPLAY "ENTER GRADUATION EFFECTIVE DATE (YYYYMMDD, 0 FOR "
           "TODAY) - ".
       ACCEPT WS-Eff-Date-Num.
       IF WS-Eff-Date-Num = ZERO
           MOVE WS-Run-Date TO WS-Eff-Date-Num
       END-IF.
       IF WS-Eff-MM < 1 OR WS-Eff-MM > 12
           DISPLAY "MONTH " WS-Eff-MM " IS NOT A VALID MONTH"
           MOVE "N" TO WS-Date-Valid
       ELSE
           IF WS-Eff-DD < 1 OR
              WS-Eff-DD > WS-Days-In-Month (WS-Eff-MM)
               DISPLAY "DAY " WS-Eff-DD
                   " IS NOT VALID FOR MONTH " WS-Eff-MM
               MOVE "N" TO WS-Date-Valid
           END-IF
       END-IF.

       3000-GRADUATE-STUDENT.
       MOVE GE-StudId TO SS-StudId.
       READ StudStatFile
           INVALID KEY
               DISPLAY "STUDID " GE-StudId " NOT TRACKED - SKIPPED"
               ADD 1 TO WS-Skipped-Count
           NOT INVALID KEY
               PERFORM 3100-REWRITE-GRADUATED
       END-READ.

       3100-REWRITE-GRADUATED.
       IF NOT SS-Status-Active
           DISPLAY "STUDID " GE-StudId " NO LONGER ACTIVE (STATUS "
               SS-Status ") - SKIPPED"
           ADD 1 TO WS-Skipped-Count
       ELSE
           SET SS-Status-Graduated TO TRUE
           MOVE WS-Eff-Date-Num TO SS-Status-Eff-Date
           REWRITE StudStatRec
               INVALID KEY
                   DISPLAY "COULD NOT UPDATE STUDID " GE-StudId
                   ADD 1 TO WS-Skipped-Count
               NOT INVALID KEY
                   ADD 1 TO WS-Graduated-Count
                   MOVE "GRADUATE"      TO AU-Action
                   MOVE GE-StudId       TO AU-Key
                   STRING "STATUS A -> G FROM " WS-Eff-Date-Num
                       DELIMITED BY SIZE INTO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-REWRITE
       END-IF.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
