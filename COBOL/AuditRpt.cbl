       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AuditRpt.
       AUTHOR.  Michael Coughlan.

      * Daily maintenance audit report for the auditors (AUDITRPT.PRT)
      * - every entry on the common audit trail AUDITLOG.DAT for the
      * day, grouped by operator with the operator's name from
      * OPERATOR.DAT, each entry showing the time, the program, what
      * was done and to which record, so "who changed this price?"
      * can be settled from the paper. Each operator's group ends with
      * a count, and the report ends with totals of entries, sign-ons,
      * refused sign-ons and changes made. The day is supplied as a
      * single command-line parameter on the MaleSort model -
      *    DATE:YYYYMMDD                 one day
      *    PERIOD:YYYYMMDD:YYYYMMDD      any date range, inclusive
      * With no parameter today is reported. Ends with return code 2
      * when any sign-on was refused, so the run sheet flags it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AuditFile ASSIGN TO "AUDITLOG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Audit-Status.

       SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS OPR-Id
	     FILE STATUS IS WS-Operator-Status.

       SELECT AuditRptFile ASSIGN TO "AUDITRPT.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WorkFile ASSIGN TO "AUDITRPT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==AuditRec==
                               ==:PFX:==      BY ==AU-==.

       FD OperatorFile.
       COPY OPERATOR REPLACING ==:REC-NAME:== BY ==OperatorRec==
                               ==:PFX:==      BY ==OPR-==.

       FD AuditRptFile.
       01 AuditRptLine      PIC X(80).

       SD WorkFile.
       COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==WorkRec==
                               ==:PFX:==      BY ==WK-==.

       WORKING-STORAGE SECTION.

       01  WS-Audit-Status           PIC X(2).
         88 Audit-Status-OK          VALUE "00".
         88 Audit-Not-Found          VALUE "35".

       01  WS-Operator-Status        PIC X(2).
         88 Operator-Status-OK       VALUE "00".

       01  WS-Switches.
           02 WS-Audit-EOF      PIC X(1) VALUE "N".
             88 Audit-EOF       VALUE "Y".
           02 WS-Work-EOF       PIC X(1) VALUE "N".
             88 Work-EOF        VALUE "Y".
           02 WS-First-Entry    PIC X(1) VALUE "Y".
             88 First-Entry     VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).
       01  WS-Filter-Value-2    PIC X(20).

       01  WS-Run-Date               PIC 9(8).
       01  WS-Period-From            PIC 9(8).
       01  WS-Period-To              PIC 9(8).

       01  WS-Prev-Operator          PIC X(8).
       01  WS-Prev-Date              PIC 9(8).

       01  WS-Counters.
           02 WS-Entry-Count    PIC 9(5) VALUE ZERO.
           02 WS-Operator-Count PIC 9(5) VALUE ZERO.
           02 WS-Opr-Entry-Count PIC 9(5) VALUE ZERO.
           02 WS-Signon-Count   PIC 9(5) VALUE ZERO.
           02 WS-Refused-Count  PIC 9(5) VALUE ZERO.
           02 WS-Change-Count   PIC 9(5) VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(32)
              VALUE "MAINTENANCE AUDIT BY OPERATOR - ".
           02 HL-From           PIC 9(8).
           02 FILLER            PIC X(4)  VALUE " TO ".
           02 HL-To             PIC 9(8).
           02 FILLER            PIC X(28) VALUE SPACES.

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(39)
              VALUE "  TIME   PROGRAM       ACTION   KEY".
           02 FILLER            PIC X(41)
              VALUE "         DETAIL".

       01  WS-Blank-Line             PIC X(80) VALUE SPACES.

       01  WS-Operator-Line.
           02 FILLER            PIC X(9)  VALUE "OPERATOR ".
           02 OL-Operator       PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 OL-Name           PIC X(22).
           02 FILLER            PIC X(39) VALUE SPACES.

       01  WS-Date-Line.
           02 FILLER            PIC X(7)  VALUE "  DATE ".
           02 DTL-Date          PIC 9(8).
           02 FILLER            PIC X(65) VALUE SPACES.

       01  WS-Detail-Line.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Time           PIC 9(6).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Program        PIC X(14).
           02 DL-Action         PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Key            PIC X(16).
           02 DL-Detail         PIC X(32).

       01  WS-Summary-Line.
           02 SL-Label          PIC X(40).
           02 SL-Count          PIC ZZZZ9.
           02 FILLER            PIC X(35) VALUE SPACES.

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO MAINTENANCE ACTIVITY IN THE PERIOD)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0100-GET-PERIOD.
       OPEN INPUT OperatorFile.
       IF NOT Operator-Status-OK
           DISPLAY "AUDITRPT - COULD NOT OPEN OPERATOR.DAT - "
               "STATUS " WS-Operator-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT AuditRptFile.
       MOVE WS-Period-From TO HL-From.
       MOVE WS-Period-To   TO HL-To.
       WRITE AuditRptLine FROM WS-Heading-Line-1.
       WRITE AuditRptLine FROM WS-Heading-Line-2.
       SORT WorkFile ON ASCENDING KEY WK-Operator WK-Date WK-Time
           INPUT PROCEDURE IS 1000-SELECT-ENTRIES
           OUTPUT PROCEDURE IS 3000-PRINT-ENTRIES.
       IF WS-Entry-Count = ZERO
           WRITE AuditRptLine FROM WS-None-Line
       ELSE
           PERFORM 3300-PRINT-OPERATOR-TOTAL
       END-IF.
       PERFORM 4000-PRINT-TOTALS.
       CLOSE OperatorFile
             AuditRptFile.
       DISPLAY "AUDITRPT - " WS-Entry-Count
           " AUDIT ENTRY(IES) LISTED ON AUDITRPT.PRT".
       IF WS-Refused-Count > ZERO AND RETURN-CODE = ZERO
           DISPLAY "AUDITRPT - " WS-Refused-Count
               " REFUSED SIGN-ON(S) IN THE PERIOD"
           MOVE 2 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0100-GET-PERIOD.
       ACCEPT WS-Param-Line FROM COMMAND-LINE.
       UNSTRING WS-Param-Line DELIMITED BY ":"
           INTO WS-Filter-Type WS-Filter-Value-1 WS-Filter-Value-2.
       EVALUATE WS-Filter-Type
           WHEN "DATE"
               MOVE WS-Filter-Value-1 (1:8) TO WS-Period-From
                                               WS-Period-To
           WHEN "PERIOD"
               MOVE WS-Filter-Value-1 (1:8) TO WS-Period-From
               MOVE WS-Filter-Value-2 (1:8) TO WS-Period-To
           WHEN OTHER
               MOVE WS-Run-Date TO WS-Period-From
                                   WS-Period-To
       END-EVALUATE.

      * No log yet means nobody has signed on to anything - the
      * report still prints, saying so.
       1000-SELECT-ENTRIES.
       OPEN INPUT AuditFile.
       IF Audit-Not-Found
           DISPLAY "AUDITRPT - NO AUDITLOG.DAT ON FILE YET"
       ELSE
           IF NOT Audit-Status-OK
               DISPLAY "AUDITRPT - COULD NOT OPEN AUDITLOG.DAT - "
                   "STATUS " WS-Audit-Status
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 1100-READ-AUDIT
               PERFORM UNTIL Audit-EOF
                   IF AU-Date NOT < WS-Period-From AND
                      AU-Date NOT > WS-Period-To
                       RELEASE WorkRec FROM AuditRec
                   END-IF
                   PERFORM 1100-READ-AUDIT
               END-PERFORM
               CLOSE AuditFile
           END-IF
       END-IF.

       1100-READ-AUDIT.
       READ AuditFile
           AT END SET Audit-EOF TO TRUE
       END-READ.

       3000-PRINT-ENTRIES.
       RETURN WorkFile
           AT END SET Work-EOF TO TRUE
       END-RETURN.
       PERFORM UNTIL Work-EOF
           PERFORM 3100-PRINT-ONE-ENTRY
           RETURN WorkFile
               AT END SET Work-EOF TO TRUE
           END-RETURN
       END-PERFORM.

       3100-PRINT-ONE-ENTRY.
       IF First-Entry OR WK-Operator NOT = WS-Prev-Operator
           PERFORM 3200-PRINT-OPERATOR-HEADING
       END-IF.
       IF WK-Date NOT = WS-Prev-Date
           MOVE WK-Date TO WS-Prev-Date DTL-Date
           WRITE AuditRptLine FROM WS-Date-Line
       END-IF.
       MOVE WK-Time    TO DL-Time.
       MOVE WK-Program TO DL-Program.
       MOVE WK-Action  TO DL-Action.
       MOVE WK-Key     TO DL-Key.
       MOVE WK-Detail  TO DL-Detail.
       WRITE AuditRptLine FROM WS-Detail-Line.
       ADD 1 TO WS-Entry-Count WS-Opr-Entry-Count.
       EVALUATE WK-Action
           WHEN "SIGNON"  ADD 1 TO WS-Signon-Count
           WHEN "REFUSED" ADD 1 TO WS-Refused-Count
           WHEN OTHER     ADD 1 TO WS-Change-Count
       END-EVALUATE.

      * A refused sign-on may carry an ID that was never issued, so
      * an operator missing from OPERATOR.DAT is still listed.
       3200-PRINT-OPERATOR-HEADING.
       IF NOT First-Entry
           PERFORM 3300-PRINT-OPERATOR-TOTAL
       END-IF.
       MOVE "N" TO WS-First-Entry.
       MOVE ZERO TO WS-Opr-Entry-Count WS-Prev-Date.
       ADD 1 TO WS-Operator-Count.
       MOVE WK-Operator TO WS-Prev-Operator OL-Operator OPR-Id.
       READ OperatorFile
           INVALID KEY MOVE "(NOT ON OPERATOR FILE)" TO OL-Name
           NOT INVALID KEY MOVE OPR-Name TO OL-Name
       END-READ.
       WRITE AuditRptLine FROM WS-Blank-Line.
       WRITE AuditRptLine FROM WS-Operator-Line.

       3300-PRINT-OPERATOR-TOTAL.
       MOVE "  ENTRIES FOR OPERATOR" TO SL-Label.
       MOVE WS-Opr-Entry-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.

       4000-PRINT-TOTALS.
       WRITE AuditRptLine FROM WS-Blank-Line.
       MOVE "OPERATORS LISTED" TO SL-Label.
       MOVE WS-Operator-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
       MOVE "AUDIT ENTRIES IN PERIOD" TO SL-Label.
       MOVE WS-Entry-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
       MOVE "  SIGN-ONS" TO SL-Label.
       MOVE WS-Signon-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
       MOVE "  REFUSED SIGN-ONS" TO SL-Label.
       MOVE WS-Refused-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
       MOVE "  CHANGES MADE" TO SL-Label.
       MOVE WS-Change-Count TO SL-Count.
       WRITE AuditRptLine FROM WS-Summary-Line.
