       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TermMaint.
       AUTHOR.  Michael Coughlan.

      * Interactive maintenance of the term calendar (TERMCAL.DAT) the
      * way CourseMaint maintains the courses - add a term with its
      * teaching dates, registration deadline and grade-entry window,
      * change those dates, close a term once its grades are final,
      * reopen one closed in error, or list the calendar. RegEntry
      * and GradeEntry read the calendar on every line keyed, so a
      * change here is live at once. Closing a term locks its grades:
      * GradeEntry refuses any further grade for it. Run TermConv once
      * beforehand to create the file.
      * The operator must sign on and be authorised for TERMMAINT;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS DYNAMIC
	     RECORD KEY IS TC-Term
	     FILE STATUS IS WS-Term-Cal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TermCalFile.
       COPY TERMCAL REPLACING ==:REC-NAME:== BY ==TermCalRec==
                              ==:PFX:==      BY ==TC-==.

       WORKING-STORAGE SECTION.

       01  WS-Term-Cal-Status        PIC X(2).
         88 Term-Cal-Status-OK       VALUE "00".

       01  WS-Switches.
           02 WS-Term-Cal-EOF   PIC X(1) VALUE "N".
             88 Term-Cal-EOF    VALUE "Y".
           02 WS-Dates-Valid    PIC X(1) VALUE "Y".
             88 Dates-Valid     VALUE "Y".

       01  WS-Choice                 PIC 9(1).
       01  WS-Term                   PIC X(6).
       01  WS-Term-Count             PIC 9(3).

      * The dates as keyed, edited before they go on the record.
       01  WS-Term-Dates.
           02 WS-Start-Date          PIC 9(8).
           02 WS-End-Date            PIC 9(8).
           02 WS-Reg-Deadline        PIC 9(8).
           02 WS-Grade-Open          PIC 9(8).
           02 WS-Grade-Close         PIC 9(8).

       01  WS-Date-Prompt            PIC X(30).
       01  WS-Date.
           02 WS-Date-YYYY           PIC 9(4).
           02 WS-Date-MM             PIC 9(2).
           02 WS-Date-DD             PIC 9(2).
       01  WS-Date-Num REDEFINES WS-Date PIC 9(8).

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

       01  WS-Program-Name           PIC X(14) VALUE "TERMMAINT".
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
       OPEN I-O TermCalFile.
       IF NOT Term-Cal-Status-OK
           DISPLAY "TERMMAINT - COULD NOT OPEN TERMCAL.DAT - "
               "STATUS " WS-Term-Cal-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-GET-CHOICE.
       PERFORM UNTIL WS-Choice = ZERO
           EVALUATE WS-Choice
               WHEN 1 PERFORM 2000-ADD-TERM
               WHEN 2 PERFORM 3000-CHANGE-DATES
               WHEN 3 PERFORM 4000-CLOSE-TERM
               WHEN 4 PERFORM 5000-REOPEN-TERM
               WHEN 5 PERFORM 6000-LIST-TERMS
               WHEN OTHER DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE
           PERFORM 1000-GET-CHOICE
       END-PERFORM.
       CLOSE TermCalFile.
       STOP RUN.

       1000-GET-CHOICE.
       DISPLAY "1-ADD  2-CHANGE DATES  3-CLOSE  4-REOPEN  5-LIST  "
           "0-END - ".
       ACCEPT WS-Choice.

       1100-GET-TERM.
       DISPLAY "ENTER TERM (6 CHARACTERS) - ".
       ACCEPT WS-Term.
       MOVE WS-Term TO TC-Term.

      * Takes all five dates, then checks each is a real date and that
      * they make sense together - the whole set is refused if not.
       1200-GET-DATES.
       MOVE "Y" TO WS-Dates-Valid.
       MOVE "TEACHING STARTS" TO WS-Date-Prompt.
       PERFORM 1300-GET-DATE.
       MOVE WS-Date-Num TO WS-Start-Date.
       MOVE "TEACHING ENDS" TO WS-Date-Prompt.
       PERFORM 1300-GET-DATE.
       MOVE WS-Date-Num TO WS-End-Date.
       MOVE "REGISTRATION DEADLINE" TO WS-Date-Prompt.
       PERFORM 1300-GET-DATE.
       MOVE WS-Date-Num TO WS-Reg-Deadline.
       MOVE "GRADE ENTRY OPENS" TO WS-Date-Prompt.
       PERFORM 1300-GET-DATE.
       MOVE WS-Date-Num TO WS-Grade-Open.
       MOVE "GRADE ENTRY CLOSES" TO WS-Date-Prompt.
       PERFORM 1300-GET-DATE.
       MOVE WS-Date-Num TO WS-Grade-Close.
       IF Dates-Valid
           IF WS-End-Date < WS-Start-Date
               DISPLAY "TEACHING MAY NOT END BEFORE IT STARTS"
               MOVE "N" TO WS-Dates-Valid
           END-IF
           IF WS-Reg-Deadline > WS-End-Date
               DISPLAY "REGISTRATION DEADLINE IS AFTER TEACHING ENDS"
               MOVE "N" TO WS-Dates-Valid
           END-IF
           IF WS-Grade-Open < WS-Start-Date
               DISPLAY "GRADE ENTRY MAY NOT OPEN BEFORE TEACHING "
                   "STARTS"
               MOVE "N" TO WS-Dates-Valid
           END-IF
           IF WS-Grade-Close < WS-Grade-Open
               DISPLAY "GRADE ENTRY MAY NOT CLOSE BEFORE IT OPENS"
               MOVE "N" TO WS-Dates-Valid
           END-IF
       END-IF.

       1300-GET-DATE.
       DISPLAY "ENTER " WS-Date-Prompt " (YYYYMMDD) - ".
       ACCEPT WS-Date-Num.
       IF WS-Date-MM < 1 OR WS-Date-MM > 12
           DISPLAY "MONTH " WS-Date-MM " IS NOT A VALID MONTH"
           MOVE "N" TO WS-Dates-Valid
       ELSE
           IF WS-Date-DD < 1 OR
              WS-Date-DD > WS-Days-In-Month (WS-Date-MM)
               DISPLAY "DAY " WS-Date-DD
                   " IS NOT VALID FOR MONTH " WS-Date-MM
               MOVE "N" TO WS-Dates-Valid
           END-IF
       END-IF.

       1400-MOVE-DATES.
       MOVE WS-Start-Date   TO TC-Start-Date.
       MOVE WS-End-Date     TO TC-End-Date.
       MOVE WS-Reg-Deadline TO TC-Reg-Deadline.
       MOVE WS-Grade-Open   TO TC-Grade-Open.
       MOVE WS-Grade-Close  TO TC-Grade-Close.

       1500-SHOW-TERM.
       DISPLAY "  TERM " TC-Term " TEACHING " TC-Start-Date " TO "
           TC-End-Date " REGISTER BY " TC-Reg-Deadline.
       IF TC-Is-Closed
           DISPLAY "         GRADES " TC-Grade-Open " TO "
               TC-Grade-Close " - CLOSED " TC-Closed-Date
       ELSE
           DISPLAY "         GRADES " TC-Grade-Open " TO "
               TC-Grade-Close " - OPEN"
       END-IF.

       1600-AUDIT-DATES.
       MOVE WS-Term TO AU-Key.
       STRING "TEACHING " WS-Start-Date " TO " WS-End-Date
           DELIMITED BY SIZE INTO AU-Detail.
       PERFORM 9100-WRITE-AUDIT.

       2000-ADD-TERM.
       PERFORM 1100-GET-TERM.
       IF WS-Term = SPACES
           DISPLAY "TERM MAY NOT BE BLANK"
       ELSE
           READ TermCalFile
               INVALID KEY PERFORM 2100-CREATE-TERM
               NOT INVALID KEY
                   DISPLAY "TERM " WS-Term " ALREADY ON FILE"
           END-READ
       END-IF.

       2100-CREATE-TERM.
       PERFORM 1200-GET-DATES.
       IF NOT Dates-Valid
           DISPLAY "TERM " WS-Term " NOT ADDED - RE-KEY THE DATES."
       ELSE
           MOVE WS-Term TO TC-Term
           PERFORM 1400-MOVE-DATES
           MOVE "N"     TO TC-Closed
           MOVE ZERO    TO TC-Closed-Date
           WRITE TermCalRec
               INVALID KEY
                   DISPLAY "COULD NOT ADD TERM " WS-Term
               NOT INVALID KEY
                   MOVE "ADD" TO AU-Action
                   PERFORM 1600-AUDIT-DATES
           END-WRITE
       END-IF.

       3000-CHANGE-DATES.
       PERFORM 1100-GET-TERM.
       READ TermCalFile
           INVALID KEY
               DISPLAY "TERM " WS-Term " NOT ON FILE"
           NOT INVALID KEY PERFORM 3100-REWRITE-DATES
       END-READ.

       3100-REWRITE-DATES.
       PERFORM 1500-SHOW-TERM.
       IF TC-Is-Closed
           DISPLAY "TERM " WS-Term " IS CLOSED - REOPEN IT FIRST"
       ELSE
           PERFORM 1200-GET-DATES
           IF NOT Dates-Valid
               DISPLAY "DATES NOT CHANGED - RE-KEY THE DATES."
           ELSE
               PERFORM 1400-MOVE-DATES
               REWRITE TermCalRec
                   INVALID KEY
                       DISPLAY "COULD NOT CHANGE TERM " WS-Term
                   NOT INVALID KEY
                       MOVE "CHANGE" TO AU-Action
                       PERFORM 1600-AUDIT-DATES
               END-REWRITE
           END-IF
       END-IF.

       4000-CLOSE-TERM.
       PERFORM 1100-GET-TERM.
       READ TermCalFile
           INVALID KEY
               DISPLAY "TERM " WS-Term " NOT ON FILE"
           NOT INVALID KEY PERFORM 4100-REWRITE-CLOSED
       END-READ.

       4100-REWRITE-CLOSED.
       IF TC-Is-Closed
           DISPLAY "TERM " WS-Term " ALREADY CLOSED " TC-Closed-Date
       ELSE
           MOVE "Y"         TO TC-Closed
           MOVE WS-Run-Date TO TC-Closed-Date
           REWRITE TermCalRec
               INVALID KEY
                   DISPLAY "COULD NOT CLOSE TERM " WS-Term
               NOT INVALID KEY
                   DISPLAY "TERM " WS-Term " CLOSED - GRADES LOCKED"
                   MOVE "CLOSE"   TO AU-Action
                   MOVE WS-Term   TO AU-Key
                   MOVE "GRADES LOCKED" TO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-REWRITE
       END-IF.

       5000-REOPEN-TERM.
       PERFORM 1100-GET-TERM.
       READ TermCalFile
           INVALID KEY
               DISPLAY "TERM " WS-Term " NOT ON FILE"
           NOT INVALID KEY PERFORM 5100-REWRITE-OPEN
       END-READ.

       5100-REWRITE-OPEN.
       IF NOT TC-Is-Closed
           DISPLAY "TERM " WS-Term " IS NOT CLOSED"
       ELSE
           MOVE "N"  TO TC-Closed
           MOVE ZERO TO TC-Closed-Date
           REWRITE TermCalRec
               INVALID KEY
                   DISPLAY "COULD NOT REOPEN TERM " WS-Term
               NOT INVALID KEY
                   MOVE "REOPEN"  TO AU-Action
                   MOVE WS-Term   TO AU-Key
                   MOVE "GRADES UNLOCKED" TO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-REWRITE
       END-IF.

       6000-LIST-TERMS.
       MOVE ZERO TO WS-Term-Count.
       MOVE "N" TO WS-Term-Cal-EOF.
       MOVE LOW-VALUES TO TC-Term.
       START TermCalFile KEY NOT < TC-Term
           INVALID KEY SET Term-Cal-EOF TO TRUE
       END-START.
       IF NOT Term-Cal-EOF
           PERFORM 6100-READ-NEXT-TERM
       END-IF.
       PERFORM UNTIL Term-Cal-EOF
           ADD 1 TO WS-Term-Count
           PERFORM 1500-SHOW-TERM
           PERFORM 6100-READ-NEXT-TERM
       END-PERFORM.
       IF WS-Term-Count = ZERO
           DISPLAY "  (NO TERMS ON FILE)"
       END-IF.

       6100-READ-NEXT-TERM.
       READ TermCalFile NEXT RECORD
           AT END SET Term-Cal-EOF TO TRUE
       END-READ.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
