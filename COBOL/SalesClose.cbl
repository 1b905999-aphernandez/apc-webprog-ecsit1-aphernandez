       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SalesClose.
       AUTHOR.  Michael Coughlan.

      * End-of-day close for the sales side, on the RunControl model -
      * runs EditTickets, AromaSalesRpt01, SalesJournal, SalesPost,
      * SalesHistUpd, TillRecon, StockDeplete, RefundRpt and
      * CustLedgUpd in sequence against the day's SALESTKT.DAT,
      * checking each step's RETURN-CODE before letting the next one
      * run, and stops with a message naming the failed step. Once every
      * step is through, the ticket file is rolled to dated archives
      * - each trading date's tickets to their own SALESTKT.Dyyyymmdd,
      * so TicketEntry and RefundRpt find a sale under the date it
      * was made - and emptied, so the next trading day starts on an
      * empty file instead of the ticket file growing for ever.
      * The close is restartable - SALESSTATE.DAT records which steps
      * have completed for the current close, so a rerun after a
      * failure resumes from the first incomplete step instead of
      * from the top. Before a fresh close starts, every trading date
      * on the ticket file is looked for on SALESHIST.DAT and the
      * close is refused if any is already there, so a day can never
      * be posted into the sales history twice; SalesHistUpd makes
      * the same check for itself when run by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TicketFile ASSIGN TO "SALESTKT.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Ticket-Status.

       SELECT SalesHistFile ASSIGN TO "SALESHIST.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Sales-Hist-Status.

       SELECT PostFile ASSIGN TO "SALESPOST.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Post-Status.

       SELECT ArchiveFile ASSIGN TO DYNAMIC WS-Archive-Filename
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Archive-Status.

       SELECT StockCtlFile ASSIGN TO "STOCKCTL.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Stock-Ctl-Status.

       SELECT CloseStateFile ASSIGN TO "SALESSTATE.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Close-State-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TicketFile.
       COPY SALESTKT REPLACING ==:REC-NAME:== BY ==TicketRec==
                               ==:PFX:==      BY ==TKT-==.

       FD SalesHistFile.
       01 SalesHistRec.
        02 SH-TRANS-DATE    PIC 9(8).
        02 SH-OIL-CODE      PIC 9(2).
        02 SH-QUANTITY      PIC 9(7).
        02 SH-REVENUE       PIC 9(9)V99.
        02 FILLER           PIC X(26).

       FD PostFile.
       01 PostRec.
        02 PR-Rec-Type      PIC X(1).
        02 FILLER           PIC X(62).

       FD ArchiveFile.
       01 ArchiveLine        PIC X(33).

       FD StockCtlFile.
       01 StockCtlRec.
        02 SC-Tickets-Depleted PIC 9(7).
        02 SC-Last-Run-Date    PIC 9(8).

       FD CloseStateFile.
       01 CloseStateRec.
        02 CS-Close-Date         PIC 9(8).
        02 CS-Step-Flags         PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-Ticket-Status          PIC X(2).
         88 Ticket-Status-OK         VALUE "00".
         88 Ticket-Not-Found         VALUE "35".

       01  WS-Sales-Hist-Status      PIC X(2).
         88 Sales-Hist-Status-OK     VALUE "00".
         88 Sales-Hist-Not-Found     VALUE "35".

       01  WS-Post-Status            PIC X(2).
         88 Post-Status-OK           VALUE "00".

       01  WS-Archive-Status         PIC X(2).
         88 Archive-Status-OK        VALUE "00".

       01  WS-Stock-Ctl-Status       PIC X(2).
         88 Stock-Ctl-Status-OK      VALUE "00".

       01  WS-Close-State-Status     PIC X(2).
         88 Close-State-Status-OK    VALUE "00".
         88 Close-State-Not-Found    VALUE "35".

       01  WS-Ctrl-EOF-Switch        PIC X(1) VALUE "N".
         88 Ctrl-EOF                 VALUE "Y".

       01  WS-Date-Found-Switch      PIC X(1) VALUE "N".
         88 Date-Found               VALUE "Y".

       01  WS-Record-Count           PIC 9(7) VALUE ZERO.
       01  WS-Archived-Count         PIC 9(7) VALUE ZERO.
       01  WS-Step-Return-Code       PIC S9(4) COMP VALUE ZERO.
       01  WS-Last-Post-Type         PIC X(1).

      * Mirror of SALESSTATE.DAT - the trading date being closed and
      * one flag per step of the close, "Y" once that step has
      * completed.
       01  WS-Close-State.
           02 WS-Close-Date         PIC 9(8).
           02 WS-Step-Flag-Group.
              03 WS-Step-Done       PIC X(1) OCCURS 10 TIMES.

       01  WS-This-Step              PIC 9(2).

      * The distinct trading dates on the ticket file, for the check
      * against SALESHIST.DAT before a fresh close starts.
       01  WS-Ticket-Date-Table.
           02 WS-Ticket-Date-Count  PIC 9(3) COMP VALUE ZERO.
           02 WS-Ticket-Date OCCURS 1 TO 100 TIMES
                DEPENDING ON WS-Ticket-Date-Count
                                    PIC 9(8).
       01  WS-Ticket-Date-Idx        PIC 9(3).
       01  WS-Posted-Date-Count      PIC 9(3) VALUE ZERO.

       01  WS-Run-Date               PIC 9(8).
       01  WS-Archive-Filename       PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0400-RESTORE-CLOSE-STATE.
       IF WS-Step-Flag-Group = "NNNNNNNNNN"
           PERFORM 0600-GUARD-AGAINST-REPOST
       END-IF.
       PERFORM 0801-STEP-EDITTICKETS.
       PERFORM 0802-STEP-REGISTER.
       PERFORM 0803-STEP-JOURNAL.
       PERFORM 0804-STEP-SALESPOST.
       PERFORM 0805-STEP-SALESHISTUPD.
       PERFORM 0806-STEP-TILLRECON.
       PERFORM 0807-STEP-STOCKDEPLETE.
       PERFORM 0808-STEP-REFUNDRPT.
       PERFORM 0809-STEP-CUSTLEDGUPD.
       PERFORM 0810-STEP-ROLL-TICKETS.
       DISPLAY "SALESCLOSE - TRADING DATE " WS-Close-Date
           " CLOSED - ALL STEPS COMPLETED SUCCESSFULLY".
       STOP RUN.

       0400-RESTORE-CLOSE-STATE.
       OPEN INPUT CloseStateFile.
       IF Close-State-Not-Found
           CLOSE CloseStateFile
           PERFORM 0410-INIT-FRESH-STATE
       ELSE
           READ CloseStateFile
               AT END PERFORM 0410-INIT-FRESH-STATE
               NOT AT END MOVE CloseStateRec TO WS-Close-State
           END-READ
           CLOSE CloseStateFile
           PERFORM 0420-CONVERT-EIGHT-STEP-STATE
           PERFORM 0430-CONVERT-NINE-STEP-STATE
           IF WS-Step-Flag-Group = "YYYYYYYYYY"
               PERFORM 0410-INIT-FRESH-STATE
               DISPLAY "SALESCLOSE - PREVIOUS CLOSE COMPLETE - "
                   "STARTING CLOSE OF " WS-Close-Date
           ELSE
               IF WS-Step-Flag-Group NOT = "NNNNNNNNNN"
                   DISPLAY "SALESCLOSE - RESUMING CLOSE OF "
                       WS-Close-Date " FROM FIRST INCOMPLETE STEP"
               END-IF
           END-IF
       END-IF.

       0410-INIT-FRESH-STATE.
       MOVE WS-Run-Date TO WS-Close-Date.
       MOVE ALL "N" TO WS-Step-Flag-Group.

      * A state record written before the refunds listing became step
      * 8 has only eight flags, the last being the ticket roll - that
      * flag moves to step 9 so a completed close is not rolled again.
       0420-CONVERT-EIGHT-STEP-STATE.
       IF WS-Step-Done (9) = SPACE
           MOVE WS-Step-Done (8) TO WS-Step-Done (9)
       END-IF.

      * Likewise a record written before the ledger update became
      * step 9 has nine flags, the ticket roll last - that flag moves
      * to step 10, and a close whose tickets were already rolled
      * away has nothing left for the ledger update to post.
       0430-CONVERT-NINE-STEP-STATE.
       IF WS-Step-Done (10) = SPACE
           MOVE WS-Step-Done (9) TO WS-Step-Done (10)
       END-IF.

       0450-MARK-STEP-DONE.
       MOVE "Y" TO WS-Step-Done (WS-This-Step).
       PERFORM 0460-SAVE-CLOSE-STATE.

      * If the state record cannot be written the close is not safely
      * restartable, so the run stops rather than risk a later rerun
      * posting the day's history a second time.
       0460-SAVE-CLOSE-STATE.
       OPEN OUTPUT CloseStateFile.
       IF NOT Close-State-Status-OK
           DISPLAY "SALESCLOSE - COULD NOT WRITE SALESSTATE.DAT - "
               "STATUS " WS-Close-State-Status
           PERFORM 9000-ABORT-RUN
       END-IF.
       MOVE WS-Close-State TO CloseStateRec.
       WRITE CloseStateRec.
       CLOSE CloseStateFile.

      * A fresh close must have tickets to close, and none of their
      * trading dates may already be on SALESHIST.DAT - stopping here,
      * before the register runs, leaves nothing half-closed.
       0600-GUARD-AGAINST-REPOST.
       PERFORM 0610-LOAD-TICKET-DATES.
       IF WS-Record-Count = ZERO
           DISPLAY "SALESCLOSE - SALESTKT.DAT HAS NO TICKETS - "
               "NOTHING TO CLOSE"
           PERFORM 9000-ABORT-RUN
       END-IF.
       PERFORM 0650-CHECK-HISTORY-DATES.
       IF WS-Posted-Date-Count > ZERO
           DISPLAY "SALESCLOSE - " WS-Posted-Date-Count
               " TRADING DATE(S) ON SALESTKT.DAT ALREADY POSTED TO "
               "SALESHIST.DAT"
           DISPLAY "SALESCLOSE - REFUSING TO POST A DAY TWICE - "
               "CORRECT THE TICKET DATES BEFORE RERUNNING"
           PERFORM 9000-ABORT-RUN
       END-IF.

       0610-LOAD-TICKET-DATES.
       MOVE ZERO TO WS-Record-Count.
       MOVE "N" TO WS-Ctrl-EOF-Switch.
       OPEN INPUT TicketFile.
       IF Ticket-Not-Found
           CLOSE TicketFile
       ELSE
           IF NOT Ticket-Status-OK
               DISPLAY "SALESCLOSE - COULD NOT OPEN SALESTKT.DAT - "
                   "STATUS " WS-Ticket-Status
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL Ctrl-EOF
               READ TicketFile
                   AT END SET Ctrl-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Record-Count
                       PERFORM 0620-NOTE-TICKET-DATE
               END-READ
           END-PERFORM
           CLOSE TicketFile
       END-IF.

       0620-NOTE-TICKET-DATE.
       MOVE "N" TO WS-Date-Found-Switch.
       PERFORM 0630-MATCH-TICKET-DATE
           VARYING WS-Ticket-Date-Idx FROM 1 BY 1
           UNTIL WS-Ticket-Date-Idx > WS-Ticket-Date-Count
              OR Date-Found.
       IF NOT Date-Found
           IF WS-Ticket-Date-Count >= 100
               DISPLAY "SALESCLOSE - MORE THAN 100 TRADING DATES ON "
                   "SALESTKT.DAT - DATE TABLE FULL"
               PERFORM 9000-ABORT-RUN
           END-IF
           ADD 1 TO WS-Ticket-Date-Count
           MOVE TKT-TRANS-DATE TO WS-Ticket-Date (WS-Ticket-Date-Count)
       END-IF.

       0630-MATCH-TICKET-DATE.
       IF WS-Ticket-Date (WS-Ticket-Date-Idx) = TKT-TRANS-DATE
           SET Date-Found TO TRUE
       END-IF.

      * A trading date is reported once however many oils it has on
      * the history - it is removed from the table when first found.
       0650-CHECK-HISTORY-DATES.
       MOVE ZERO TO WS-Posted-Date-Count.
       MOVE "N" TO WS-Ctrl-EOF-Switch.
       OPEN INPUT SalesHistFile.
       IF Sales-Hist-Not-Found
           CLOSE SalesHistFile
       ELSE
           IF NOT Sales-Hist-Status-OK
               DISPLAY "SALESCLOSE - COULD NOT OPEN SALESHIST.DAT - "
                   "STATUS " WS-Sales-Hist-Status
               PERFORM 9000-ABORT-RUN
           END-IF
           PERFORM UNTIL Ctrl-EOF
               READ SalesHistFile
                   AT END SET Ctrl-EOF TO TRUE
                   NOT AT END
                       PERFORM 0660-MATCH-HISTORY-DATE
                           VARYING WS-Ticket-Date-Idx FROM 1 BY 1
                           UNTIL WS-Ticket-Date-Idx >
                                 WS-Ticket-Date-Count
               END-READ
           END-PERFORM
           CLOSE SalesHistFile
       END-IF.

       0660-MATCH-HISTORY-DATE.
       IF WS-Ticket-Date (WS-Ticket-Date-Idx) = SH-TRANS-DATE
           DISPLAY "SALESCLOSE - TRADING DATE " SH-TRANS-DATE
               " IS ALREADY ON SALESHIST.DAT"
           ADD 1 TO WS-Posted-Date-Count
           MOVE ZERO TO WS-Ticket-Date (WS-Ticket-Date-Idx)
       END-IF.

       0801-STEP-EDITTICKETS.
       IF WS-Step-Done (1) = "Y"
           DISPLAY "SALESCLOSE - STEP 1 EDITTICKETS ALREADY DONE - "
               "SKIPPED"
       ELSE
           PERFORM 1000-RUN-EDITTICKETS
           MOVE 1 TO WS-This-Step
           PERFORM 0450-MARK-STEP-DONE
       END-IF.

       0802-STEP-REGISTER.
       IF WS-Step-Done (2) = "Y"
           DISPLAY "SALESCLOSE - STEP 2 AROMASALESRPT01 ALREADY DONE - "
               "SKIPPED"
       ELSE
           PERFORM 1200-RUN-REGISTER
           MOVE 2 TO WS-This-Step
           PERFORM 0450-MARK-STEP-DONE
       END-IF.

       0803-STEP-JOURNAL.
       IF WS-Step-Done (3) = "Y"
           DISPLAY "SALESCLOSE - STEP 3 SALESJOURNAL ALREADY DONE - "
               "SKIPPED"
       ELSE
           PERFORM 1300-RUN-JOURNAL
           MOVE 3 TO WS-This-Step
           PERFORM 0450-MARK-STEP-DONE
       END-IF.

       0804-STEP-SALESPOST.
       IF WS-Step-Done (4) = "Y"
           DISPLAY "SALESCLOSE - STEP 4 SALESPOST ALREADY DONE - "
               "SKIPPED"
       ELSE
           PERFORM 1400-RUN-SALESPOST
           MOVE 4 TO WS-This-Step
           PERFORM 0450-MARK-STEP-DONE
       END-IF.

       0805-STEP-SALESHISTUPD.
       IF WS-Step-Done (5) = "Y"
           DISPLAY "SALESCLOSE - STEP 5 SALESHISTUPD ALREADY DONE - "
               "SKIPPED"
       ELSE
           PERFORM 1500-RUN-SALESHISTUPD
           MOVE 5 TO WS-This-Step
           PERFORM 0450-MARK-STEP-DONE
       END-IF.

       0806-STEP-TILLRECON.
       IF WS-Step-Done (6) = "Y"
           DISPLAY "SALESCLOSE - STEP 6 TILLRECON ALREADY DONE - "
               "SKIPPED"
       ELSE
           PERFORM 1600-RUN-TILLRECON
           MOVE 6 TO WS-This-Step
           PERFORM 0450-MARK-STEP-DONE
       END-IF.

       0807-STEP-STOCKDEPLETE.
       IF WS-Step-Done (7) = "Y"
           DISPLAY "SALESCLOSE - STEP 7 STOCKDEPLETE ALREADY DONE - "
               "SKIPPED"
       ELSE
           PERFORM 1700-RUN-STOCKDEPLETE
           MOVE 7 TO WS-This-Step
           PERFORM 0450-MARK-STEP-DONE
       END-IF.

       0808-STEP-REFUNDRPT.
       IF WS-Step-Done (8) = "Y"
           DISPLAY "SALESCLOSE - STEP 8 REFUNDRPT ALREADY DONE - "
               "SKIPPED"
       ELSE
           PERFORM 1800-RUN-REFUNDRPT
           MOVE 8 TO WS-This-Step
           PERFORM 0450-MARK-STEP-DONE
       END-IF.

       0809-STEP-CUSTLEDGUPD.
       IF WS-Step-Done (9) = "Y"
           DISPLAY "SALESCLOSE - STEP 9 CUSTLEDGUPD ALREADY DONE - "
               "SKIPPED"
       ELSE
           PERFORM 1900-RUN-CUSTLEDGUPD
           MOVE 9 TO WS-This-Step
           PERFORM 0450-MARK-STEP-DONE
       END-IF.

       0810-STEP-ROLL-TICKETS.
       IF WS-Step-Done (10) = "Y"
           DISPLAY "SALESCLOSE - TICKET ROLL ALREADY DONE - SKIPPED"
       ELSE
           PERFORM 2000-ROLL-TICKET-FILE
           MOVE 10 TO WS-This-Step
           PERFORM 0450-MARK-STEP-DONE
       END-IF.

      * Only a ticket whose oil code fails the edit is skipped by
      * every later step - that is listed and flags the close in the
      * run log (return code 2) without stopping it. Any other
      * failure (ticket type, original sale, tax rate, account or
      * quantity) would be posted as it stands by the later steps, so
      * EditTickets returns 3 and the close stops here, before
      * anything is posted, for SALESTKT.DAT to be corrected.
       1000-RUN-EDITTICKETS.
       DISPLAY "SALESCLOSE - STEP 1 EDITTICKETS - STARTING".
       MOVE ZERO TO RETURN-CODE.
       CALL "EditTickets".
       MOVE RETURN-CODE TO WS-Step-Return-Code.
       MOVE ZERO TO RETURN-CODE.
       IF WS-Step-Return-Code = 1
           DISPLAY "SALESCLOSE - STEP 1 EDITTICKETS FAILED - "
               "RETURN CODE " WS-Step-Return-Code
           PERFORM 9000-ABORT-RUN
       END-IF.
       IF WS-Step-Return-Code = 3
           DISPLAY "SALESCLOSE - STEP 1 EDITTICKETS FOUND TICKETS "
               "THAT CANNOT BE POSTED - SEE TKTEXCP.PRT"
           DISPLAY "SALESCLOSE - CORRECT SALESTKT.DAT AND RERUN"
           PERFORM 9000-ABORT-RUN
       END-IF.
       IF WS-Step-Return-Code NOT = ZERO
           DISPLAY "SALESCLOSE - STEP 1 EDITTICKETS FOUND BAD "
               "TICKETS - SEE TKTEXCP.PRT"
       ELSE
           DISPLAY "SALESCLOSE - STEP 1 EDITTICKETS OK"
       END-IF.

       1200-RUN-REGISTER.
       DISPLAY "SALESCLOSE - STEP 2 AROMASALESRPT01 - STARTING".
       MOVE ZERO TO RETURN-CODE.
       CALL "AromaSalesRpt01".
       MOVE RETURN-CODE TO WS-Step-Return-Code.
       MOVE ZERO TO RETURN-CODE.
       IF WS-Step-Return-Code NOT = ZERO
           DISPLAY "SALESCLOSE - STEP 2 AROMASALESRPT01 FAILED - "
               "RETURN CODE " WS-Step-Return-Code
           PERFORM 9000-ABORT-RUN
       END-IF.
       DISPLAY "SALESCLOSE - STEP 2 AROMASALESRPT01 OK - "
           "SEE SALESREG.PRT".

       1300-RUN-JOURNAL.
       DISPLAY "SALESCLOSE - STEP 3 SALESJOURNAL - STARTING".
       MOVE ZERO TO RETURN-CODE.
       CALL "SalesJournal".
       MOVE RETURN-CODE TO WS-Step-Return-Code.
       MOVE ZERO TO RETURN-CODE.
       IF WS-Step-Return-Code NOT = ZERO
           DISPLAY "SALESCLOSE - STEP 3 SALESJOURNAL FAILED - "
               "RETURN CODE " WS-Step-Return-Code
           PERFORM 9000-ABORT-RUN
       END-IF.
       DISPLAY "SALESCLOSE - STEP 3 SALESJOURNAL OK - "
           "SEE SALESJRN.PRT".

      * The extract is only any use to the bookkeeper with its batch
      * trailer on the end, so the step is failed without one.
       1400-RUN-SALESPOST.
       DISPLAY "SALESCLOSE - STEP 4 SALESPOST - STARTING".
       MOVE ZERO TO RETURN-CODE.
       CALL "SalesPost".
       MOVE RETURN-CODE TO WS-Step-Return-Code.
       MOVE ZERO TO RETURN-CODE.
       IF WS-Step-Return-Code NOT = ZERO
           DISPLAY "SALESCLOSE - STEP 4 SALESPOST FAILED - "
               "RETURN CODE " WS-Step-Return-Code
           PERFORM 9000-ABORT-RUN
       END-IF.
       PERFORM 1410-CHECK-POST-TRAILER.
       IF WS-Last-Post-Type NOT = "T"
           DISPLAY "SALESCLOSE - STEP 4 SALESPOST FAILED - "
               "SALESPOST.DAT HAS NO BATCH TRAILER"
           PERFORM 9000-ABORT-RUN
       END-IF.
       DISPLAY "SALESCLOSE - STEP 4 SALESPOST OK - "
           WS-Record-Count " RECORD(S) IN SALESPOST.DAT".

       1410-CHECK-POST-TRAILER.
       MOVE ZERO TO WS-Record-Count.
       MOVE SPACE TO WS-Last-Post-Type.
       MOVE "N" TO WS-Ctrl-EOF-Switch.
       OPEN INPUT PostFile.
       IF NOT Post-Status-OK
           DISPLAY "SALESCLOSE - COULD NOT OPEN SALESPOST.DAT - "
               "STATUS " WS-Post-Status
           PERFORM 9000-ABORT-RUN
       END-IF.
       PERFORM UNTIL Ctrl-EOF
           READ PostFile
               AT END SET Ctrl-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Record-Count
                   MOVE PR-Rec-Type TO WS-Last-Post-Type
           END-READ
       END-PERFORM.
       CLOSE PostFile.

       1500-RUN-SALESHISTUPD.
       DISPLAY "SALESCLOSE - STEP 5 SALESHISTUPD - STARTING".
       MOVE ZERO TO RETURN-CODE.
       CALL "SalesHistUpd".
       MOVE RETURN-CODE TO WS-Step-Return-Code.
       MOVE ZERO TO RETURN-CODE.
       IF WS-Step-Return-Code NOT = ZERO
           DISPLAY "SALESCLOSE - STEP 5 SALESHISTUPD FAILED - "
               "RETURN CODE " WS-Step-Return-Code
           PERFORM 9000-ABORT-RUN
       END-IF.
       DISPLAY "SALESCLOSE - STEP 5 SALESHISTUPD OK".

       1600-RUN-TILLRECON.
       DISPLAY "SALESCLOSE - STEP 6 TILLRECON - STARTING".
       MOVE ZERO TO RETURN-CODE.
       CALL "TillRecon".
       MOVE RETURN-CODE TO WS-Step-Return-Code.
       MOVE ZERO TO RETURN-CODE.
       IF WS-Step-Return-Code NOT = ZERO
           DISPLAY "SALESCLOSE - STEP 6 TILLRECON FAILED - "
               "RETURN CODE " WS-Step-Return-Code
           PERFORM 9000-ABORT-RUN
       END-IF.
       DISPLAY "SALESCLOSE - STEP 6 TILLRECON OK - "
           "SEE TILLRECON.PRT".

       1700-RUN-STOCKDEPLETE.
       DISPLAY "SALESCLOSE - STEP 7 STOCKDEPLETE - STARTING".
       MOVE ZERO TO RETURN-CODE.
       CALL "StockDeplete".
       MOVE RETURN-CODE TO WS-Step-Return-Code.
       MOVE ZERO TO RETURN-CODE.
       IF WS-Step-Return-Code NOT = ZERO
           DISPLAY "SALESCLOSE - STEP 7 STOCKDEPLETE FAILED - "
               "RETURN CODE " WS-Step-Return-Code
           PERFORM 9000-ABORT-RUN
       END-IF.
       DISPLAY "SALESCLOSE - STEP 7 STOCKDEPLETE OK".

       1800-RUN-REFUNDRPT.
       DISPLAY "SALESCLOSE - STEP 8 REFUNDRPT - STARTING".
       MOVE ZERO TO RETURN-CODE.
       CALL "RefundRpt".
       MOVE RETURN-CODE TO WS-Step-Return-Code.
       MOVE ZERO TO RETURN-CODE.
       IF WS-Step-Return-Code NOT = ZERO
           DISPLAY "SALESCLOSE - STEP 8 REFUNDRPT FAILED - "
               "RETURN CODE " WS-Step-Return-Code
           PERFORM 9000-ABORT-RUN
       END-IF.
       DISPLAY "SALESCLOSE - STEP 8 REFUNDRPT OK - "
           "SEE REFUNDS.PRT".

       1900-RUN-CUSTLEDGUPD.
       DISPLAY "SALESCLOSE - STEP 9 CUSTLEDGUPD - STARTING".
       MOVE ZERO TO RETURN-CODE.
       CALL "CustLedgUpd".
       MOVE RETURN-CODE TO WS-Step-Return-Code.
       MOVE ZERO TO RETURN-CODE.
       IF WS-Step-Return-Code NOT = ZERO
           DISPLAY "SALESCLOSE - STEP 9 CUSTLEDGUPD FAILED - "
               "RETURN CODE " WS-Step-Return-Code
           PERFORM 9000-ABORT-RUN
       END-IF.
       DISPLAY "SALESCLOSE - STEP 9 CUSTLEDGUPD OK".

      * Each trading date's tickets are copied to that date's own
      * SALESTKT.Dyyyymmdd - a close run after midnight, or of a file
      * holding several days, still files every sale under the date
      * it was made - and SALESTKT.DAT is emptied for the next
      * trading day. A date's archive is written afresh each time, so
      * a roll rerun after a failure rewrites it rather than copying
      * the same tickets into it twice.
      * StockDeplete's count of tickets already taken off stock goes
      * back to zero with the file, or tomorrow's first tickets
      * would be skipped.
       2000-ROLL-TICKET-FILE.
       MOVE ZERO TO WS-Ticket-Date-Count
                    WS-Archived-Count.
       PERFORM 0610-LOAD-TICKET-DATES.
       PERFORM 2100-ARCHIVE-ONE-DATE
           VARYING WS-Ticket-Date-Idx FROM 1 BY 1
           UNTIL WS-Ticket-Date-Idx > WS-Ticket-Date-Count.
       DISPLAY "SALESCLOSE - ARCHIVED " WS-Archived-Count
           " TICKET(S) UNDER " WS-Ticket-Date-Count
           " TRADING DATE(S)".
       OPEN OUTPUT TicketFile.
       IF NOT Ticket-Status-OK
           DISPLAY "SALESCLOSE - COULD NOT EMPTY SALESTKT.DAT - "
               "STATUS " WS-Ticket-Status
           PERFORM 9000-ABORT-RUN
       END-IF.
       CLOSE TicketFile.
       OPEN OUTPUT StockCtlFile.
       IF NOT Stock-Ctl-Status-OK
           DISPLAY "SALESCLOSE - COULD NOT RESET STOCKCTL.DAT - "
               "STATUS " WS-Stock-Ctl-Status
           PERFORM 9000-ABORT-RUN
       END-IF.
       MOVE ZERO        TO SC-Tickets-Depleted.
       MOVE WS-Run-Date TO SC-Last-Run-Date.
       WRITE StockCtlRec.
       CLOSE StockCtlFile.
       DISPLAY "SALESCLOSE - SALESTKT.DAT EMPTIED FOR THE NEXT "
           "TRADING DAY".

       2100-ARCHIVE-ONE-DATE.
       MOVE SPACES TO WS-Archive-Filename.
       STRING "SALESTKT.D" WS-Ticket-Date (WS-Ticket-Date-Idx)
           DELIMITED BY SIZE INTO WS-Archive-Filename.
       OPEN OUTPUT ArchiveFile.
       IF NOT Archive-Status-OK
           DISPLAY "SALESCLOSE - COULD NOT OPEN ARCHIVE FILE "
               WS-Archive-Filename " - STATUS " WS-Archive-Status
           PERFORM 9000-ABORT-RUN
       END-IF.
       MOVE "N" TO WS-Ctrl-EOF-Switch.
       OPEN INPUT TicketFile.
       IF NOT Ticket-Status-OK
           DISPLAY "SALESCLOSE - COULD NOT OPEN SALESTKT.DAT - "
               "STATUS " WS-Ticket-Status
           CLOSE ArchiveFile
           PERFORM 9000-ABORT-RUN
       END-IF.
       PERFORM UNTIL Ctrl-EOF
           READ TicketFile
               AT END SET Ctrl-EOF TO TRUE
               NOT AT END
                   IF TKT-TRANS-DATE =
                      WS-Ticket-Date (WS-Ticket-Date-Idx)
                       MOVE TicketRec TO ArchiveLine
                       WRITE ArchiveLine
                       ADD 1 TO WS-Archived-Count
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE TicketFile
             ArchiveFile.
       DISPLAY "SALESCLOSE - TICKETS FOR "
           WS-Ticket-Date (WS-Ticket-Date-Idx) " ADDED TO "
           WS-Archive-Filename.

       9000-ABORT-RUN.
       DISPLAY "SALESCLOSE - CLOSE OF " WS-Close-Date " ABORTED".
       MOVE 1 TO RETURN-CODE.
       STOP RUN.
