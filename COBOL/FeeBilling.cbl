       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FeeBilling.
       AUTHOR.  Michael Coughlan.

      * Fee billing run - reads every registration on REGISTR.DAT and
      * raises a charge on the student fee ledger FEELEDG.DAT for each
      * one not billed before, at the fee on FEESCHED.DAT for its
      * course and term. Each registration billed is recorded on
      * FEEBILL.DAT under its RG-Key, so the run can be repeated as
      * often as wanted - a registration is charged once, on the
      * first run after it is keyed. A registration with no fee on
      * the schedule is listed as an exception and left unbilled; it
      * is picked up by the first run after FeeMaint sets the fee,
      * and the run ends with RETURN-CODE 2 as a warning. A fee set
      * at zero is recorded as billed with no charge raised. The
      * billing register (FEEBILL.PRT) lists each charge raised and
      * each exception, with control totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RegFile ASSIGN TO "REGISTR.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS RG-Key
	     FILE STATUS IS WS-Reg-Status.

       SELECT FeeSchedFile ASSIGN TO "FEESCHED.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS FS-Key
	     FILE STATUS IS WS-Fee-Sched-Status.

       SELECT FeeBillFile ASSIGN TO "FEEBILL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS FB-Key
	     FILE STATUS IS WS-Fee-Bill-Status.

       SELECT FeeLedgFile ASSIGN TO "FEELEDG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Fee-Ledg-Status.

       SELECT BillRptFile ASSIGN TO "FEEBILL.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RegFile.
       COPY REGISTRN REPLACING ==:REC-NAME:== BY ==RegRec==
                               ==:PFX:==      BY ==RG-==.

       FD FeeSchedFile.
       COPY FEESCHED REPLACING ==:REC-NAME:== BY ==FeeSchedRec==
                               ==:PFX:==      BY ==FS-==.

       FD FeeBillFile.
       COPY FEEBILL REPLACING ==:REC-NAME:== BY ==FeeBillRec==
                              ==:PFX:==      BY ==FB-==.

       FD FeeLedgFile.
       COPY FEELEDG REPLACING ==:REC-NAME:== BY ==FeeLedgRec==
                              ==:PFX:==      BY ==FL-==.

       FD BillRptFile.
       01 BillRptLine       PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-Reg-Status             PIC X(2).
         88 Reg-Status-OK            VALUE "00".

       01  WS-Fee-Sched-Status       PIC X(2).
         88 Fee-Sched-Status-OK      VALUE "00".

       01  WS-Fee-Bill-Status        PIC X(2).
         88 Fee-Bill-Status-OK       VALUE "00".

       01  WS-Fee-Ledg-Status        PIC X(2).
         88 Fee-Ledg-Status-OK       VALUE "00".
         88 Fee-Ledg-Not-Found       VALUE "35".

       01  WS-Switches.
           02 WS-Reg-EOF        PIC X(1) VALUE "N".
             88 Reg-EOF         VALUE "Y".
           02 WS-Already-Billed PIC X(1) VALUE "N".
             88 Already-Billed  VALUE "Y".

       01  WS-Run-Date               PIC 9(8).

       01  WS-Counters.
           02 WS-Read-Count          PIC 9(7) VALUE ZERO.
           02 WS-Prior-Billed-Count  PIC 9(7) VALUE ZERO.
           02 WS-Billed-Count        PIC 9(7) VALUE ZERO.
           02 WS-No-Charge-Count     PIC 9(7) VALUE ZERO.
           02 WS-No-Fee-Count        PIC 9(7) VALUE ZERO.
       01  WS-Total-Charged          PIC 9(9)V99 VALUE ZERO.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(30)
              VALUE "FEE BILLING REGISTER RUN ".
           02 HL-Run-Date       PIC 9(8).
           02 FILLER            PIC X(42) VALUE SPACES.

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(80) VALUE
              "STUDID   COURSE TERM    REG DATE       FEE  NOTE".

       01  WS-Detail-Line.
           02 DL-StudId         PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Course         PIC X(4).
           02 FILLER            PIC X(3)  VALUE SPACES.
           02 DL-Term           PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Reg-Date       PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Fee            PIC ZZZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Note           PIC X(36).

       01  WS-Total-Line-1.
           02 FILLER            PIC X(32)
              VALUE "REGISTRATIONS READ             ".
           02 TL-Read-Count     PIC Z(6)9.
           02 FILLER            PIC X(41) VALUE SPACES.

       01  WS-Total-Line-2.
           02 FILLER            PIC X(32)
              VALUE "BILLED ON EARLIER RUNS         ".
           02 TL-Prior-Count    PIC Z(6)9.
           02 FILLER            PIC X(41) VALUE SPACES.

       01  WS-Total-Line-3.
           02 FILLER            PIC X(32)
              VALUE "BILLED THIS RUN                ".
           02 TL-Billed-Count   PIC Z(6)9.
           02 FILLER            PIC X(6)  VALUE SPACES.
           02 FILLER            PIC X(14) VALUE "TOTAL CHARGED ".
           02 TL-Total-Charged  PIC ZZZZZZZZ9.99.
           02 FILLER            PIC X(9)  VALUE SPACES.

       01  WS-Total-Line-4.
           02 FILLER            PIC X(32)
              VALUE "  OF WHICH AT A ZERO FEE       ".
           02 TL-No-Charge      PIC Z(6)9.
           02 FILLER            PIC X(41) VALUE SPACES.

       01  WS-Total-Line-5.
           02 FILLER            PIC X(32)
              VALUE "NOT BILLED - NO FEE ON FILE    ".
           02 TL-No-Fee-Count   PIC Z(6)9.
           02 FILLER            PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0500-OPEN-FILES.
       OPEN OUTPUT BillRptFile.
       MOVE WS-Run-Date TO HL-Run-Date.
       WRITE BillRptLine FROM WS-Heading-Line-1.
       WRITE BillRptLine FROM WS-Heading-Line-2.
       PERFORM 1100-READ-REGISTRATION.
       PERFORM UNTIL Reg-EOF
           ADD 1 TO WS-Read-Count
           PERFORM 2000-BILL-REGISTRATION
           PERFORM 1100-READ-REGISTRATION
       END-PERFORM.
       MOVE WS-Read-Count        TO TL-Read-Count.
       MOVE WS-Prior-Billed-Count TO TL-Prior-Count.
       MOVE WS-Billed-Count      TO TL-Billed-Count.
       MOVE WS-Total-Charged     TO TL-Total-Charged.
       MOVE WS-No-Charge-Count   TO TL-No-Charge.
       MOVE WS-No-Fee-Count      TO TL-No-Fee-Count.
       WRITE BillRptLine FROM WS-Total-Line-1.
       WRITE BillRptLine FROM WS-Total-Line-2.
       WRITE BillRptLine FROM WS-Total-Line-3.
       WRITE BillRptLine FROM WS-Total-Line-4.
       WRITE BillRptLine FROM WS-Total-Line-5.
       CLOSE RegFile
             FeeSchedFile
             FeeBillFile
             FeeLedgFile
             BillRptFile.
       DISPLAY "FEEBILLING - " WS-Billed-Count
           " REGISTRATION(S) BILLED, " WS-No-Fee-Count
           " WITH NO FEE ON FILE".
       IF WS-No-Fee-Count > ZERO
           MOVE 2 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0500-OPEN-FILES.
       OPEN INPUT RegFile.
       IF NOT Reg-Status-OK
           DISPLAY "FEEBILLING - COULD NOT OPEN REGISTR.DAT - STATUS "
               WS-Reg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT FeeSchedFile.
       IF NOT Fee-Sched-Status-OK
           DISPLAY "FEEBILLING - COULD NOT OPEN FEESCHED.DAT - "
               "STATUS " WS-Fee-Sched-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O FeeBillFile.
       IF NOT Fee-Bill-Status-OK
           DISPLAY "FEEBILLING - COULD NOT OPEN FEEBILL.DAT - "
               "STATUS " WS-Fee-Bill-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND FeeLedgFile.
       IF Fee-Ledg-Not-Found
           OPEN OUTPUT FeeLedgFile
       END-IF.
       IF NOT Fee-Ledg-Status-OK
           DISPLAY "FEEBILLING - COULD NOT OPEN FEELEDG.DAT - "
               "STATUS " WS-Fee-Ledg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.

       1100-READ-REGISTRATION.
       READ RegFile
           AT END SET Reg-EOF TO TRUE
       END-READ.

       2000-BILL-REGISTRATION.
       MOVE RG-Key TO FB-Key.
       MOVE "Y" TO WS-Already-Billed.
       READ FeeBillFile
           INVALID KEY MOVE "N" TO WS-Already-Billed
       END-READ.
       IF Already-Billed
           ADD 1 TO WS-Prior-Billed-Count
       ELSE
           MOVE RG-Course TO FS-Course
           MOVE RG-Term   TO FS-Term
           READ FeeSchedFile
               INVALID KEY PERFORM 2100-REPORT-NO-FEE
               NOT INVALID KEY PERFORM 2200-RAISE-CHARGE
           END-READ
       END-IF.

       2100-REPORT-NO-FEE.
       ADD 1 TO WS-No-Fee-Count.
       MOVE SPACES TO DL-Note.
       MOVE ZERO   TO DL-Fee.
       MOVE "NO FEE ON FEESCHED.DAT - NOT BILLED" TO DL-Note.
       PERFORM 2900-WRITE-DETAIL.

      * The ledger entry is written before the billed record, so a
      * run that fails between the two leaves the registration to be
      * found again rather than silently unbilled.
       2200-RAISE-CHARGE.
       ADD 1 TO WS-Billed-Count.
       MOVE SPACES TO DL-Note.
       IF FS-Fee-Amount = ZERO
           ADD 1 TO WS-No-Charge-Count
           MOVE "ZERO FEE - NO CHARGE RAISED" TO DL-Note
       ELSE
           MOVE SPACES        TO FeeLedgRec
           MOVE RG-StudId     TO FL-StudId
           MOVE WS-Run-Date   TO FL-Entry-Date
           MOVE "C"           TO FL-Entry-Type
           MOVE RG-Course     TO FL-Course
           MOVE RG-Term       TO FL-Term
           MOVE FS-Fee-Amount TO FL-Amount
           MOVE RG-Reg-Date   TO FL-Reference
           MOVE WS-Run-Date   TO FL-Posted-Date
           WRITE FeeLedgRec
           ADD FS-Fee-Amount TO WS-Total-Charged
       END-IF.
       MOVE RG-Key        TO FB-Key.
       MOVE WS-Run-Date   TO FB-Bill-Date.
       MOVE FS-Fee-Amount TO FB-Amount.
       WRITE FeeBillRec
           INVALID KEY
               DISPLAY "FEEBILLING - COULD NOT RECORD BILLING OF "
                   RG-StudId " " RG-Course " " RG-Term
       END-WRITE.
       MOVE FS-Fee-Amount TO DL-Fee.
       PERFORM 2900-WRITE-DETAIL.

       2900-WRITE-DETAIL.
       MOVE RG-StudId   TO DL-StudId.
       MOVE RG-Course   TO DL-Course.
       MOVE RG-Term     TO DL-Term.
       MOVE RG-Reg-Date TO DL-Reg-Date.
       WRITE BillRptLine FROM WS-Detail-Line.
