       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FeeConv.
       AUTHOR.  Michael Coughlan.

      * One-time creation utility - fees have never been held on the
      * system, so there is nothing to convert; this just opens the
      * fee schedule FEESCHED.DAT and the billed-registration file
      * FEEBILL.DAT OUTPUT and closes them straight away to lay down
      * the indexed files FeeMaint and FeeBilling (OPEN I-O, run after
      * run) need. Run once before FeeMaint is used for the first
      * time; not needed again afterwards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FeeSchedFile ASSIGN TO "FEESCHED.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS FS-Key
	     FILE STATUS IS WS-Fee-Sched-Status.

       SELECT FeeBillFile ASSIGN TO "FEEBILL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS FB-Key
	     FILE STATUS IS WS-Fee-Bill-Status.

       DATA DIVISION.
       FILE SECTION.
       FD FeeSchedFile.
       COPY FEESCHED REPLACING ==:REC-NAME:== BY ==FeeSchedRec==
                               ==:PFX:==      BY ==FS-==.

       FD FeeBillFile.
       COPY FEEBILL REPLACING ==:REC-NAME:== BY ==FeeBillRec==
                              ==:PFX:==      BY ==FB-==.

       WORKING-STORAGE SECTION.

       01  WS-Fee-Sched-Status       PIC X(2).
         88 Fee-Sched-Status-OK      VALUE "00".

       01  WS-Fee-Bill-Status        PIC X(2).
         88 Fee-Bill-Status-OK       VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       OPEN OUTPUT FeeSchedFile.
       IF NOT Fee-Sched-Status-OK
           DISPLAY "FEECONV - COULD NOT CREATE FEESCHED.DAT - "
               "STATUS " WS-Fee-Sched-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE FeeSchedFile.
       DISPLAY "FEECONV - FEESCHED.DAT CREATED".
       OPEN OUTPUT FeeBillFile.
       IF NOT Fee-Bill-Status-OK
           DISPLAY "FEECONV - COULD NOT CREATE FEEBILL.DAT - "
               "STATUS " WS-Fee-Bill-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE FeeBillFile.
       DISPLAY "FEECONV - FEEBILL.DAT CREATED".
       STOP RUN.
