       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RevConv.
       AUTHOR.  Michael Coughlan.

      * One-time creation utility - no register of refunds and voids
      * has been kept before, so there is nothing to convert; this
      * just opens the reversal register REVREG.DAT OUTPUT and closes
      * it straight away to lay down the indexed file TicketEntry
      * (OPEN I-O, session after session) needs. Reversals keyed
      * before the register existed are still found on SALESTKT.DAT
      * and the dated archives. Run once before TicketEntry is next
      * used; not needed again afterwards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RevRegFile ASSIGN TO "REVREG.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS RR-Key
	     FILE STATUS IS WS-Rev-Reg-Status.

       DATA DIVISION.
       FILE SECTION.
       FD RevRegFile.
       COPY REVREG REPLACING ==:REC-NAME:== BY ==RevRegRec==
                             ==:PFX:==      BY ==RR-==.

       WORKING-STORAGE SECTION.

       01  WS-Rev-Reg-Status         PIC X(2).
         88 Rev-Reg-Status-OK        VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       OPEN OUTPUT RevRegFile.
       IF NOT Rev-Reg-Status-OK
           DISPLAY "REVCONV - COULD NOT CREATE REVREG.DAT - "
               "STATUS " WS-Rev-Reg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE RevRegFile.
       DISPLAY "REVCONV - REVREG.DAT CREATED".
       STOP RUN.
