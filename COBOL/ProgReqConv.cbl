       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ProgReqConv.
       AUTHOR.  Michael Coughlan.

      * One-time creation utility - graduation requirements have only
      * ever been applied by hand, so there is nothing to convert;
      * this just opens the programme requirements file PROGREQ.DAT
      * OUTPUT and closes it straight away to lay down the indexed
      * file ProgReqMaint (OPEN I-O, run after run) needs. Run once
      * before ProgReqMaint is used for the first time; not needed
      * again afterwards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ProgReqFile ASSIGN TO "PROGREQ.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS PR-Programme
	     FILE STATUS IS WS-Prog-Req-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ProgReqFile.
       COPY PROGREQ REPLACING ==:REC-NAME:== BY ==ProgReqRec==
                              ==:PFX:==      BY ==PR-==.

       WORKING-STORAGE SECTION.

       01  WS-Prog-Req-Status        PIC X(2).
         88 Prog-Req-Status-OK       VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       OPEN OUTPUT ProgReqFile.
       IF NOT Prog-Req-Status-OK
           DISPLAY "PROGREQCONV - COULD NOT CREATE PROGREQ.DAT - "
               "STATUS " WS-Prog-Req-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE ProgReqFile.
       DISPLAY "PROGREQCONV - PROGREQ.DAT CREATED".
       STOP RUN.
