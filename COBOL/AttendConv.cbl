       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AttendConv.
       AUTHOR.  Michael Coughlan.

      * One-time creation utility - attendance has only ever been
      * taken on paper registers, so there is nothing to convert; this
      * just opens the attendance file ATTEND.DAT OUTPUT and closes it
      * straight away to lay down the indexed file AttendEntry (OPEN
      * I-O, run after run) needs. Run once before AttendEntry is used
      * for the first time; not needed again afterwards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AttendFile ASSIGN TO "ATTEND.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS AT-Key
	     FILE STATUS IS WS-Attend-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AttendFile.
       COPY ATTEND REPLACING ==:REC-NAME:== BY ==AttendRec==
                             ==:PFX:==      BY ==AT-==.

       WORKING-STORAGE SECTION.

       01  WS-Attend-Status          PIC X(2).
         88 Attend-Status-OK         VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       OPEN OUTPUT AttendFile.
       IF NOT Attend-Status-OK
           DISPLAY "ATTENDCONV - COULD NOT CREATE ATTEND.DAT - "
               "STATUS " WS-Attend-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE AttendFile.
       DISPLAY "ATTENDCONV - ATTEND.DAT CREATED".
       STOP RUN.
