       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TimetConv.
       AUTHOR.  Michael Coughlan.

      * One-time creation utility - the timetable has only ever been
      * kept on paper, so there is nothing to convert; this just opens
      * the timetable file TIMETBL.DAT OUTPUT and closes it straight
      * away to lay down the indexed file TimetMaint (OPEN I-O, run
      * after run) needs. Run once before TimetMaint is used for the
      * first time; not needed again afterwards. Until a course has
      * slots keyed, RegEntry has nothing to clash it against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TimetFile ASSIGN TO "TIMETBL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS TT-Key
	     FILE STATUS IS WS-Timet-Status.

       DATA DIVISION.
       FILE SECTION.
       FD TimetFile.
       COPY TIMETBL REPLACING ==:REC-NAME:== BY ==TimetRec==
                              ==:PFX:==      BY ==TT-==.

       WORKING-STORAGE SECTION.

       01  WS-Timet-Status           PIC X(2).
         88 Timet-Status-OK          VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       OPEN OUTPUT TimetFile.
       IF NOT Timet-Status-OK
           DISPLAY "TIMETCONV - COULD NOT CREATE TIMETBL.DAT - "
               "STATUS " WS-Timet-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE TimetFile.
       DISPLAY "TIMETCONV - TIMETBL.DAT CREATED".
       STOP RUN.
