       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TermConv.
       AUTHOR.  Michael Coughlan.

      * One-time creation utility - terms have only ever been free
      * text on the grade and registration records, so there is no
      * calendar to convert; this just opens the term calendar
      * TERMCAL.DAT OUTPUT and closes it straight away to lay down
      * the indexed file TermMaint (OPEN I-O, run after run) needs.
      * Run once, then key the current and coming terms through
      * TermMaint before RegEntry or GradeEntry is next used - both
      * refuse a term that is not on the calendar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
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

       PROCEDURE DIVISION.
       0000-MAINLINE.
       OPEN OUTPUT TermCalFile.
       IF NOT Term-Cal-Status-OK
           DISPLAY "TERMCONV - COULD NOT CREATE TERMCAL.DAT - "
               "STATUS " WS-Term-Cal-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE TermCalFile.
       DISPLAY "TERMCONV - TERMCAL.DAT CREATED".
       STOP RUN.
