       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AlumConv.
       AUTHOR.  Michael Coughlan.

      * One-time creation utility - nothing has ever been archived, so
      * there is nothing to convert; this just opens the four alumni
      * archive files OUTPUT and closes them straight away to lay
      * down the indexed files AlumArch (OPEN I-O, year after year)
      * needs and Transcript and StudInq fall back on:
      *    ALUMSTUD.DAT   archived student master records  (STUDREC)
      *    ALUMSTAT.DAT   archived student status records  (STUDSTAT)
      *    ALUMGRAD.DAT   archived grades                  (GRADEREC)
      *    ALUMREG.DAT    archived term registrations      (REGISTRN)
      * Each is keyed exactly as its live counterpart. Run once before
      * the first archive run; not needed again afterwards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AlumStudFile ASSIGN TO "ALUMSTUD.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS AS-StudId
	     FILE STATUS IS WS-Alum-Stud-Status.

       SELECT AlumStatFile ASSIGN TO "ALUMSTAT.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS AT-StudId
	     FILE STATUS IS WS-Alum-Stat-Status.

       SELECT AlumGradFile ASSIGN TO "ALUMGRAD.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS AG-Key
	     FILE STATUS IS WS-Alum-Grad-Status.

       SELECT AlumRegFile ASSIGN TO "ALUMREG.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS AR-Key
	     FILE STATUS IS WS-Alum-Reg-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AlumStudFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==AlumStudRec==
                              ==:PFX:==      BY ==AS-==.

       FD AlumStatFile.
       COPY STUDSTAT REPLACING ==:REC-NAME:== BY ==AlumStatRec==
                               ==:PFX:==      BY ==AT-==.

       FD AlumGradFile.
       COPY GRADEREC REPLACING ==:REC-NAME:== BY ==AlumGradRec==
                               ==:PFX:==      BY ==AG-==.

       FD AlumRegFile.
       COPY REGISTRN REPLACING ==:REC-NAME:== BY ==AlumRegRec==
                               ==:PFX:==      BY ==AR-==.

       WORKING-STORAGE SECTION.

       01  WS-Alum-Stud-Status       PIC X(2).
         88 Alum-Stud-Status-OK      VALUE "00".

       01  WS-Alum-Stat-Status       PIC X(2).
         88 Alum-Stat-Status-OK      VALUE "00".

       01  WS-Alum-Grad-Status       PIC X(2).
         88 Alum-Grad-Status-OK      VALUE "00".

       01  WS-Alum-Reg-Status        PIC X(2).
         88 Alum-Reg-Status-OK       VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       OPEN OUTPUT AlumStudFile.
       IF NOT Alum-Stud-Status-OK
           DISPLAY "ALUMCONV - COULD NOT CREATE ALUMSTUD.DAT - "
               "STATUS " WS-Alum-Stud-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE AlumStudFile.
       DISPLAY "ALUMCONV - ALUMSTUD.DAT CREATED".
       OPEN OUTPUT AlumStatFile.
       IF NOT Alum-Stat-Status-OK
           DISPLAY "ALUMCONV - COULD NOT CREATE ALUMSTAT.DAT - "
               "STATUS " WS-Alum-Stat-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE AlumStatFile.
       DISPLAY "ALUMCONV - ALUMSTAT.DAT CREATED".
       OPEN OUTPUT AlumGradFile.
       IF NOT Alum-Grad-Status-OK
           DISPLAY "ALUMCONV - COULD NOT CREATE ALUMGRAD.DAT - "
               "STATUS " WS-Alum-Grad-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE AlumGradFile.
       DISPLAY "ALUMCONV - ALUMGRAD.DAT CREATED".
       OPEN OUTPUT AlumRegFile.
       IF NOT Alum-Reg-Status-OK
           DISPLAY "ALUMCONV - COULD NOT CREATE ALUMREG.DAT - "
               "STATUS " WS-Alum-Reg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE AlumRegFile.
       DISPLAY "ALUMCONV - ALUMREG.DAT CREATED".
       STOP RUN.
