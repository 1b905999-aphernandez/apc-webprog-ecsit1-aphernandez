       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OprConv.
       AUTHOR.  Michael Coughlan.

      * One-time creation utility - lays down the indexed operator
      * file OPERATOR.DAT that SignOn checks every interactive
      * maintenance program's users against. Operators have never
      * been recorded before, so there is nothing to convert; the
      * file is created holding a single supervisor operator, SUPER
      * with password SUPER, permitted to use OprMaint only. Sign on
      * to OprMaint as SUPER straight away, change its password, and
      * add the real operators with the programs each may use. Run
      * once before the first sign-on; running it again wipes every
      * operator on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS OPR-Id
	     FILE STATUS IS WS-Operator-Status.

       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
       COPY OPERATOR REPLACING ==:REC-NAME:== BY ==OperatorRec==
                               ==:PFX:==      BY ==OPR-==.

       WORKING-STORAGE SECTION.

       01  WS-Operator-Status        PIC X(2).
         88 Operator-Status-OK       VALUE "00".

       01  WS-Run-Date               PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       OPEN OUTPUT OperatorFile.
       IF NOT Operator-Status-OK
           DISPLAY "OPRCONV - COULD NOT CREATE OPERATOR.DAT - "
               "STATUS " WS-Operator-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES       TO OperatorRec.
       MOVE "SUPER"      TO OPR-Id.
       MOVE "SUPERVISOR" TO OPR-Name.
       MOVE "SUPER"      TO OPR-Password.
       MOVE "Y"          TO OPR-Active.
       MOVE WS-Run-Date  TO OPR-Added-Date.
       MOVE 1            TO OPR-Prog-Count.
       MOVE "OPRMAINT"   TO OPR-Program (1).
       WRITE OperatorRec.
       IF NOT Operator-Status-OK
           DISPLAY "OPRCONV - COULD NOT WRITE SUPERVISOR - STATUS "
               WS-Operator-Status
           CLOSE OperatorFile
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       CLOSE OperatorFile.
       DISPLAY "OPRCONV - OPERATOR.DAT CREATED - SIGN ON TO OPRMAINT "
           "AS SUPER AND CHANGE ITS PASSWORD".
       STOP RUN.
