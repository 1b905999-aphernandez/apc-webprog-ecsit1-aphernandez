       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OprMaint.
       AUTHOR.  Michael Coughlan.

      * Interactive maintenance of the operator file (OPERATOR.DAT)
      * that SignOn checks - add an operator, change a password, grant
      * or revoke a program the operator may use, deactivate or
      * reactivate an operator, or show one. Programs are granted by
      * PROGRAM-ID in upper case (OILMAINT, COURSEMAINT and so on), or
      * as ALL for a supervisor. Operators are never deleted - one who
      * leaves is deactivated, so the ID cannot be reissued and the
      * audit trail keeps pointing at the right person. OprMaint is
      * itself signed on to, and no operator may grant or revoke their
      * own programs or deactivate themselves, so nobody can widen
      * their own access or lock every supervisor out. Each change is
      * written to the audit trail AUDITLOG.DAT; passwords never are.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
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

       01  WS-Program-Name           PIC X(14) VALUE "OPRMAINT".
       01  WS-Operator-Id            PIC X(8).
       01  WS-Signed-On              PIC X(1).
         88 Signed-On                VALUE "Y".

       01  WS-Switches.
           02 WS-Prog-Found     PIC X(1) VALUE "N".
             88 Prog-Found      VALUE "Y".

       01  WS-Choice                 PIC 9(1).
       01  WS-Opr-Id                 PIC X(8).
       01  WS-Opr-Name               PIC X(20).
       01  WS-Password               PIC X(8).
       01  WS-Password-Again         PIC X(8).
       01  WS-Prog                   PIC X(14).
       01  WS-Prog-Idx               PIC 9(2).
       01  WS-Found-Idx              PIC 9(2).
       01  WS-Run-Date               PIC 9(8).

       COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==WS-Audit-Rec==
                               ==:PFX:==      BY ==AU-==.

       PROCEDURE DIVISION.
       0000-MAINLINE.
       CALL "SignOn" USING WS-Program-Name WS-Operator-Id
                           WS-Signed-On.
       IF NOT Signed-On
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO WS-Audit-Rec.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       OPEN I-O OperatorFile.
       IF NOT Operator-Status-OK
           DISPLAY "OPRMAINT - COULD NOT OPEN OPERATOR.DAT - "
               "STATUS " WS-Operator-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-GET-CHOICE.
       PERFORM UNTIL WS-Choice = ZERO
           EVALUATE WS-Choice
               WHEN 1 PERFORM 2000-ADD-OPERATOR
               WHEN 2 PERFORM 3000-CHANGE-PASSWORD
               WHEN 3 PERFORM 4000-GRANT-PROGRAM
               WHEN 4 PERFORM 5000-REVOKE-PROGRAM
               WHEN 5 PERFORM 6000-DEACTIVATE-OPERATOR
               WHEN 6 PERFORM 6500-REACTIVATE-OPERATOR
               WHEN 7 PERFORM 7000-SHOW-OPERATOR
               WHEN OTHER DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE
           PERFORM 1000-GET-CHOICE
       END-PERFORM.
       CLOSE OperatorFile.
       STOP RUN.

       1000-GET-CHOICE.
       DISPLAY "1-ADD  2-PASSWORD  3-GRANT  4-REVOKE  5-DEACTIVATE  "
           "6-REACTIVATE  7-SHOW  0-END - ".
       ACCEPT WS-Choice.

       1100-GET-OPERATOR-ID.
       ACCEPT WS-Opr-Id.
       INSPECT WS-Opr-Id CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE WS-Opr-Id TO OPR-Id.

       1200-GET-NEW-PASSWORD.
       DISPLAY "ENTER NEW PASSWORD (UP TO 8 CHARACTERS) - ".
       ACCEPT WS-Password.
       DISPLAY "ENTER THE NEW PASSWORD AGAIN - ".
       ACCEPT WS-Password-Again.

       2000-ADD-OPERATOR.
       DISPLAY "ENTER NEW OPERATOR ID (UP TO 8 CHARACTERS) - ".
       PERFORM 1100-GET-OPERATOR-ID.
       IF WS-Opr-Id = SPACES
           DISPLAY "OPERATOR ID MAY NOT BE BLANK"
       ELSE
           READ OperatorFile
               INVALID KEY PERFORM 2100-CREATE-OPERATOR
               NOT INVALID KEY
                   DISPLAY "OPERATOR " WS-Opr-Id " ALREADY ON FILE"
           END-READ
       END-IF.

       2100-CREATE-OPERATOR.
       DISPLAY "ENTER OPERATOR NAME (UP TO 20 CHARACTERS) - ".
       ACCEPT WS-Opr-Name.
       PERFORM 1200-GET-NEW-PASSWORD.
       IF WS-Password = SPACES OR WS-Password NOT = WS-Password-Again
           DISPLAY "PASSWORDS BLANK OR DO NOT MATCH - OPERATOR "
               WS-Opr-Id " NOT ADDED"
       ELSE
           MOVE SPACES      TO OperatorRec
           MOVE WS-Opr-Id   TO OPR-Id
           MOVE WS-Opr-Name TO OPR-Name
           MOVE WS-Password TO OPR-Password
           MOVE "Y"         TO OPR-Active
           MOVE WS-Run-Date TO OPR-Added-Date
           MOVE ZERO        TO OPR-Prog-Count
           WRITE OperatorRec
               INVALID KEY
                   DISPLAY "COULD NOT ADD OPERATOR " WS-Opr-Id
               NOT INVALID KEY
                   DISPLAY "OPERATOR " WS-Opr-Id
                       " ADDED - GRANT PROGRAMS WITH OPTION 3"
                   MOVE "ADD"       TO AU-Action
                   MOVE WS-Opr-Id   TO AU-Key
                   MOVE WS-Opr-Name TO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-WRITE
       END-IF.

       3000-CHANGE-PASSWORD.
       DISPLAY "ENTER OPERATOR ID FOR NEW PASSWORD - ".
       PERFORM 1100-GET-OPERATOR-ID.
       READ OperatorFile
           INVALID KEY
               DISPLAY "OPERATOR " WS-Opr-Id " NOT ON FILE"
           NOT INVALID KEY PERFORM 3100-REWRITE-PASSWORD
       END-READ.

       3100-REWRITE-PASSWORD.
       PERFORM 1200-GET-NEW-PASSWORD.
       IF WS-Password = SPACES OR WS-Password NOT = WS-Password-Again
           DISPLAY "PASSWORDS BLANK OR DO NOT MATCH - NOT CHANGED"
       ELSE
           MOVE WS-Password TO OPR-Password
           REWRITE OperatorRec
               INVALID KEY
                   DISPLAY "COULD NOT CHANGE PASSWORD FOR " WS-Opr-Id
               NOT INVALID KEY
                   MOVE "PASSWORD"         TO AU-Action
                   MOVE WS-Opr-Id          TO AU-Key
                   MOVE "PASSWORD CHANGED" TO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-REWRITE
       END-IF.

       4000-GRANT-PROGRAM.
       DISPLAY "ENTER OPERATOR ID TO GRANT A PROGRAM TO - ".
       PERFORM 1100-GET-OPERATOR-ID.
       IF WS-Opr-Id = WS-Operator-Id
           DISPLAY "YOU MAY NOT CHANGE YOUR OWN PROGRAMS"
       ELSE
           READ OperatorFile
               INVALID KEY
                   DISPLAY "OPERATOR " WS-Opr-Id " NOT ON FILE"
               NOT INVALID KEY PERFORM 4100-ADD-PROGRAM
           END-READ
       END-IF.

       4100-ADD-PROGRAM.
       DISPLAY "ENTER PROGRAM-ID TO GRANT (OR ALL) - ".
       PERFORM 4200-GET-PROGRAM.
       EVALUATE TRUE
           WHEN WS-Prog = SPACES
               DISPLAY "PROGRAM-ID MAY NOT BE BLANK"
           WHEN Prog-Found
               DISPLAY WS-Opr-Id " ALREADY HAS " WS-Prog
           WHEN OPR-Prog-Count >= 20
               DISPLAY WS-Opr-Id " ALREADY HAS 20 PROGRAMS - "
                   "REVOKE ONE OR GRANT ALL"
           WHEN OTHER
               ADD 1 TO OPR-Prog-Count
               MOVE WS-Prog TO OPR-Program (OPR-Prog-Count)
               REWRITE OperatorRec
                   INVALID KEY
                       DISPLAY "COULD NOT GRANT " WS-Prog " TO "
                           WS-Opr-Id
                   NOT INVALID KEY
                       MOVE "GRANT"   TO AU-Action
                       MOVE WS-Opr-Id TO AU-Key
                       MOVE WS-Prog   TO AU-Detail
                       PERFORM 9100-WRITE-AUDIT
               END-REWRITE
       END-EVALUATE.

       4200-GET-PROGRAM.
       ACCEPT WS-Prog.
       INSPECT WS-Prog CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE "N" TO WS-Prog-Found.
       MOVE ZERO TO WS-Found-Idx.
       PERFORM 4300-FIND-PROGRAM
           VARYING WS-Prog-Idx FROM 1 BY 1
           UNTIL WS-Prog-Idx > OPR-Prog-Count OR Prog-Found.

       4300-FIND-PROGRAM.
       IF OPR-Program (WS-Prog-Idx) = WS-Prog
           SET Prog-Found TO TRUE
           MOVE WS-Prog-Idx TO WS-Found-Idx
       END-IF.

       5000-REVOKE-PROGRAM.
       DISPLAY "ENTER OPERATOR ID TO REVOKE A PROGRAM FROM - ".
       PERFORM 1100-GET-OPERATOR-ID.
       IF WS-Opr-Id = WS-Operator-Id
           DISPLAY "YOU MAY NOT CHANGE YOUR OWN PROGRAMS"
       ELSE
           READ OperatorFile
               INVALID KEY
                   DISPLAY "OPERATOR " WS-Opr-Id " NOT ON FILE"
               NOT INVALID KEY PERFORM 5100-REMOVE-PROGRAM
           END-READ
       END-IF.

      * The entries after the one revoked are closed up so the list
      * stays packed at the front, as SignOn and 4200 expect.
       5100-REMOVE-PROGRAM.
       DISPLAY "ENTER PROGRAM-ID TO REVOKE - ".
       PERFORM 4200-GET-PROGRAM.
       IF NOT Prog-Found
           DISPLAY WS-Opr-Id " DOES NOT HAVE " WS-Prog
       ELSE
           PERFORM 5200-CLOSE-UP-PROGRAM
               VARYING WS-Prog-Idx FROM WS-Found-Idx BY 1
               UNTIL WS-Prog-Idx >= OPR-Prog-Count
           MOVE SPACES TO OPR-Program (OPR-Prog-Count)
           SUBTRACT 1 FROM OPR-Prog-Count
           REWRITE OperatorRec
               INVALID KEY
                   DISPLAY "COULD NOT REVOKE " WS-Prog " FROM "
                       WS-Opr-Id
               NOT INVALID KEY
                   MOVE "REVOKE"  TO AU-Action
                   MOVE WS-Opr-Id TO AU-Key
                   MOVE WS-Prog   TO AU-Detail
                   PERFORM 9100-WRITE-AUDIT
           END-REWRITE
       END-IF.

       5200-CLOSE-UP-PROGRAM.
       MOVE OPR-Program (WS-Prog-Idx + 1)
           TO OPR-Program (WS-Prog-Idx).

       6000-DEACTIVATE-OPERATOR.
       DISPLAY "ENTER OPERATOR ID TO DEACTIVATE - ".
       PERFORM 1100-GET-OPERATOR-ID.
       IF WS-Opr-Id = WS-Operator-Id
           DISPLAY "YOU MAY NOT DEACTIVATE YOURSELF"
       ELSE
           READ OperatorFile
               INVALID KEY
                   DISPLAY "OPERATOR " WS-Opr-Id " NOT ON FILE"
               NOT INVALID KEY PERFORM 6100-REWRITE-INACTIVE
           END-READ
       END-IF.

       6100-REWRITE-INACTIVE.
       MOVE "N" TO OPR-Active.
       REWRITE OperatorRec
           INVALID KEY
               DISPLAY "COULD NOT DEACTIVATE OPERATOR " WS-Opr-Id
           NOT INVALID KEY
               MOVE "DEACTIV" TO AU-Action
               MOVE WS-Opr-Id TO AU-Key
               MOVE OPR-Name  TO AU-Detail
               PERFORM 9100-WRITE-AUDIT
       END-REWRITE.

       6500-REACTIVATE-OPERATOR.
       DISPLAY "ENTER OPERATOR ID TO REACTIVATE - ".
       PERFORM 1100-GET-OPERATOR-ID.
       READ OperatorFile
           INVALID KEY
               DISPLAY "OPERATOR " WS-Opr-Id " NOT ON FILE"
           NOT INVALID KEY PERFORM 6600-REWRITE-ACTIVE
       END-READ.

       6600-REWRITE-ACTIVE.
       MOVE "Y" TO OPR-Active.
       REWRITE OperatorRec
           INVALID KEY
               DISPLAY "COULD NOT REACTIVATE OPERATOR " WS-Opr-Id
           NOT INVALID KEY
               MOVE "REACTIV" TO AU-Action
               MOVE WS-Opr-Id TO AU-Key
               MOVE OPR-Name  TO AU-Detail
               PERFORM 9100-WRITE-AUDIT
       END-REWRITE.

       7000-SHOW-OPERATOR.
       DISPLAY "ENTER OPERATOR ID TO SHOW - ".
       PERFORM 1100-GET-OPERATOR-ID.
       READ OperatorFile
           INVALID KEY
               DISPLAY "OPERATOR " WS-Opr-Id " NOT ON FILE"
           NOT INVALID KEY PERFORM 7100-DISPLAY-OPERATOR
       END-READ.

       7100-DISPLAY-OPERATOR.
       DISPLAY "OPERATOR " OPR-Id "  " OPR-Name.
       DISPLAY "ACTIVE " OPR-Active "  ADDED " OPR-Added-Date
           "  PROGRAMS " OPR-Prog-Count.
       PERFORM 7200-DISPLAY-PROGRAM
           VARYING WS-Prog-Idx FROM 1 BY 1
           UNTIL WS-Prog-Idx > OPR-Prog-Count.

       7200-DISPLAY-PROGRAM.
       DISPLAY "  " OPR-Program (WS-Prog-Idx).

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
