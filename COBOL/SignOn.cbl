       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SignOn.
       AUTHOR.  Michael Coughlan.

      * Operator sign-on for the interactive maintenance programs.
      * Asks for an operator ID and password and checks them against
      * the operator file OPERATOR.DAT: the operator must be on file
      * and active, the password must match, and the calling program's
      * PROGRAM-ID (or ALL) must be among the programs the operator is
      * permitted to use. Three attempts are allowed. Every sign-on,
      * and every refused attempt, is written to the common audit
      * trail AUDITLOG.DAT through AuditLog, so the auditors can see
      * who tried to use what as well as who changed what. The caller
      * keeps the operator ID returned and stamps it on every audit
      * record and history entry it writes for the rest of the run.
      * A wrong ID and a wrong password get the same message, so the
      * terminal never confirms which operator IDs exist.
      *
      * CALL "SignOn" USING <program-id   X(14) upper case, in>
      *                     <operator-id  X(8)  out>
      *                     <signed-on    X(1)  out Y/N>
      * Signed-on is "N" after three failed attempts; the caller is
      * then expected to end the run without opening any of its files.

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

       01  WS-Switches.
           02 WS-Permitted      PIC X(1) VALUE "N".
             88 Permitted      VALUE "Y".

       01  WS-Attempts               PIC 9(1) VALUE ZERO.
       01  WS-Prog-Idx               PIC 9(2).
       01  WS-Entered-Id             PIC X(8).
       01  WS-Entered-Password       PIC X(8).

       COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==WS-Audit-Rec==
                               ==:PFX:==      BY ==AU-==.

       LINKAGE SECTION.
       01  LNK-Program               PIC X(14).
       01  LNK-Operator-Id           PIC X(8).
       01  LNK-Signed-On             PIC X(1).

       PROCEDURE DIVISION USING LNK-Program LNK-Operator-Id
                                LNK-Signed-On.
       0000-MAINLINE.
       MOVE "N"    TO LNK-Signed-On.
       MOVE SPACES TO LNK-Operator-Id.
       MOVE ZERO   TO WS-Attempts.
       OPEN INPUT OperatorFile.
      * With no operator file nobody can be checked, and letting the
      * program run unchecked would defeat the point - so the run is
      * stopped here before the caller has opened anything.
       IF NOT Operator-Status-OK
           DISPLAY "SIGNON - COULD NOT OPEN OPERATOR.DAT - STATUS "
               WS-Operator-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY LNK-Program " - OPERATOR SIGN-ON".
       PERFORM 1000-TRY-SIGN-ON
           UNTIL LNK-Signed-On = "Y" OR WS-Attempts = 3.
       CLOSE OperatorFile.
       IF LNK-Signed-On NOT = "Y"
           DISPLAY "SIGN-ON REFUSED - THREE ATTEMPTS FAILED"
       END-IF.
       GOBACK.

       1000-TRY-SIGN-ON.
       ADD 1 TO WS-Attempts.
       DISPLAY "OPERATOR ID - ".
       ACCEPT WS-Entered-Id.
       INSPECT WS-Entered-Id CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       DISPLAY "PASSWORD - ".
       ACCEPT WS-Entered-Password.
       MOVE SPACES        TO WS-Audit-Rec.
       MOVE WS-Entered-Id TO AU-Operator.
       MOVE LNK-Program   TO AU-Program.
       MOVE "REFUSED"     TO AU-Action.
       MOVE WS-Entered-Id TO OPR-Id.
       READ OperatorFile
           INVALID KEY
               MOVE "UNKNOWN OPERATOR ID" TO AU-Detail
               DISPLAY "INVALID OPERATOR ID OR PASSWORD"
           NOT INVALID KEY
               PERFORM 1100-CHECK-OPERATOR
       END-READ.
       CALL "AuditLog" USING WS-Audit-Rec.

       1100-CHECK-OPERATOR.
       MOVE "N" TO WS-Permitted.
       PERFORM 1200-CHECK-PROGRAM
           VARYING WS-Prog-Idx FROM 1 BY 1
           UNTIL WS-Prog-Idx > OPR-Prog-Count OR WS-Prog-Idx > 20
              OR Permitted.
       EVALUATE TRUE
           WHEN OPR-Password NOT = WS-Entered-Password
               MOVE "WRONG PASSWORD" TO AU-Detail
               DISPLAY "INVALID OPERATOR ID OR PASSWORD"
           WHEN NOT OPR-Is-Active
               MOVE "OPERATOR NOT ACTIVE" TO AU-Detail
               DISPLAY "OPERATOR " OPR-Id " IS NOT ACTIVE"
           WHEN NOT Permitted
               MOVE "NOT AUTHORISED FOR PROGRAM" TO AU-Detail
               DISPLAY "OPERATOR " OPR-Id " IS NOT AUTHORISED FOR "
                   LNK-Program
           WHEN OTHER
               MOVE "SIGNON"  TO AU-Action
               MOVE OPR-Name  TO AU-Detail
               MOVE OPR-Id    TO LNK-Operator-Id
               MOVE "Y"       TO LNK-Signed-On
               DISPLAY "SIGNED ON AS " OPR-Id " - " OPR-Name
       END-EVALUATE.

       1200-CHECK-PROGRAM.
       IF OPR-Program (WS-Prog-Idx) = LNK-Program
          OR OPR-Program (WS-Prog-Idx) = "ALL"
           SET Permitted TO TRUE
       END-IF.
