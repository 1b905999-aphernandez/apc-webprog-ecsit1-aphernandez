       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AuditLog.
       AUTHOR.  Michael Coughlan.

      * Appends one record to the common audit trail AUDITLOG.DAT -
      * the who-did-what log every interactive maintenance program
      * writes to through this subprogram, so that each change made
      * can be traced to the operator signed on when it was made. The
      * caller fills in the operator, its own PROGRAM-ID, the action
      * and the key and detail of the record changed; the date and
      * time are stamped here. The file is opened EXTEND (created the
      * first time it is missing) and closed again on every call, so
      * whatever was logged survives a program that is abandoned part
      * way through. AuditRpt lists the file by operator each day.
      *
      * CALL "AuditLog" USING <audit record laid out as AUDITLOG.CPY>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AuditFile ASSIGN TO "AUDITLOG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==AuditRec==
                               ==:PFX:==      BY ==AU-==.

       WORKING-STORAGE SECTION.

       01  WS-Audit-Status           PIC X(2).
         88 Audit-Status-OK          VALUE "00".
         88 Audit-Not-Found          VALUE "35".

       01  WS-Time-Now               PIC 9(8).

       LINKAGE SECTION.
       COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==LNK-Audit-Rec==
                               ==:PFX:==      BY ==LNK-AU-==.

       PROCEDURE DIVISION USING LNK-Audit-Rec.
       0000-MAINLINE.
       ACCEPT LNK-AU-Date FROM DATE YYYYMMDD.
       ACCEPT WS-Time-Now FROM TIME.
       MOVE WS-Time-Now (1:6) TO LNK-AU-Time.
       OPEN EXTEND AuditFile.
       IF Audit-Not-Found
           OPEN OUTPUT AuditFile
       END-IF.
      * A change that cannot be logged must not go unlogged quietly -
      * the audit trail is only worth having if it is complete, so
      * the run is stopped rather than let maintenance carry on
      * untraced.
       IF NOT Audit-Status-OK
           DISPLAY "AUDITLOG - COULD NOT OPEN AUDITLOG.DAT - STATUS "
               WS-Audit-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       WRITE AuditRec FROM LNK-Audit-Rec.
       CLOSE AuditFile.
       GOBACK.
