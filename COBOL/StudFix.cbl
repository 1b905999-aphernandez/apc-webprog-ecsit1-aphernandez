      * trail stays complete and StudInq's dossier shows daytime
      * corrections alongside overnight amendments. This is the
      * exception path, not a bulk bypass of the batch cycle - there
      * is deliberately no file-driven mode. The operator must sign
      * on first and be authorised for STUDFIX; each correction is
      * stamped on AMDHIST.DAT with the operator's ID and written to
      * the common audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * AMDHIST.DAT line in the layout MergeFiles writes with
      * 7200-WRITE-AMENDMENT-HISTORY, extended in the trailing bytes
      * with the old/new surname-and-initials so a name correction
      * is on the trail too - the merge leaves those bytes blank -
      * and with the ID of the operator who made the correction.
       01  WS-Amend-Hist-Detail.
           02 AH-StudId         PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 AH-Old-Name       PIC X(10).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 AH-New-Name       PIC X(10).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 AH-Operator       PIC X(8).
           02 FILLER            PIC X(11) VALUE SPACES.

       01  WS-Program-Name           PIC X(14) VALUE "STUDFIX".
       01  WS-Operator-Id            PIC X(8).
       01  WS-Signed-On              PIC X(1).
         88 Signed-On                VALUE "Y".

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
       PERFORM 0500-LOAD-COURSES.
       OPEN I-O StudentFile.
       MOVE WS-Old-Gender  TO AH-Old-Gender.
       MOVE S-Gender       TO AH-New-Gender.
       MOVE WS-Run-Date    TO AH-Run-Date.
       MOVE WS-Operator-Id TO AH-Operator.
       IF WS-Field-Choice = 1 OR WS-Field-Choice = 2
           MOVE WS-Old-Surname  TO AH-Old-Name (1:8)
           MOVE WS-Old-Initials TO AH-Old-Name (9:2)
           MOVE S-Initials      TO AH-New-Name (9:2)
       END-IF.
       WRITE AmendHistLine FROM WS-Amend-Hist-Detail.
       MOVE "CORRECT"      TO AU-Action.
       MOVE S-StudId       TO AU-Key.
       EVALUATE WS-Field-Choice
           WHEN 1 STRING "SURNAME " WS-Old-Surname " -> " S-Surname
                      DELIMITED BY SIZE INTO AU-Detail
           WHEN 2 STRING "INITIALS " WS-Old-Initials " -> " S-Initials
                      DELIMITED BY SIZE INTO AU-Detail
           WHEN 3 STRING "COURSE " WS-Old-Course " -> " S-Course
                      DELIMITED BY SIZE INTO AU-Detail
           WHEN 4 STRING "GENDER " WS-Old-Gender " -> " S-Gender
                      DELIMITED BY SIZE INTO AU-Detail
       END-EVALUATE.
       PERFORM 9100-WRITE-AUDIT.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
