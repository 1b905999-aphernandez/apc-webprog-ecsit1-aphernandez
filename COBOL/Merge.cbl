             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Amend-Hist-Status.

       SELECT AlumStudFile ASSIGN TO "ALUMSTUD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AL-StudId
             FILE STATUS IS WS-Alum-Stud-Status.

       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
       FD AmendHistFile.
       01 AmendHistLine      PIC X(80).

       FD AlumStudFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==AlumStudRec==
                              ==:PFX:==      BY ==AL-==.

       WORKING-STORAGE SECTION.

       01  WS-Student-Status         PIC X(2).
         88 Suspense-Status-OK       VALUE "00".
         88 Suspense-Not-Found       VALUE "35".

       01  WS-Alum-Stud-Status       PIC X(2).
         88 Alum-Stud-Status-OK      VALUE "00".
         88 Alum-Stud-Not-Found      VALUE "35".

       01  WS-Switches.
           02 WS-Master-EOF     PIC X(1) VALUE "N".
             88 Master-EOF      VALUE "Y".
             88 Deletion-EOF    VALUE "Y".
           02 WS-Delete-This-Master PIC X(1) VALUE "N".
             88 Delete-This-Master VALUE "Y".
           02 WS-Alumni-Open    PIC X(1) VALUE "N".
             88 Alumni-Open     VALUE "Y".
           02 WS-On-Alumni      PIC X(1) VALUE "N".
             88 On-Alumni       VALUE "Y".

       01  WS-Counters.
           02 WS-Master-Count      PIC 9(7) VALUE ZERO.
           02 AH-New-Gender     PIC X(1).
           02 FILLER            PIC X(2) VALUE SPACES.
           02 AH-Run-Date       PIC 9(8).
           02 FILLER            PIC X(26) VALUE SPACES.
           02 AH-Operator       PIC X(8).
           02 FILLER            PIC X(11) VALUE SPACES.

       01  WS-Old-Course         PIC X(4).
       01  WS-Old-Gender         PIC X(1).
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM 1500-OPEN-ALUMNI-STUDENTS.
       PERFORM 1100-READ-MASTER.
       PERFORM 1200-READ-INSERTION.
       PERFORM 1300-READ-AMENDMENT.
           NOT AT END ADD 1 TO WS-Trans-Count
       END-READ.

      * No alumni archive yet simply means nothing has been archived.
       1500-OPEN-ALUMNI-STUDENTS.
       OPEN INPUT AlumStudFile.
       IF NOT Alum-Stud-Not-Found
           IF NOT Alum-Stud-Status-OK
               DISPLAY "MERGEFILES - COULD NOT OPEN ALUMSTUD.DAT - "
                   "STATUS " WS-Alum-Stud-Status
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           SET Alumni-Open TO TRUE
       END-IF.

       2000-MERGE-RECORD.
       IF Master-EOF
           PERFORM 3000-TAKE-INSERTION
           END-IF
       END-IF.

      * An archived student's StudId is never issued again, so an
      * insertion for one is suspended rather than reusing it.
       3000-TAKE-INSERTION.
       PERFORM 3100-CHECK-ALUMNI-ARCHIVE.
       IF NOT Master-EOF AND I-StudId = M-StudId
           ADD 1 TO WS-Rejected-Count
           PERFORM 7100-SUSPEND-INSERTION
       ELSE
           IF On-Alumni
               ADD 1 TO WS-Rejected-Count
               PERFORM 7130-SUSPEND-ALUMNI-INSERTION
           ELSE
               MOVE InsertionRec TO NewStudentRec
               WRITE NewStudentRec
                   INVALID KEY
                       DISPLAY "MERGEFILES - DUPLICATE STUDID "
                           I-StudId " REJECTED ON INSERT"
                       ADD 1 TO WS-Rejected-Count
                       PERFORM 7100-SUSPEND-INSERTION
                   NOT INVALID KEY
                       ADD 1 TO WS-Inserted-Count
                       ADD 1 TO WS-Output-Count
               END-WRITE
           END-IF
       END-IF.
       PERFORM 1200-READ-INSERTION.

       3100-CHECK-ALUMNI-ARCHIVE.
       MOVE "N" TO WS-On-Alumni.
       IF Alumni-Open
           MOVE I-StudId TO AL-StudId
           READ AlumStudFile
               INVALID KEY CONTINUE
               NOT INVALID KEY SET On-Alumni TO TRUE
           END-READ
       END-IF.

       4000-TAKE-MASTER.
       MOVE "N" TO WS-Delete-This-Master.
       PERFORM 5000-APPLY-AMENDMENT
       MOVE D-StudId             TO WS-Suspense-Data (1:7).
       PERFORM 7000-WRITE-SUSPENSE-RECORD.

       7130-SUSPEND-ALUMNI-INSERTION.
       MOVE "INSERTION"       TO WS-Suspense-Source.
       MOVE I-StudId          TO WS-Suspense-StudId.
       MOVE "ALUMNI"          TO WS-Suspense-Reason-Code.
       MOVE "ON ALUMNI ARCHIVE" TO WS-Suspense-Reason-Text.
       MOVE InsertionRec      TO WS-Suspense-Data.
       PERFORM 7000-WRITE-SUSPENSE-RECORD.

       7200-WRITE-AMENDMENT-HISTORY.
       MOVE SPACES       TO WS-Amend-Hist-Detail.
       MOVE M-StudId     TO AH-StudId.
       MOVE WS-Old-Gender TO AH-Old-Gender.
       MOVE M-Gender     TO AH-New-Gender.
       MOVE WS-Run-Date  TO AH-Run-Date.
       MOVE "BATCH"      TO AH-Operator.
       WRITE AmendHistLine FROM WS-Amend-Hist-Detail.

       8000-REJECT-REMAINING-AMENDMENTS.
             DeletionsFile
             NewStudentFile
             AmendHistFile.
       IF Alumni-Open
           CLOSE AlumStudFile
       END-IF.
       MOVE WS-Master-Count    TO RL-Master-Count.
       MOVE WS-Trans-Count     TO RL-Trans-Count.
       MOVE WS-Inserted-Count  TO RL-Inserted-Count.
