      * holds for the student - current lifecycle status and intake
      * date from STUDSTAT.DAT, the course/gender amendment history
      * from AMDHIST.DAT in run-date order, the grade list from
      * GRADES.DAT with any changes made to those grades from
      * GRADECHG.DAT, and anything parked for the student on
      * TRANSSUSP.DAT - so a registrations query no longer means
      * grepping five files by hand.
      * A StudId no longer on the live files is looked for on the
      * alumni archive written by AlumArch - master, status and grades
      * come from ALUMSTUD.DAT, ALUMSTAT.DAT and ALUMGRAD.DAT, and the
      * dossier is headed as a former student's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
	     RECORD KEY IS GR-Key
	     FILE STATUS IS WS-Grade-Status.

       SELECT AlumStudFile ASSIGN TO "ALUMSTUD.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS AS-StudId
	     FILE STATUS IS WS-Alum-Stud-Status.

       SELECT AlumStatFile ASSIGN TO "ALUMSTAT.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS AT-StudId
	     FILE STATUS IS WS-Alum-Stat-Status.

       SELECT AlumGradFile ASSIGN TO "ALUMGRAD.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS DYNAMIC
	     RECORD KEY IS AG-Key
	     FILE STATUS IS WS-Alum-Grad-Status.

       SELECT AmendHistFile ASSIGN TO "AMDHIST.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Amend-Hist-Status.

       SELECT GradeChgFile ASSIGN TO "GRADECHG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Grade-Chg-Status.

       SELECT SuspenseFile ASSIGN TO "TRANSSUSP.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Suspense-Status.
       COPY GRADEREC REPLACING ==:REC-NAME:== BY ==GradeRec==
                               ==:PFX:==      BY ==GR-==.

       FD AlumStudFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==AlumStudRec==
                              ==:PFX:==      BY ==AS-==.

       FD AlumStatFile.
       COPY STUDSTAT REPLACING ==:REC-NAME:== BY ==AlumStatRec==
                               ==:PFX:==      BY ==AT-==.

       FD AlumGradFile.
       COPY GRADEREC REPLACING ==:REC-NAME:== BY ==AlumGradRec==
                               ==:PFX:==      BY ==AG-==.

       FD AmendHistFile.
       01 AmendHistLine      PIC X(80).

       FD GradeChgFile.
       COPY GRADECHG REPLACING ==:REC-NAME:== BY ==GradeChgRec==
                               ==:PFX:==      BY ==GC-==.

       FD SuspenseFile.
       01 SuspenseLine       PIC X(83).

       01  WS-Grade-Status           PIC X(2).
         88 Grade-Status-OK          VALUE "00".

       01  WS-Alum-Stud-Status       PIC X(2).
         88 Alum-Stud-Status-OK      VALUE "00".
         88 Alum-Stud-Not-Found      VALUE "35".

       01  WS-Alum-Stat-Status       PIC X(2).
         88 Alum-Stat-Status-OK      VALUE "00".

       01  WS-Alum-Grad-Status       PIC X(2).
         88 Alum-Grad-Status-OK      VALUE "00".

       01  WS-Amend-Hist-Status      PIC X(2).
         88 Amend-Hist-Status-OK     VALUE "00".
         88 Amend-Hist-Not-Found     VALUE "35".

       01  WS-Grade-Chg-Status       PIC X(2).
         88 Grade-Chg-Status-OK      VALUE "00".
         88 Grade-Chg-Not-Found      VALUE "35".

       01  WS-Suspense-Status        PIC X(2).
         88 Suspense-Status-OK       VALUE "00".
         88 Suspense-Not-Found       VALUE "35".
             88 Grade-EOF       VALUE "Y".
           02 WS-Amend-Hist-EOF PIC X(1) VALUE "N".
             88 Amend-Hist-EOF  VALUE "Y".
           02 WS-Grade-Chg-EOF  PIC X(1) VALUE "N".
             88 Grade-Chg-EOF   VALUE "Y".
           02 WS-Suspense-EOF   PIC X(1) VALUE "N".
             88 Suspense-EOF    VALUE "Y".
           02 WS-Alumni-Open    PIC X(1) VALUE "N".
             88 Alumni-Open     VALUE "Y".
           02 WS-Archived       PIC X(1) VALUE "N".
             88 Archived-Student VALUE "Y".

       01  WS-Search-Id              PIC 9(7).
       01  WS-Amend-Count            PIC 9(3).
       01  WS-Grade-Count            PIC 9(3).
       01  WS-Grade-Chg-Count        PIC 9(3).
       01  WS-Suspense-Count         PIC 9(3).

      * AMDHIST.DAT line in the layout MergeFiles writes with
      * 7200-WRITE-AMENDMENT-HISTORY (StudFix appends to the same
      * file in the same layout). The operator who made the change is
      * stamped in the trailing bytes - BATCH for an overnight
      * amendment, blank on entries written before operators signed
      * on.
       01  WS-Amend-Hist-Detail.
           02 AH-StudId         PIC 9(7).
           02 FILLER            PIC X(2).
           02 AH-Old-Name       PIC X(10).
           02 FILLER            PIC X(2).
           02 AH-New-Name       PIC X(10).
           02 FILLER            PIC X(2).
           02 AH-Operator       PIC X(8).
           02 FILLER            PIC X(11).

      * TRANSSUSP.DAT record in the layout MergeFiles writes with
      * 7000-WRITE-SUSPENSE-RECORD.
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0100-OPEN-ALUMNI-FILES.
       PERFORM 1000-GET-SEARCH-ID.
       PERFORM UNTIL WS-Search-Id = ZERO
           MOVE "N" TO WS-Archived
           MOVE WS-Search-Id TO StudId
           READ StudentFile
               INVALID KEY PERFORM 1500-FIND-ARCHIVED-STUDENT
               NOT INVALID KEY PERFORM 2000-DISPLAY-DOSSIER
           END-READ
           PERFORM 1000-GET-SEARCH-ID
       CLOSE StudentFile
             StudStatFile
             GradeFile.
       IF Alumni-Open
           CLOSE AlumStudFile
                 AlumStatFile
                 AlumGradFile
       END-IF.
       STOP RUN.

      * No alumni archive yet simply means nothing has been archived.
       0100-OPEN-ALUMNI-FILES.
       OPEN INPUT AlumStudFile.
       IF NOT Alum-Stud-Not-Found
           IF NOT Alum-Stud-Status-OK
               DISPLAY "STUDINQ - COULD NOT OPEN ALUMSTUD.DAT - "
                   "STATUS " WS-Alum-Stud-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AlumStatFile
           IF NOT Alum-Stat-Status-OK
               DISPLAY "STUDINQ - COULD NOT OPEN ALUMSTAT.DAT - "
                   "STATUS " WS-Alum-Stat-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AlumGradFile
           IF NOT Alum-Grad-Status-OK
               DISPLAY "STUDINQ - COULD NOT OPEN ALUMGRAD.DAT - "
                   "STATUS " WS-Alum-Grad-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET Alumni-Open TO TRUE
       END-IF.

       1000-GET-SEARCH-ID.
       DISPLAY "ENTER STUDID TO LOOK UP (0000000 TO END) - ".
       ACCEPT WS-Search-Id.

      * The archived master is read into the live record area so the
      * dossier is shown exactly as for a current student.
       1500-FIND-ARCHIVED-STUDENT.
       IF Alumni-Open
           MOVE WS-Search-Id TO AS-StudId
           READ AlumStudFile INTO StudentRec
               INVALID KEY CONTINUE
               NOT INVALID KEY SET Archived-Student TO TRUE
           END-READ
       END-IF.
       IF Archived-Student
           PERFORM 2000-DISPLAY-DOSSIER
       ELSE
           DISPLAY "NO STUDENT ON FILE FOR ID " WS-Search-Id
       END-IF.

       2000-DISPLAY-DOSSIER.
       IF Archived-Student
           DISPLAY "FORMER STUDENT - RECORD FROM THE ALUMNI ARCHIVE"
       END-IF.
       DISPLAY "STUDID    - " StudId.
       DISPLAY "SURNAME   - " Surname.
       DISPLAY "INITIALS  - " Initials.
       PERFORM 2100-DISPLAY-STATUS.
       PERFORM 3000-DISPLAY-AMENDMENTS.
       PERFORM 4000-DISPLAY-GRADES.
       PERFORM 4500-DISPLAY-GRADE-CHANGES.
       PERFORM 5000-DISPLAY-SUSPENSE.
       DISPLAY " ".

       2100-DISPLAY-STATUS.
       IF Archived-Student
           MOVE WS-Search-Id TO AT-StudId
           READ AlumStatFile INTO StudStatRec
               INVALID KEY
                   DISPLAY "STATUS    - NOT ON ALUMSTAT.DAT"
               NOT INVALID KEY PERFORM 2200-DISPLAY-STATUS-FIELDS
           END-READ
       ELSE
           MOVE WS-Search-Id TO SS-StudId
           READ StudStatFile
               INVALID KEY
                   DISPLAY "STATUS    - NOT TRACKED ON STUDSTAT.DAT"
               NOT INVALID KEY PERFORM 2200-DISPLAY-STATUS-FIELDS
           END-READ
       END-IF.

       2200-DISPLAY-STATUS-FIELDS.
       EVALUATE TRUE
                   DISPLAY "  " AH-Run-Date " COURSE " AH-Old-Course
                       " -> " AH-New-Course " GENDER " AH-Old-Gender
                       " -> " AH-New-Gender
                   IF AH-Operator NOT = SPACES
                       DISPLAY "           BY " AH-Operator
                   END-IF
                   IF AH-Old-Name NOT = SPACES
                       DISPLAY "           NAME " AH-Old-Name
                           " -> " AH-New-Name
       MOVE ZERO TO WS-Grade-Count.
       MOVE "N" TO WS-Grade-EOF.
       DISPLAY "GRADES -".
       IF Archived-Student
           MOVE WS-Search-Id TO AG-StudId
           MOVE LOW-VALUES TO AG-Course AG-Term
           START AlumGradFile KEY NOT < AG-Key
               INVALID KEY SET Grade-EOF TO TRUE
           END-START
       ELSE
           MOVE WS-Search-Id TO GR-StudId
           MOVE LOW-VALUES TO GR-Course GR-Term
           START GradeFile KEY NOT < GR-Key
               INVALID KEY SET Grade-EOF TO TRUE
           END-START
       END-IF.
       IF NOT Grade-EOF
           PERFORM 4100-READ-NEXT-GRADE
       END-IF.
           DISPLAY "  (NONE ON FILE)"
       END-IF.

      * An archived student's grades are read into the live record
      * area, so the listing above serves both.
       4100-READ-NEXT-GRADE.
       IF Archived-Student
           READ AlumGradFile NEXT RECORD INTO GradeRec
               AT END SET Grade-EOF TO TRUE
           END-READ
       ELSE
           READ GradeFile NEXT RECORD
               AT END SET Grade-EOF TO TRUE
           END-READ
       END-IF.

      * GradeChg appends to GRADECHG.DAT as each change is made, so
      * file order is already the order the changes were made in.
       4500-DISPLAY-GRADE-CHANGES.
       MOVE ZERO TO WS-Grade-Chg-Count.
       MOVE "N" TO WS-Grade-Chg-EOF.
       OPEN INPUT GradeChgFile.
       IF Grade-Chg-Status-OK
           PERFORM 4600-READ-GRADE-CHG
           PERFORM UNTIL Grade-Chg-EOF
               IF GC-StudId = WS-Search-Id
                   IF WS-Grade-Chg-Count = ZERO
                       DISPLAY "GRADE CHANGES -"
                   END-IF
                   ADD 1 TO WS-Grade-Chg-Count
                   DISPLAY "  " GC-Change-Date " TERM " GC-Term
                       " COURSE " GC-Course " GRADE " GC-Old-Grade
                       " -> " GC-New-Grade " REASON " GC-Reason
                   DISPLAY "           AUTHORISED BY " GC-Authoriser
               END-IF
               PERFORM 4600-READ-GRADE-CHG
           END-PERFORM
           CLOSE GradeChgFile
           IF WS-Grade-Chg-Count = ZERO
               DISPLAY "GRADE CHANGES - (NONE)"
           END-IF
       ELSE
           IF NOT Grade-Chg-Not-Found
               DISPLAY "GRADE CHANGES - COULD NOT OPEN GRADECHG.DAT - "
                   "STATUS " WS-Grade-Chg-Status
           ELSE
               DISPLAY "GRADE CHANGES - (NONE)"
           END-IF
       END-IF.

       4600-READ-GRADE-CHG.
       READ GradeChgFile
           AT END SET Grade-Chg-EOF TO TRUE
       END-READ.

       5000-DISPLAY-SUSPENSE.
