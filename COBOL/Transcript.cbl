      *    STUDID:NNNNNNN    one student's transcript on request
      * With no parameter every student on the master gets a page,
      * for the full batch run at term end.
      * A single StudId that is no longer on the live files is looked
      * for on the alumni archive (ALUMSTUD.DAT, ALUMSTAT.DAT and
      * ALUMGRAD.DAT, written by AlumArch), so a former student can
      * still be given a transcript; the page says it came from the
      * archive.

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

       SELECT TranscriptFile ASSIGN TO "TRANSCRIPT.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

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

       FD TranscriptFile.
       01 TranscriptLine    PIC X(80).

       01  WS-Grade-Status           PIC X(2).
         88 Grade-Status-OK          VALUE "00".

       01  WS-Alum-Stud-Status       PIC X(2).
         88 Alum-Stud-Status-OK      VALUE "00".

       01  WS-Alum-Stat-Status       PIC X(2).
         88 Alum-Stat-Status-OK      VALUE "00".

       01  WS-Alum-Grad-Status       PIC X(2).
         88 Alum-Grad-Status-OK      VALUE "00".
         88 Alum-Grad-Not-Found      VALUE "35".

       01  WS-Switches.
           02 WS-Student-EOF    PIC X(1) VALUE "N".
             88 Student-EOF     VALUE "Y".
             88 Single-Mode     VALUE "Y".
           02 WS-Has-Grades     PIC X(1) VALUE "N".
             88 Has-Grades      VALUE "Y".
           02 WS-Alum-Grad-EOF  PIC X(1) VALUE "N".
             88 Alum-Grad-EOF   VALUE "Y".
           02 WS-Archived       PIC X(1) VALUE "N".
             88 Archived-Student VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
           02 STL-Intake-Date   PIC 9(8).
           02 FILLER            PIC X(45) VALUE SPACES.

       01  WS-Archived-Line.
           02 FILLER            PIC X(80)
              VALUE "FORMER STUDENT - RECORD FROM THE ALUMNI ARCHIVE".

       01  WS-No-Status-Line.
           02 FILLER            PIC X(80)
              VALUE "STATUS NOT TRACKED ON STUDSTAT.DAT".
           PERFORM 1100-READ-GRADE
       END-PERFORM.
       CLOSE GradeFile.
       IF Single-Mode
           PERFORM 1200-LOAD-ARCHIVED-GRADES
       END-IF.

       1100-READ-GRADE.
       READ GradeFile
           AT END SET Grade-EOF TO TRUE
       END-READ.

      * A single student's grades may be on the alumni archive
      * instead. No archive yet simply means nothing has been
      * archived.
       1200-LOAD-ARCHIVED-GRADES.
       OPEN INPUT AlumGradFile.
       IF NOT Alum-Grad-Not-Found
           IF NOT Alum-Grad-Status-OK
               DISPLAY "TRANSCRIPT - COULD NOT OPEN ALUMGRAD.DAT - "
                   "STATUS " WS-Alum-Grad-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Filter-StudId TO AG-StudId
           MOVE LOW-VALUES TO AG-Course AG-Term
           START AlumGradFile KEY NOT < AG-Key
               INVALID KEY SET Alum-Grad-EOF TO TRUE
           END-START
           IF NOT Alum-Grad-EOF
               PERFORM 1210-READ-ARCHIVED-GRADE
           END-IF
           PERFORM UNTIL Alum-Grad-EOF
                         OR AG-StudId NOT = WS-Filter-StudId
               MOVE AG-StudId TO WK-StudId
               MOVE AG-Term   TO WK-Term
               MOVE AG-Course TO WK-Course
               MOVE AG-Grade  TO WK-Grade
               RELEASE WorkRec
               PERFORM 1210-READ-ARCHIVED-GRADE
           END-PERFORM
           CLOSE AlumGradFile
       END-IF.

       1210-READ-ARCHIVED-GRADE.
       READ AlumGradFile NEXT RECORD
           AT END SET Alum-Grad-EOF TO TRUE
       END-READ.

       3000-PRINT-TRANSCRIPTS.
       PERFORM 3100-RETURN-GRADE.
       OPEN INPUT StudentFile.
           MOVE WS-Filter-StudId TO S-StudId
           READ StudentFile
               INVALID KEY
                   PERFORM 3300-FIND-ARCHIVED-STUDENT
               NOT INVALID KEY
                   PERFORM 4000-PRINT-ONE-TRANSCRIPT
           END-READ
           AT END SET Student-EOF TO TRUE
       END-READ.

      * The archived master and status records are read into the
      * live record areas, so the page is printed exactly as for a
      * current student.
       3300-FIND-ARCHIVED-STUDENT.
       OPEN INPUT AlumStudFile.
       IF Alum-Stud-Status-OK
           OPEN INPUT AlumStatFile
           MOVE WS-Filter-StudId TO AS-StudId
           READ AlumStudFile INTO StudentRec
               INVALID KEY CONTINUE
               NOT INVALID KEY SET Archived-Student TO TRUE
           END-READ
           IF Archived-Student
               PERFORM 4000-PRINT-ONE-TRANSCRIPT
           END-IF
           CLOSE AlumStudFile
                 AlumStatFile
       END-IF.
       IF NOT Archived-Student
           DISPLAY "TRANSCRIPT - NO STUDENT ON FILE FOR ID "
               WS-Filter-StudId
           MOVE 1 TO RETURN-CODE
       END-IF.

       4000-PRINT-ONE-TRANSCRIPT.
       ADD 1 TO WS-Student-Count.
       WRITE TranscriptLine FROM WS-Page-Sep-Line.
       WRITE TranscriptLine FROM WS-Title-Line.
       IF Archived-Student
           WRITE TranscriptLine FROM WS-Archived-Line
       END-IF.
       MOVE S-StudId   TO IL-StudId.
       MOVE S-Surname  TO IL-Surname.
       MOVE S-Initials TO IL-Initials.
       PERFORM 4200-PRINT-GRADE-SECTION.

       4100-PRINT-STATUS.
       IF Archived-Student
           MOVE S-StudId TO AT-StudId
           READ AlumStatFile INTO StudStatRec
               INVALID KEY PERFORM 4150-PRINT-NO-STATUS
               NOT INVALID KEY PERFORM 4160-PRINT-STATUS-LINE
           END-READ
       ELSE
           MOVE S-StudId TO SS-StudId
           READ StudStatFile
               INVALID KEY PERFORM 4150-PRINT-NO-STATUS
               NOT INVALID KEY PERFORM 4160-PRINT-STATUS-LINE
           END-READ
       END-IF.

       4150-PRINT-NO-STATUS.
       WRITE TranscriptLine FROM WS-No-Status-Line.
