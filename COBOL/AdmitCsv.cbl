       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AdmitCsv.
       AUTHOR.  Michael Coughlan.

      * Loads the admissions office's spreadsheet export of new
      * students (ADMISSNS.CSV) as insertions for the next merge -
      * the reverse of StudCsv, in the same column order and with or
      * without the same named header row -
      *    STUDID,SURNAME,INITIALS,YOB,MOB,DOB,COURSE,GENDER
      * Each row is converted to the 30-byte STUDREC layout and put
      * through the EditTrans field checks (date, gender, active
      * course on COURSEMST.DAT) and a check that the StudId is not
      * already on STUDENTS.DAT, nor on the alumni archive ALUMSTUD.DAT
      * (an archived student's StudId is never issued again), nor
      * already waiting on TRANSINS.RCY or loaded from an earlier row
      * of the same feed. Leading zeros may be dropped from the
      * numeric columns and lower case is taken as upper case.
      * Good rows are appended to the recycle file TRANSINS.RCY, as
      * SuspRepair does for repaired insertions - RunControl rebuilds
      * TRANSINS.DAT from the keyed batch each cycle and its bridge
      * step appends the recycle file behind it, so the rows reach
      * TRANSINS.DAT for that night's MergeFiles run. Bad rows are
      * written unchanged to ADMREJ.CSV with the reason as an extra
      * last column, so admissions can correct and resend them. The
      * control listing ADMLOAD.PRT shows every rejected row and
      * proves rows received = rows loaded + rows rejected.
      * Sets RETURN-CODE 2 when any row is rejected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AdmitFile ASSIGN TO "ADMISSNS.CSV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Admit-Status.

       SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ST-StudId
             FILE STATUS IS WS-Student-Status.

       SELECT AlumStudFile ASSIGN TO "ALUMSTUD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AS-StudId
             FILE STATUS IS WS-Alum-Stud-Status.

       SELECT CourseMstFile ASSIGN TO "COURSEMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS CM-Course
             FILE STATUS IS WS-Course-Mst-Status.

       SELECT RecycleFile ASSIGN TO "TRANSINS.RCY"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Recycle-Status.

       SELECT RejectFile ASSIGN TO "ADMREJ.CSV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Reject-Status.

       SELECT ControlFile ASSIGN TO "ADMLOAD.PRT"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AdmitFile.
       01 AdmitLine          PIC X(80).

       FD StudentFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==StudentRec==
                              ==:PFX:==      BY ==ST-==.

       FD AlumStudFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==AlumStudRec==
                              ==:PFX:==      BY ==AS-==.

       FD CourseMstFile.
       COPY COURSEMST REPLACING ==:REC-NAME:== BY ==CourseMstRec==
                                ==:PFX:==      BY ==CM-==.

       FD RecycleFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==InsertionRec==
                              ==:PFX:==      BY ==I-==.

       FD RejectFile.
       01 RejectLine         PIC X(122).

       FD ControlFile.
       01 ControlLine        PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-Admit-Status           PIC X(2).
         88 Admit-Status-OK          VALUE "00".

       01  WS-Student-Status         PIC X(2).
         88 Student-Status-OK        VALUE "00".

       01  WS-Alum-Stud-Status       PIC X(2).
         88 Alum-Stud-Status-OK      VALUE "00".
         88 Alum-Stud-Not-Found      VALUE "35".

       01  WS-Course-Mst-Status      PIC X(2).
         88 Course-Mst-Status-OK     VALUE "00".

       01  WS-Recycle-Status         PIC X(2).
         88 Recycle-Status-OK        VALUE "00".
         88 Recycle-Not-Found        VALUE "35".

       01  WS-Reject-Status          PIC X(2).
         88 Reject-Status-OK         VALUE "00".

       01  WS-Switches.
           02 WS-Admit-EOF      PIC X(1) VALUE "N".
             88 Admit-EOF       VALUE "Y".
           02 WS-Course-Mst-EOF PIC X(1) VALUE "N".
             88 Course-Mst-EOF  VALUE "Y".
           02 WS-Row-Valid      PIC X(1) VALUE "Y".
             88 Row-Valid       VALUE "Y".
           02 WS-Course-Found   PIC X(1) VALUE "N".
             88 Course-Found    VALUE "Y".
           02 WS-Too-Many-Fields PIC X(1) VALUE "N".
             88 Too-Many-Fields VALUE "Y".
           02 WS-Recycle-EOF    PIC X(1) VALUE "N".
             88 Recycle-EOF     VALUE "Y".
           02 WS-Alumni-Open    PIC X(1) VALUE "N".
             88 Alumni-Open     VALUE "Y".

       01  WS-Counters.
           02 WS-Received-Count PIC 9(7) VALUE ZERO.
           02 WS-Loaded-Count   PIC 9(7) VALUE ZERO.
           02 WS-Rejected-Count PIC 9(7) VALUE ZERO.
           02 WS-Header-Count   PIC 9(7) VALUE ZERO.
           02 WS-Control-Total  PIC 9(7) VALUE ZERO.

       COPY COURSETBL.

      * Every StudId waiting on TRANSINS.RCY when the run starts and
      * every one loaded by it, so no StudId goes to the merge twice.
       01  WS-Loaded-Table.
           02 WS-Loaded-Id-Count PIC 9(4) COMP VALUE ZERO.
           02 WS-Loaded-StudId  PIC 9(7) OCCURS 1 TO 5000 TIMES
                DEPENDING ON WS-Loaded-Id-Count
                INDEXED BY WS-Loaded-Id-Idx.

       01  WS-Days-In-Month-Values.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 29.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
           02 FILLER            PIC 9(2) VALUE 30.
           02 FILLER            PIC 9(2) VALUE 31.
       01  WS-Days-In-Month-Table REDEFINES WS-Days-In-Month-Values.
           02 WS-Days-In-Month  PIC 9(2) OCCURS 12 TIMES.

      * The row as received, kept for the reject file, and an upper
      * case copy the columns are split from.
       01  WS-Raw-Line               PIC X(80).
       01  WS-Work-Line              PIC X(80).

       01  WS-Csv-Fields.
           02 WS-Csv-StudId     PIC X(10).
           02 WS-Csv-Surname    PIC X(20).
           02 WS-Csv-Initials   PIC X(10).
           02 WS-Csv-YOB        PIC X(10).
           02 WS-Csv-MOB        PIC X(10).
           02 WS-Csv-DOB        PIC X(10).
           02 WS-Csv-Course     PIC X(10).
           02 WS-Csv-Gender     PIC X(10).
       01  WS-Csv-Lengths.
           02 WS-StudId-Len     PIC 9(2).
           02 WS-Surname-Len    PIC 9(2).
           02 WS-Initials-Len   PIC 9(2).
           02 WS-YOB-Len        PIC 9(2).
           02 WS-MOB-Len        PIC 9(2).
           02 WS-DOB-Len        PIC 9(2).
           02 WS-Course-Len     PIC 9(2).
           02 WS-Gender-Len     PIC 9(2).
       01  WS-Field-Count            PIC 9(2).
       01  WS-Raw-Len                PIC 9(2).

       01  WS-Edit-StudId            PIC 9(7).
       01  WS-Edit-YOB               PIC 9(4).
       01  WS-Edit-MOB               PIC 9(2).
       01  WS-Edit-DOB               PIC 9(2).
       01  WS-Reason-Text            PIC X(40).

       01  WS-Heading-Line.
           02 FILLER            PIC X(80)
              VALUE "ADMISSIONS CSV LOAD - REJECTED ROWS".

       01  WS-Blank-Line             PIC X(80) VALUE SPACES.

       01  WS-Reject-Detail.
           02 RD-Row-No         PIC ZZZZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 RD-Reason         PIC X(40).
           02 FILLER            PIC X(31) VALUE SPACES.

       01  WS-Reject-Row-Line.
           02 FILLER            PIC X(9)  VALUE SPACES.
           02 RR-Row            PIC X(71).

       01  WS-Summary-Line.
           02 SL-Label          PIC X(40).
           02 SL-Count          PIC ZZZZZZ9.
           02 FILLER            PIC X(33) VALUE SPACES.

       01  WS-Balance-Line           PIC X(80).

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO ROWS REJECTED)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       PERFORM 0500-LOAD-COURSES.
       PERFORM 0600-OPEN-ALUMNI-STUDENTS.
       PERFORM 0700-LOAD-RECYCLE-STUDIDS.
       OPEN INPUT AdmitFile.
       IF NOT Admit-Status-OK
           DISPLAY "ADMITCSV - COULD NOT OPEN ADMISSNS.CSV - STATUS "
               WS-Admit-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT StudentFile.
       IF NOT Student-Status-OK
           DISPLAY "ADMITCSV - COULD NOT OPEN STUDENTS.DAT - STATUS "
               WS-Student-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND RecycleFile.
       IF Recycle-Not-Found
           OPEN OUTPUT RecycleFile
       END-IF.
       IF NOT Recycle-Status-OK
           DISPLAY "ADMITCSV - COULD NOT OPEN TRANSINS.RCY - STATUS "
               WS-Recycle-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT RejectFile.
       IF NOT Reject-Status-OK
           DISPLAY "ADMITCSV - COULD NOT OPEN ADMREJ.CSV - STATUS "
               WS-Reject-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT ControlFile.
       WRITE ControlLine FROM WS-Heading-Line.
       WRITE ControlLine FROM WS-Blank-Line.
       PERFORM 1000-READ-ROW.
       PERFORM UNTIL Admit-EOF
           PERFORM 2000-PROCESS-ROW
           PERFORM 1000-READ-ROW
       END-PERFORM.
       IF WS-Rejected-Count = ZERO
           WRITE ControlLine FROM WS-None-Line
       END-IF.
       PERFORM 8000-PRINT-CONTROL-TOTALS.
       CLOSE AdmitFile
             StudentFile
             RecycleFile
             RejectFile
             ControlFile.
       IF Alumni-Open
           CLOSE AlumStudFile
       END-IF.
       DISPLAY "ADMITCSV - ROWS RECEIVED  " WS-Received-Count.
       DISPLAY "ADMITCSV - ROWS LOADED    " WS-Loaded-Count.
       DISPLAY "ADMITCSV - ROWS REJECTED  " WS-Rejected-Count.
       IF WS-Control-Total NOT = WS-Received-Count
           DISPLAY "ADMITCSV - CONTROL TOTALS DO NOT BALANCE"
           MOVE 1 TO RETURN-CODE
       ELSE
           IF WS-Rejected-Count > ZERO
               MOVE 2 TO RETURN-CODE
           END-IF
       END-IF.
       STOP RUN.

       0500-LOAD-COURSES.
       OPEN INPUT CourseMstFile.
       IF NOT Course-Mst-Status-OK
           DISPLAY "ADMITCSV - COULD NOT OPEN COURSEMST.DAT - STATUS "
               WS-Course-Mst-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0510-READ-COURSE.
       PERFORM UNTIL Course-Mst-EOF
           IF WS-Course-Count < 50
               ADD 1 TO WS-Course-Count
               MOVE CM-Course TO WS-Valid-Course (WS-Course-Count)
               MOVE CM-Title  TO WS-Course-Title (WS-Course-Count)
               MOVE CM-Active TO WS-Course-Active (WS-Course-Count)
           END-IF
           PERFORM 0510-READ-COURSE
       END-PERFORM.
       CLOSE CourseMstFile.

       0510-READ-COURSE.
       READ CourseMstFile
           AT END SET Course-Mst-EOF TO TRUE
       END-READ.

      * No alumni archive yet simply means nothing has been archived.
       0600-OPEN-ALUMNI-STUDENTS.
       OPEN INPUT AlumStudFile.
       IF NOT Alum-Stud-Not-Found
           IF NOT Alum-Stud-Status-OK
               DISPLAY "ADMITCSV - COULD NOT OPEN ALUMSTUD.DAT - "
                   "STATUS " WS-Alum-Stud-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET Alumni-Open TO TRUE
       END-IF.

      * The insertions already waiting for the merge are read before
      * the recycle file is opened for extend.
       0700-LOAD-RECYCLE-STUDIDS.
       OPEN INPUT RecycleFile.
       IF Recycle-Not-Found
           CLOSE RecycleFile
       ELSE
           IF NOT Recycle-Status-OK
               DISPLAY "ADMITCSV - COULD NOT OPEN TRANSINS.RCY - "
                   "STATUS " WS-Recycle-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0710-READ-RECYCLE
           PERFORM UNTIL Recycle-EOF
               PERFORM 0720-NOTE-LOADED-STUDID
               PERFORM 0710-READ-RECYCLE
           END-PERFORM
           CLOSE RecycleFile
       END-IF.

       0710-READ-RECYCLE.
       READ RecycleFile
           AT END SET Recycle-EOF TO TRUE
       END-READ.

       0720-NOTE-LOADED-STUDID.
       IF WS-Loaded-Id-Count >= 5000
           DISPLAY "ADMITCSV - MORE THAN 5000 STUDIDS FOR THE MERGE "
               "- STUDID TABLE FULL - RUN STOPPED"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-Loaded-Id-Count.
       MOVE I-StudId TO WS-Loaded-StudId (WS-Loaded-Id-Count).

      * Blank lines (a spreadsheet export often ends with one) are
      * not rows and are passed over without being counted.
       1000-READ-ROW.
       MOVE SPACES TO AdmitLine.
       READ AdmitFile
           AT END SET Admit-EOF TO TRUE
       END-READ.
       PERFORM UNTIL Admit-EOF OR AdmitLine NOT = SPACES
           READ AdmitFile
               AT END SET Admit-EOF TO TRUE
           END-READ
       END-PERFORM.

      * A header row naming the columns is recognised by its first
      * column and not counted as a row received.
       2000-PROCESS-ROW.
       MOVE AdmitLine TO WS-Raw-Line.
       INSPECT WS-Raw-Line REPLACING ALL X"0D" BY SPACE.
       MOVE WS-Raw-Line TO WS-Work-Line.
       INSPECT WS-Work-Line CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       PERFORM 2100-SPLIT-ROW.
       IF WS-Csv-StudId = "STUDID"
           ADD 1 TO WS-Header-Count
       ELSE
           ADD 1 TO WS-Received-Count
           MOVE "Y" TO WS-Row-Valid
           PERFORM 3000-CONVERT-ROW
           IF Row-Valid
               PERFORM 5000-EDIT-DATE
           END-IF
           IF Row-Valid
               PERFORM 5100-EDIT-GENDER
           END-IF
           IF Row-Valid
               PERFORM 5200-EDIT-COURSE
           END-IF
           IF Row-Valid
               PERFORM 5300-EDIT-NEW-STUDID
           END-IF
           IF Row-Valid
               PERFORM 7000-LOAD-ROW
           ELSE
               PERFORM 6000-REJECT-ROW
           END-IF
       END-IF.

       2100-SPLIT-ROW.
       MOVE SPACES TO WS-Csv-Fields.
       MOVE ZERO TO WS-Csv-Lengths WS-Field-Count.
       MOVE "N" TO WS-Too-Many-Fields.
       UNSTRING WS-Work-Line DELIMITED BY ","
           INTO WS-Csv-StudId   COUNT IN WS-StudId-Len
                WS-Csv-Surname  COUNT IN WS-Surname-Len
                WS-Csv-Initials COUNT IN WS-Initials-Len
                WS-Csv-YOB      COUNT IN WS-YOB-Len
                WS-Csv-MOB      COUNT IN WS-MOB-Len
                WS-Csv-DOB      COUNT IN WS-DOB-Len
                WS-Csv-Course   COUNT IN WS-Course-Len
                WS-Csv-Gender   COUNT IN WS-Gender-Len
           TALLYING IN WS-Field-Count
           ON OVERFLOW SET Too-Many-Fields TO TRUE
       END-UNSTRING.

      * The numeric columns are checked to be all digits before they
      * are moved; a short value such as "42" for an StudId moves in
      * right-justified with leading zeros. The text columns must
      * fit their STUDREC fields.
       3000-CONVERT-ROW.
       EVALUATE TRUE
           WHEN Too-Many-Fields
               MOVE "MORE THAN 8 COLUMNS" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-Field-Count < 8
               MOVE "FEWER THAN 8 COLUMNS" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-StudId-Len = ZERO OR WS-StudId-Len > 7
               MOVE "STUDID MUST BE 1 TO 7 DIGITS" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-Csv-StudId (1:WS-StudId-Len) NOT NUMERIC
               MOVE "STUDID IS NOT NUMERIC" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-Surname-Len = ZERO OR WS-Csv-Surname = SPACES
               MOVE "SURNAME IS MISSING" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-Csv-Surname (9:12) NOT = SPACES
               MOVE "SURNAME LONGER THAN 8 CHARACTERS"
                   TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-Csv-Initials (3:8) NOT = SPACES
               MOVE "INITIALS LONGER THAN 2 CHARACTERS"
                   TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-YOB-Len NOT = 4
               MOVE "YOB MUST BE 4 DIGITS" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-Csv-YOB (1:4) NOT NUMERIC
               MOVE "YOB IS NOT NUMERIC" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-MOB-Len = ZERO OR WS-MOB-Len > 2
               MOVE "MOB MUST BE 1 OR 2 DIGITS" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-Csv-MOB (1:WS-MOB-Len) NOT NUMERIC
               MOVE "MOB IS NOT NUMERIC" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-DOB-Len = ZERO OR WS-DOB-Len > 2
               MOVE "DOB MUST BE 1 OR 2 DIGITS" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-Csv-DOB (1:WS-DOB-Len) NOT NUMERIC
               MOVE "DOB IS NOT NUMERIC" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-Csv-Course (5:6) NOT = SPACES
               MOVE "COURSE LONGER THAN 4 CHARACTERS" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           WHEN WS-Csv-Gender (2:9) NOT = SPACES
               MOVE "GENDER LONGER THAN 1 CHARACTER" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
       END-EVALUATE.
       IF Row-Valid
           MOVE WS-Csv-StudId (1:WS-StudId-Len) TO WS-Edit-StudId
           MOVE WS-Csv-YOB (1:4)                TO WS-Edit-YOB
           MOVE WS-Csv-MOB (1:WS-MOB-Len)       TO WS-Edit-MOB
           MOVE WS-Csv-DOB (1:WS-DOB-Len)       TO WS-Edit-DOB
           MOVE WS-Edit-StudId           TO I-StudId
           MOVE WS-Csv-Surname           TO I-Surname
           MOVE WS-Csv-Initials          TO I-Initials
           MOVE WS-Edit-YOB              TO I-YOB
           MOVE WS-Edit-MOB              TO I-MOB
           MOVE WS-Edit-DOB              TO I-DOB
           MOVE WS-Csv-Course            TO I-Course
           MOVE WS-Csv-Gender            TO I-Gender
       END-IF.

      * The date, gender and course checks are EditTrans's own, so a
      * row loaded here passes the night's edit run unchanged.
       5000-EDIT-DATE.
       IF WS-Edit-MOB < 1 OR WS-Edit-MOB > 12
           MOVE "MOB IS NOT A VALID MONTH" TO WS-Reason-Text
           MOVE "N" TO WS-Row-Valid
       ELSE
           IF WS-Edit-DOB < 1 OR
              WS-Edit-DOB > WS-Days-In-Month (WS-Edit-MOB)
               MOVE "DOB IS NOT VALID FOR THAT MONTH" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           END-IF
       END-IF.
       IF Row-Valid
           IF WS-Edit-YOB < 1900 OR WS-Edit-YOB > 2099
               MOVE "YOB IS OUTSIDE THE VALID RANGE" TO WS-Reason-Text
               MOVE "N" TO WS-Row-Valid
           END-IF
       END-IF.

       5100-EDIT-GENDER.
       IF I-Gender NOT = "M" AND I-Gender NOT = "F"
           MOVE "GENDER IS NOT M OR F" TO WS-Reason-Text
           MOVE "N" TO WS-Row-Valid
       END-IF.

       5200-EDIT-COURSE.
       SET WS-Course-Idx TO 1.
       MOVE "N" TO WS-Course-Found.
       SEARCH WS-Course-Entry
           AT END NEXT SENTENCE
           WHEN WS-Valid-Course (WS-Course-Idx) = I-Course
               IF Course-Is-Active (WS-Course-Idx)
                   SET Course-Found TO TRUE
               END-IF
       END-SEARCH.
       IF NOT Course-Found
           MOVE "COURSE CODE NOT ON FILE OR INACTIVE" TO WS-Reason-Text
           MOVE "N" TO WS-Row-Valid
       END-IF.

       5300-EDIT-NEW-STUDID.
       IF I-StudId = ZERO
           MOVE "STUDID IS ZERO" TO WS-Reason-Text
           MOVE "N" TO WS-Row-Valid
       ELSE
           MOVE I-StudId TO ST-StudId
           READ StudentFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "STUDID ALREADY ON STUDENTS.DAT"
                       TO WS-Reason-Text
                   MOVE "N" TO WS-Row-Valid
           END-READ
       END-IF.
       IF Row-Valid AND Alumni-Open
           MOVE I-StudId TO AS-StudId
           READ AlumStudFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "STUDID ON ALUMNI ARCHIVE" TO WS-Reason-Text
                   MOVE "N" TO WS-Row-Valid
           END-READ
       END-IF.
       IF Row-Valid AND WS-Loaded-Id-Count > ZERO
           SET WS-Loaded-Id-Idx TO 1
           SEARCH WS-Loaded-StudId
               AT END CONTINUE
               WHEN WS-Loaded-StudId (WS-Loaded-Id-Idx) = I-StudId
                   MOVE "DUPLICATE STUDID IN FEED" TO WS-Reason-Text
                   MOVE "N" TO WS-Row-Valid
           END-SEARCH
       END-IF.

      * The reject row is the row as admissions sent it, with the
      * reason added as a last column.
       6000-REJECT-ROW.
       ADD 1 TO WS-Rejected-Count.
       MOVE 80 TO WS-Raw-Len.
       PERFORM UNTIL WS-Raw-Len = 1
               OR WS-Raw-Line (WS-Raw-Len:1) NOT = SPACE
           SUBTRACT 1 FROM WS-Raw-Len
       END-PERFORM.
       MOVE SPACES TO RejectLine.
       STRING WS-Raw-Line (1:WS-Raw-Len) DELIMITED BY SIZE
              ","                       DELIMITED BY SIZE
              WS-Reason-Text            DELIMITED BY SIZE
           INTO RejectLine
       END-STRING.
       WRITE RejectLine.
       MOVE WS-Received-Count TO RD-Row-No.
       MOVE WS-Reason-Text    TO RD-Reason.
       WRITE ControlLine FROM WS-Reject-Detail.
       MOVE WS-Raw-Line       TO RR-Row.
       WRITE ControlLine FROM WS-Reject-Row-Line.

       7000-LOAD-ROW.
       PERFORM 0720-NOTE-LOADED-STUDID.
       WRITE InsertionRec.
       ADD 1 TO WS-Loaded-Count.

       8000-PRINT-CONTROL-TOTALS.
       WRITE ControlLine FROM WS-Blank-Line.
       MOVE "ROWS RECEIVED" TO SL-Label.
       MOVE WS-Received-Count TO SL-Count.
       WRITE ControlLine FROM WS-Summary-Line.
       MOVE "ROWS LOADED TO TRANSINS.RCY" TO SL-Label.
       MOVE WS-Loaded-Count TO SL-Count.
       WRITE ControlLine FROM WS-Summary-Line.
       MOVE "ROWS REJECTED TO ADMREJ.CSV" TO SL-Label.
       MOVE WS-Rejected-Count TO SL-Count.
       WRITE ControlLine FROM WS-Summary-Line.
       ADD WS-Loaded-Count WS-Rejected-Count GIVING WS-Control-Total.
       MOVE "LOADED + REJECTED" TO SL-Label.
       MOVE WS-Control-Total TO SL-Count.
       WRITE ControlLine FROM WS-Summary-Line.
       IF WS-Control-Total = WS-Received-Count
           MOVE "CONTROL TOTALS BALANCE" TO WS-Balance-Line
       ELSE
           MOVE "** CONTROL TOTALS DO NOT BALANCE **"
               TO WS-Balance-Line
       END-IF.
       WRITE ControlLine FROM WS-Balance-Line.
       IF WS-Header-Count > ZERO
           MOVE "HEADER ROWS SKIPPED" TO SL-Label
           MOVE WS-Header-Count TO SL-Count
           WRITE ControlLine FROM WS-Summary-Line
       END-IF.
