       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AttendEntry.
       AUTHOR.  Michael Coughlan.

      * Interactive keying of class attendance onto ATTEND.DAT by the
      * tutor after each class. The tutor keys the course, term, the
      * date of the session (0 for today) and its HHMM start time;
      * every student registered for that course and term on
      * REGISTR.DAT is then shown in turn for a mark of P (present),
      * A (absent) or E (excused). The course must be an active
      * course, the term must be on the term calendar TERMCAL.DAT and
      * the date must fall inside the term and not be in the future.
      * Keying a session a second time shows each student's mark on
      * file and lets it be corrected - pressing ENTER keeps it. On a
      * first keying ENTER is taken as present. Run AttendConv once
      * beforehand to create the file. Each session keyed is written
      * to the audit trail with its counts, and so is every mark
      * changed on a second keying.
      * The operator must sign on and be authorised for ATTENDENTRY;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AttendFile ASSIGN TO "ATTEND.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS AT-Key
	     FILE STATUS IS WS-Attend-Status.

       SELECT RegFile ASSIGN TO "REGISTR.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS RG-Key
	     FILE STATUS IS WS-Reg-Status.

       SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS ST-StudId
	     FILE STATUS IS WS-Student-Status.

       SELECT CourseMstFile ASSIGN TO "COURSEMST.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS CM-Course
	     FILE STATUS IS WS-Course-Mst-Status.

       SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS TC-Term
	     FILE STATUS IS WS-Term-Cal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD AttendFile.
       COPY ATTEND REPLACING ==:REC-NAME:== BY ==AttendRec==
                             ==:PFX:==      BY ==AT-==.

       FD RegFile.
       COPY REGISTRN REPLACING ==:REC-NAME:== BY ==RegRec==
                               ==:PFX:==      BY ==RG-==.

       FD StudentFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==StudentRec==
                              ==:PFX:==      BY ==ST-==.

       FD CourseMstFile.
       COPY COURSEMST REPLACING ==:REC-NAME:== BY ==CourseMstRec==
                                ==:PFX:==      BY ==CM-==.

       FD TermCalFile.
       COPY TERMCAL REPLACING ==:REC-NAME:== BY ==TermCalRec==
                              ==:PFX:==      BY ==TC-==.

       WORKING-STORAGE SECTION.

       01  WS-Attend-Status          PIC X(2).
         88 Attend-Status-OK         VALUE "00".

       01  WS-Reg-Status             PIC X(2).
         88 Reg-Status-OK            VALUE "00".

       01  WS-Student-Status         PIC X(2).
         88 Student-Status-OK        VALUE "00".

       01  WS-Course-Mst-Status      PIC X(2).
         88 Course-Mst-Status-OK     VALUE "00".

       01  WS-Term-Cal-Status        PIC X(2).
         88 Term-Cal-Status-OK       VALUE "00".

       01  WS-Switches.
           02 WS-Course-Mst-EOF PIC X(1) VALUE "N".
             88 Course-Mst-EOF  VALUE "Y".
           02 WS-Reg-EOF        PIC X(1) VALUE "N".
             88 Reg-EOF         VALUE "Y".
           02 WS-Session-Valid  PIC X(1) VALUE "Y".
             88 Session-Valid   VALUE "Y".
           02 WS-Course-Valid   PIC X(1) VALUE "N".
             88 Course-Valid    VALUE "Y".
           02 WS-Mark-On-File   PIC X(1) VALUE "N".
             88 Mark-On-File    VALUE "Y".

       COPY COURSETBL.

      * The students registered for the session's course and term,
      * gathered from REGISTR.DAT before marking starts.
       01  WS-Class-Table.
           02 WS-Class-Count    PIC 9(3) COMP VALUE ZERO.
           02 WS-Class-StudId   PIC 9(7) OCCURS 200 TIMES
                INDEXED BY WS-Class-Idx.

       01  WS-Course                 PIC X(4).
       01  WS-Term                   PIC X(6).
       01  WS-Mark                   PIC X(1).
         88 Mark-Valid               VALUE "P" "A" "E".
       01  WS-Old-Mark               PIC X(1).

       01  WS-Session-Date.
           02 WS-Session-YYYY        PIC 9(4).
           02 WS-Session-MM          PIC 9(2).
           02 WS-Session-DD          PIC 9(2).
       01  WS-Session-Date-Num REDEFINES WS-Session-Date PIC 9(8).
       01  WS-Session-Time.
           02 WS-Session-HH          PIC 9(2).
           02 WS-Session-MI          PIC 9(2).
       01  WS-Session-Time-Num REDEFINES WS-Session-Time PIC 9(4).

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

       01  WS-Run-Date               PIC 9(8).

       01  WS-Counters.
           02 WS-Present-Count  PIC 9(3) VALUE ZERO.
           02 WS-Absent-Count   PIC 9(3) VALUE ZERO.
           02 WS-Excused-Count  PIC 9(3) VALUE ZERO.
           02 WS-Session-Count  PIC 9(5) VALUE ZERO.

       01  WS-Program-Name           PIC X(14) VALUE "ATTENDENTRY".
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
       OPEN I-O AttendFile.
       IF NOT Attend-Status-OK
           DISPLAY "ATTENDENTRY - COULD NOT OPEN ATTEND.DAT - STATUS "
               WS-Attend-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT StudentFile.
       IF NOT Student-Status-OK
           DISPLAY "ATTENDENTRY - COULD NOT OPEN STUDENTS.DAT - "
               "STATUS " WS-Student-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT TermCalFile.
       IF NOT Term-Cal-Status-OK
           DISPLAY "ATTENDENTRY - COULD NOT OPEN TERMCAL.DAT - "
               "STATUS " WS-Term-Cal-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-GET-SESSION.
       PERFORM UNTIL WS-Course = SPACES
           PERFORM 2000-CHECK-SESSION
           IF Session-Valid
               PERFORM 3000-LOAD-CLASS
               PERFORM 4000-MARK-CLASS
           ELSE
               DISPLAY "SESSION NOT KEYED - RE-KEY THIS SESSION."
           END-IF
           PERFORM 1000-GET-SESSION
       END-PERFORM.
       CLOSE AttendFile
             StudentFile
             TermCalFile.
       DISPLAY "ATTENDENTRY - SESSIONS KEYED " WS-Session-Count.
       STOP RUN.

       0500-LOAD-COURSES.
       OPEN INPUT CourseMstFile.
       IF NOT Course-Mst-Status-OK
           DISPLAY "ATTENDENTRY - COULD NOT OPEN COURSEMST.DAT - "
               "STATUS " WS-Course-Mst-Status
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

       1000-GET-SESSION.
       DISPLAY "ENTER COURSE CODE (NO DATA TO END) - ".
       MOVE SPACES TO WS-Course.
       ACCEPT WS-Course.
       IF WS-Course NOT = SPACES
           DISPLAY "ENTER TERM (6 CHARACTERS) - "
           ACCEPT WS-Term
           DISPLAY "ENTER SESSION DATE (YYYYMMDD, 0 FOR TODAY) - "
           ACCEPT WS-Session-Date-Num
           DISPLAY "ENTER SESSION START TIME (HHMM, 24 HOUR) - "
           ACCEPT WS-Session-Time-Num
       END-IF.

       2000-CHECK-SESSION.
       MOVE "Y" TO WS-Session-Valid.
       MOVE "N" TO WS-Course-Valid.
       SET WS-Course-Idx TO 1.
       SEARCH WS-Course-Entry
           AT END NEXT SENTENCE
           WHEN WS-Valid-Course (WS-Course-Idx) = WS-Course
               IF Course-Is-Active (WS-Course-Idx)
                   SET Course-Valid TO TRUE
               END-IF
       END-SEARCH.
       IF NOT Course-Valid
           DISPLAY "COURSE " WS-Course " IS NOT AN ACTIVE COURSE"
           MOVE "N" TO WS-Session-Valid
       END-IF.
       IF WS-Session-Date-Num = ZERO
           MOVE WS-Run-Date TO WS-Session-Date-Num
       END-IF.
       IF WS-Session-MM < 1 OR WS-Session-MM > 12
           DISPLAY "MONTH " WS-Session-MM " IS NOT A VALID MONTH"
           MOVE "N" TO WS-Session-Valid
       ELSE
           IF WS-Session-DD < 1 OR
              WS-Session-DD > WS-Days-In-Month (WS-Session-MM)
               DISPLAY "DAY " WS-Session-DD
                   " IS NOT VALID FOR MONTH " WS-Session-MM
               MOVE "N" TO WS-Session-Valid
           END-IF
       END-IF.
       IF WS-Session-Date-Num > WS-Run-Date
           DISPLAY "SESSION DATE " WS-Session-Date-Num
               " IS IN THE FUTURE"
           MOVE "N" TO WS-Session-Valid
       END-IF.
       IF WS-Session-HH > 23 OR WS-Session-MI > 59
           DISPLAY "START TIME MUST BE HHMM, 0000 TO 2359"
           MOVE "N" TO WS-Session-Valid
       END-IF.
       MOVE WS-Term TO TC-Term.
       READ TermCalFile
           INVALID KEY
               DISPLAY "TERM " WS-Term " IS NOT ON THE TERM CALENDAR"
               MOVE "N" TO WS-Session-Valid
           NOT INVALID KEY
               IF WS-Session-Date-Num < TC-Start-Date OR
                  WS-Session-Date-Num > TC-End-Date
                   DISPLAY "SESSION DATE IS OUTSIDE TERM " WS-Term
                       " (" TC-Start-Date " TO " TC-End-Date ")"
                   MOVE "N" TO WS-Session-Valid
               END-IF
       END-READ.

      * REGISTR.DAT leads on StudId, so the class list for one course
      * and term takes a pass of the whole file.
       3000-LOAD-CLASS.
       MOVE ZERO TO WS-Class-Count.
       MOVE "N" TO WS-Reg-EOF.
       OPEN INPUT RegFile.
       IF NOT Reg-Status-OK
           DISPLAY "ATTENDENTRY - COULD NOT OPEN REGISTR.DAT - STATUS "
               WS-Reg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 3100-READ-REG.
       PERFORM UNTIL Reg-EOF
           IF RG-Course = WS-Course AND RG-Term = WS-Term
               IF WS-Class-Count < 200
                   ADD 1 TO WS-Class-Count
                   MOVE RG-StudId TO WS-Class-StudId (WS-Class-Count)
               ELSE
                   DISPLAY "CLASS LIST FULL - STUDID " RG-StudId
                       " NOT SHOWN"
               END-IF
           END-IF
           PERFORM 3100-READ-REG
       END-PERFORM.
       CLOSE RegFile.

       3100-READ-REG.
       READ RegFile
           AT END SET Reg-EOF TO TRUE
       END-READ.

       4000-MARK-CLASS.
       IF WS-Class-Count = ZERO
           DISPLAY "NO STUDENTS REGISTERED FOR " WS-Course
               " IN TERM " WS-Term
       ELSE
           MOVE ZERO TO WS-Present-Count WS-Absent-Count
                        WS-Excused-Count
           DISPLAY "MARK EACH STUDENT P (PRESENT), A (ABSENT) OR "
               "E (EXCUSED)"
           PERFORM 4100-MARK-STUDENT
               VARYING WS-Class-Idx FROM 1 BY 1
               UNTIL WS-Class-Idx > WS-Class-Count
           ADD 1 TO WS-Session-Count
           DISPLAY WS-Course " " WS-Term " " WS-Session-Date-Num " "
               WS-Session-Time-Num " - PRESENT " WS-Present-Count
               " ABSENT " WS-Absent-Count " EXCUSED "
               WS-Excused-Count
           MOVE "ATTEND"  TO AU-Action
           STRING WS-Course "/" WS-Term
               DELIMITED BY SIZE INTO AU-Key
           STRING WS-Session-Date-Num " " WS-Session-Time-Num
                  " P" WS-Present-Count " A" WS-Absent-Count
                  " E" WS-Excused-Count
               DELIMITED BY SIZE INTO AU-Detail
           PERFORM 9100-WRITE-AUDIT
       END-IF.

       4100-MARK-STUDENT.
       MOVE WS-Class-StudId (WS-Class-Idx) TO AT-StudId ST-StudId.
       MOVE WS-Course           TO AT-Course.
       MOVE WS-Term             TO AT-Term.
       MOVE WS-Session-Date-Num TO AT-Session-Date.
       MOVE WS-Session-Time-Num TO AT-Session-Time.
       MOVE "N" TO WS-Mark-On-File.
       MOVE "P" TO WS-Old-Mark.
       READ AttendFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               SET Mark-On-File TO TRUE
               MOVE AT-Mark TO WS-Old-Mark
       END-READ.
       READ StudentFile
           INVALID KEY
               MOVE "(NOT ON" TO ST-Surname
               MOVE SPACES    TO ST-Initials
       END-READ.
       MOVE SPACE TO WS-Mark.
       PERFORM UNTIL Mark-Valid
           DISPLAY "  " WS-Class-StudId (WS-Class-Idx) " " ST-Surname
               " " ST-Initials " [" WS-Old-Mark "] - "
           MOVE SPACE TO WS-Mark
           ACCEPT WS-Mark
           IF WS-Mark = SPACE
               MOVE WS-Old-Mark TO WS-Mark
           END-IF
           IF NOT Mark-Valid
               DISPLAY "  MARK MUST BE P, A OR E"
           END-IF
       END-PERFORM.
       MOVE WS-Class-StudId (WS-Class-Idx) TO AT-StudId.
       MOVE WS-Course           TO AT-Course.
       MOVE WS-Term             TO AT-Term.
       MOVE WS-Session-Date-Num TO AT-Session-Date.
       MOVE WS-Session-Time-Num TO AT-Session-Time.
       MOVE WS-Mark             TO AT-Mark.
       MOVE WS-Run-Date         TO AT-Keyed-Date.
       IF Mark-On-File
           REWRITE AttendRec
               INVALID KEY
                   DISPLAY "COULD NOT UPDATE MARK FOR STUDID "
                       AT-StudId
               NOT INVALID KEY
                   IF WS-Mark NOT = WS-Old-Mark
                       PERFORM 4200-AUDIT-REMARK
                   END-IF
           END-REWRITE
       ELSE
           WRITE AttendRec
               INVALID KEY
                   DISPLAY "COULD NOT WRITE MARK FOR STUDID "
                       AT-StudId
           END-WRITE
       END-IF.
       EVALUATE TRUE
           WHEN AT-Present ADD 1 TO WS-Present-Count
           WHEN AT-Absent  ADD 1 TO WS-Absent-Count
           WHEN AT-Excused ADD 1 TO WS-Excused-Count
       END-EVALUATE.

       4200-AUDIT-REMARK.
       MOVE "REMARK" TO AU-Action.
       STRING AT-StudId "/" AT-Course
           DELIMITED BY SIZE INTO AU-Key.
       STRING AT-Term " " AT-Session-Date " " AT-Session-Time " "
              WS-Old-Mark " -> " WS-Mark
           DELIMITED BY SIZE INTO AU-Detail.
       PERFORM 9100-WRITE-AUDIT.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
