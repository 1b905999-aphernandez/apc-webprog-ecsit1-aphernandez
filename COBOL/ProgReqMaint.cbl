       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ProgReqMaint.
       AUTHOR.  Michael Coughlan.

      * Interactive maintenance of the programme requirements file
      * (PROGREQ.DAT) the way CourseMaint maintains the courses - set
      * up the graduation requirements for a programme (a primary
      * Course on STUDREC), change its minimum number of passes, add
      * or drop a required course, or show what a programme needs.
      * The programme and every required course must be active
      * courses on COURSEMST.DAT when they are added, and the minimum
      * passes is never allowed below the number of required courses.
      * GradAudit reads the file at start of run, so a change here is
      * used from the next audit. Run ProgReqConv once beforehand to
      * create the file.
      * The operator must sign on and be authorised for PROGREQMAINT;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ProgReqFile ASSIGN TO "PROGREQ.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS PR-Programme
	     FILE STATUS IS WS-Prog-Req-Status.

       SELECT CourseMstFile ASSIGN TO "COURSEMST.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS SEQUENTIAL
	     RECORD KEY IS CM-Course
	     FILE STATUS IS WS-Course-Mst-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ProgReqFile.
       COPY PROGREQ REPLACING ==:REC-NAME:== BY ==ProgReqRec==
                              ==:PFX:==      BY ==PR-==.

       FD CourseMstFile.
       COPY COURSEMST REPLACING ==:REC-NAME:== BY ==CourseMstRec==
                                ==:PFX:==      BY ==CM-==.

       WORKING-STORAGE SECTION.

       01  WS-Prog-Req-Status        PIC X(2).
         88 Prog-Req-Status-OK       VALUE "00".

       01  WS-Course-Mst-Status      PIC X(2).
         88 Course-Mst-Status-OK     VALUE "00".

       01  WS-Switches.
           02 WS-Course-Mst-EOF PIC X(1) VALUE "N".
             88 Course-Mst-EOF  VALUE "Y".
           02 WS-Course-Valid   PIC X(1) VALUE "N".
             88 Course-Valid    VALUE "Y".
           02 WS-Already-Req    PIC X(1) VALUE "N".
             88 Already-Req     VALUE "Y".

       COPY COURSETBL.

       01  WS-Choice                 PIC 9(1).
       01  WS-Programme              PIC X(4).
       01  WS-Course                 PIC X(4).
       01  WS-Min-Passes             PIC 9(2).
       01  WS-Req-Sub                PIC 9(2).
       01  WS-Found-Sub              PIC 9(2).
       01  WS-Old-Req-Count          PIC 9(2).

       01  WS-Run-Date               PIC 9(8).

       01  WS-Program-Name           PIC X(14) VALUE "PROGREQMAINT".
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
       OPEN I-O ProgReqFile.
       IF NOT Prog-Req-Status-OK
           DISPLAY "PROGREQMAINT - COULD NOT OPEN PROGREQ.DAT - "
               "STATUS " WS-Prog-Req-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-GET-CHOICE.
       PERFORM UNTIL WS-Choice = ZERO
           EVALUATE WS-Choice
               WHEN 1 PERFORM 2000-ADD-PROGRAMME
               WHEN 2 PERFORM 3000-CHANGE-MIN-PASSES
               WHEN 3 PERFORM 4000-ADD-REQUIRED
               WHEN 4 PERFORM 5000-DROP-REQUIRED
               WHEN 5 PERFORM 6000-SHOW-PROGRAMME
               WHEN OTHER DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE
           PERFORM 1000-GET-CHOICE
       END-PERFORM.
       CLOSE ProgReqFile.
       STOP RUN.

       0500-LOAD-COURSES.
       OPEN INPUT CourseMstFile.
       IF NOT Course-Mst-Status-OK
           DISPLAY "PROGREQMAINT - COULD NOT OPEN COURSEMST.DAT - "
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

       1000-GET-CHOICE.
       DISPLAY "1-ADD PROGRAMME  2-MIN PASSES  3-ADD REQUIRED  "
           "4-DROP REQUIRED  5-SHOW  0-END - ".
       ACCEPT WS-Choice.

       1100-GET-PROGRAMME.
       DISPLAY "ENTER PROGRAMME (PRIMARY COURSE CODE) - ".
       ACCEPT WS-Programme.
       MOVE WS-Programme TO PR-Programme.

      * Checks WS-Course against the active courses on COURSEMST.DAT.
       1200-CHECK-COURSE.
       MOVE "N" TO WS-Course-Valid.
       SET WS-Course-Idx TO 1.
       SEARCH WS-Course-Entry
           AT END NEXT SENTENCE
           WHEN WS-Valid-Course (WS-Course-Idx) = WS-Course
               IF Course-Is-Active (WS-Course-Idx)
                   SET Course-Valid TO TRUE
               END-IF
       END-SEARCH.

      * Looks for WS-Course among the programme's required courses and
      * leaves its position in WS-Found-Sub.
       1300-FIND-REQUIRED.
       MOVE "N" TO WS-Already-Req.
       MOVE ZERO TO WS-Found-Sub.
       PERFORM VARYING WS-Req-Sub FROM 1 BY 1
               UNTIL WS-Req-Sub > PR-Req-Count OR Already-Req
           IF PR-Req-Course (WS-Req-Sub) = WS-Course
               SET Already-Req TO TRUE
               MOVE WS-Req-Sub TO WS-Found-Sub
           END-IF
       END-PERFORM.

      * Keeps the minimum passes at least the number of courses that
      * must be passed anyway.
       1400-CHECK-MIN-PASSES.
       IF PR-Min-Passes < PR-Req-Count
           MOVE PR-Req-Count TO PR-Min-Passes
           DISPLAY "MINIMUM PASSES RAISED TO " PR-Min-Passes
               " TO COVER THE REQUIRED COURSES"
       END-IF.

       1500-TAKE-REQUIRED.
       MOVE "N" TO WS-Course-Valid.
       PERFORM 1200-CHECK-COURSE.
       IF NOT Course-Valid
           DISPLAY "COURSE " WS-Course " IS NOT AN ACTIVE COURSE"
       ELSE
           PERFORM 1300-FIND-REQUIRED
           IF Already-Req
               DISPLAY "COURSE " WS-Course " IS ALREADY REQUIRED"
           ELSE
               IF PR-Req-Count NOT < 10
                   DISPLAY "PROGRAMME ALREADY HAS 10 REQUIRED COURSES"
               ELSE
                   ADD 1 TO PR-Req-Count
                   MOVE WS-Course TO PR-Req-Course (PR-Req-Count)
               END-IF
           END-IF
       END-IF.

      * The course added or dropped is named in the detail along with
      * the programme's minimum passes and required-course count after
      * the change.
       1600-AUDIT-PROGRAMME.
       MOVE WS-Programme TO AU-Key.
       IF AU-Action = "ADDREQ" OR AU-Action = "DROPREQ"
           STRING "COURSE " WS-Course " MIN " PR-Min-Passes
               " REQ " PR-Req-Count
               DELIMITED BY SIZE INTO AU-Detail
       ELSE
           STRING "MIN " PR-Min-Passes " REQ " PR-Req-Count
               DELIMITED BY SIZE INTO AU-Detail
       END-IF.
       PERFORM 9100-WRITE-AUDIT.

       2000-ADD-PROGRAMME.
       PERFORM 1100-GET-PROGRAMME.
       MOVE WS-Programme TO WS-Course.
       PERFORM 1200-CHECK-COURSE.
       IF NOT Course-Valid
           DISPLAY "PROGRAMME " WS-Programme
               " IS NOT AN ACTIVE COURSE"
       ELSE
           READ ProgReqFile
               INVALID KEY PERFORM 2100-CREATE-PROGRAMME
               NOT INVALID KEY
                   DISPLAY "PROGRAMME " WS-Programme
                       " ALREADY ON FILE"
           END-READ
       END-IF.

       2100-CREATE-PROGRAMME.
       MOVE SPACES       TO ProgReqRec.
       MOVE WS-Programme TO PR-Programme.
       MOVE ZERO         TO PR-Req-Count.
       DISPLAY "ENTER MINIMUM NUMBER OF COURSES PASSED (99) - ".
       ACCEPT WS-Min-Passes.
       MOVE WS-Min-Passes TO PR-Min-Passes.
       DISPLAY "ENTER REQUIRED COURSES ONE AT A TIME, "
           "NO DATA TO END.".
       DISPLAY "REQUIRED COURSE - ".
       ACCEPT WS-Course.
       PERFORM UNTIL WS-Course = SPACES
           PERFORM 1500-TAKE-REQUIRED
           DISPLAY "REQUIRED COURSE - "
           ACCEPT WS-Course
       END-PERFORM.
       PERFORM 1400-CHECK-MIN-PASSES.
       IF PR-Min-Passes = ZERO
           DISPLAY "PROGRAMME " WS-Programme
               " NOT ADDED - NOTHING REQUIRED TO GRADUATE"
       ELSE
           MOVE WS-Run-Date TO PR-Keyed-Date
           WRITE ProgReqRec
               INVALID KEY
                   DISPLAY "COULD NOT ADD PROGRAMME " WS-Programme
               NOT INVALID KEY
                   MOVE "ADD" TO AU-Action
                   PERFORM 1600-AUDIT-PROGRAMME
           END-WRITE
       END-IF.

       3000-CHANGE-MIN-PASSES.
       PERFORM 1100-GET-PROGRAMME.
       READ ProgReqFile
           INVALID KEY
               DISPLAY "PROGRAMME " WS-Programme " NOT ON FILE"
           NOT INVALID KEY PERFORM 3100-REWRITE-MIN-PASSES
       END-READ.

       3100-REWRITE-MIN-PASSES.
       DISPLAY "CURRENT MINIMUM PASSES - " PR-Min-Passes
           "  REQUIRED COURSES - " PR-Req-Count.
       DISPLAY "ENTER NEW MINIMUM NUMBER OF COURSES PASSED (99) - ".
       ACCEPT WS-Min-Passes.
       IF WS-Min-Passes < PR-Req-Count OR WS-Min-Passes = ZERO
           DISPLAY "MINIMUM MAY NOT BE BELOW THE " PR-Req-Count
               " REQUIRED COURSES OR ZERO - NO CHANGE MADE"
       ELSE
           MOVE WS-Min-Passes TO PR-Min-Passes
           MOVE WS-Run-Date   TO PR-Keyed-Date
           REWRITE ProgReqRec
               INVALID KEY
                   DISPLAY "COULD NOT CHANGE PROGRAMME " WS-Programme
               NOT INVALID KEY
                   MOVE "MINPASS" TO AU-Action
                   PERFORM 1600-AUDIT-PROGRAMME
           END-REWRITE
       END-IF.

       4000-ADD-REQUIRED.
       PERFORM 1100-GET-PROGRAMME.
       READ ProgReqFile
           INVALID KEY
               DISPLAY "PROGRAMME " WS-Programme " NOT ON FILE"
           NOT INVALID KEY PERFORM 4100-REWRITE-ADD-REQUIRED
       END-READ.

       4100-REWRITE-ADD-REQUIRED.
       DISPLAY "ENTER REQUIRED COURSE TO ADD - ".
       ACCEPT WS-Course.
       MOVE PR-Req-Count TO WS-Old-Req-Count.
       PERFORM 1500-TAKE-REQUIRED.
       IF PR-Req-Count > WS-Old-Req-Count
           PERFORM 1400-CHECK-MIN-PASSES
           MOVE WS-Run-Date TO PR-Keyed-Date
           REWRITE ProgReqRec
               INVALID KEY
                   DISPLAY "COULD NOT CHANGE PROGRAMME " WS-Programme
               NOT INVALID KEY
                   MOVE "ADDREQ" TO AU-Action
                   PERFORM 1600-AUDIT-PROGRAMME
           END-REWRITE
       END-IF.

       5000-DROP-REQUIRED.
       PERFORM 1100-GET-PROGRAMME.
       READ ProgReqFile
           INVALID KEY
               DISPLAY "PROGRAMME " WS-Programme " NOT ON FILE"
           NOT INVALID KEY PERFORM 5100-REWRITE-DROP-REQUIRED
       END-READ.

      * The courses after the dropped one move up a place so the list
      * stays packed at the front.
       5100-REWRITE-DROP-REQUIRED.
       DISPLAY "ENTER REQUIRED COURSE TO DROP - ".
       ACCEPT WS-Course.
       PERFORM 1300-FIND-REQUIRED.
       IF NOT Already-Req
           DISPLAY "COURSE " WS-Course " IS NOT A REQUIRED COURSE"
       ELSE
           PERFORM VARYING WS-Req-Sub FROM WS-Found-Sub BY 1
                   UNTIL WS-Req-Sub NOT < PR-Req-Count
               MOVE PR-Req-Course (WS-Req-Sub + 1)
                   TO PR-Req-Course (WS-Req-Sub)
           END-PERFORM
           MOVE SPACES TO PR-Req-Course (PR-Req-Count)
           SUBTRACT 1 FROM PR-Req-Count
           MOVE WS-Run-Date TO PR-Keyed-Date
           REWRITE ProgReqRec
               INVALID KEY
                   DISPLAY "COULD NOT CHANGE PROGRAMME " WS-Programme
               NOT INVALID KEY
                   MOVE "DROPREQ" TO AU-Action
                   PERFORM 1600-AUDIT-PROGRAMME
           END-REWRITE
       END-IF.

       6000-SHOW-PROGRAMME.
       PERFORM 1100-GET-PROGRAMME.
       READ ProgReqFile
           INVALID KEY
               DISPLAY "PROGRAMME " WS-Programme " NOT ON FILE"
           NOT INVALID KEY PERFORM 6100-DISPLAY-PROGRAMME
       END-READ.

       6100-DISPLAY-PROGRAMME.
       DISPLAY "PROGRAMME " PR-Programme " - MINIMUM PASSES "
           PR-Min-Passes " - LAST CHANGED " PR-Keyed-Date.
       IF PR-Req-Count = ZERO
           DISPLAY "  (NO REQUIRED COURSES)"
       ELSE
           PERFORM VARYING WS-Req-Sub FROM 1 BY 1
                   UNTIL WS-Req-Sub > PR-Req-Count
               DISPLAY "  REQUIRED " PR-Req-Course (WS-Req-Sub)
           END-PERFORM
       END-IF.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
