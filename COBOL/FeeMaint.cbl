       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FeeMaint.
       AUTHOR.  Michael Coughlan.

      * Interactive maintenance of the fee schedule (FEESCHED.DAT) the
      * way CourseMaint maintains the courses - set the fee for a
      * course in a term, change it, or list every term's fee for a
      * course. The course must be an active course on COURSEMST.DAT
      * and the term must be on the term calendar TERMCAL.DAT when a
      * fee is first set. FeeBilling charges each new
      * registration the fee on file for its course and term at the
      * time it is billed, so a change here does not alter charges
      * already raised. Run FeeConv once beforehand to create the
      * file.
      * The operator must sign on and be authorised for FEEMAINT;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FeeSchedFile ASSIGN TO "FEESCHED.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS DYNAMIC
	     RECORD KEY IS FS-Key
	     FILE STATUS IS WS-Fee-Sched-Status.

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
       FD FeeSchedFile.
       COPY FEESCHED REPLACING ==:REC-NAME:== BY ==FeeSchedRec==
                               ==:PFX:==      BY ==FS-==.

       FD CourseMstFile.
       COPY COURSEMST REPLACING ==:REC-NAME:== BY ==CourseMstRec==
                                ==:PFX:==      BY ==CM-==.

       FD TermCalFile.
       COPY TERMCAL REPLACING ==:REC-NAME:== BY ==TermCalRec==
                              ==:PFX:==      BY ==TC-==.

       WORKING-STORAGE SECTION.

       01  WS-Fee-Sched-Status       PIC X(2).
         88 Fee-Sched-Status-OK      VALUE "00".

       01  WS-Course-Mst-Status      PIC X(2).
         88 Course-Mst-Status-OK     VALUE "00".

       01  WS-Term-Cal-Status        PIC X(2).
         88 Term-Cal-Status-OK       VALUE "00".

       01  WS-Switches.
           02 WS-Course-Mst-EOF PIC X(1) VALUE "N".
             88 Course-Mst-EOF  VALUE "Y".
           02 WS-Fee-Sched-EOF  PIC X(1) VALUE "N".
             88 Fee-Sched-EOF   VALUE "Y".
           02 WS-Course-Valid   PIC X(1) VALUE "N".
             88 Course-Valid    VALUE "Y".

       COPY COURSETBL.

       01  WS-Choice                 PIC 9(1).
       01  WS-Course                 PIC X(4).
       01  WS-Term                   PIC X(6).
       01  WS-Fee-Amount             PIC 9(5)V99.
       01  WS-Show-Fee               PIC ZZZZ9.99.
       01  WS-Audit-Fee              PIC ZZZZ9.99.
       01  WS-Fee-Count              PIC 9(3).

       01  WS-Run-Date               PIC 9(8).

       01  WS-Program-Name           PIC X(14) VALUE "FEEMAINT".
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
       OPEN I-O FeeSchedFile.
       IF NOT Fee-Sched-Status-OK
           DISPLAY "FEEMAINT - COULD NOT OPEN FEESCHED.DAT - "
               "STATUS " WS-Fee-Sched-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT TermCalFile.
       IF NOT Term-Cal-Status-OK
           DISPLAY "FEEMAINT - COULD NOT OPEN TERMCAL.DAT - "
               "STATUS " WS-Term-Cal-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-GET-CHOICE.
       PERFORM UNTIL WS-Choice = ZERO
           EVALUATE WS-Choice
               WHEN 1 PERFORM 2000-ADD-FEE
               WHEN 2 PERFORM 3000-CHANGE-FEE
               WHEN 3 PERFORM 4000-LIST-COURSE-FEES
               WHEN OTHER DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE
           PERFORM 1000-GET-CHOICE
       END-PERFORM.
       CLOSE FeeSchedFile
             TermCalFile.
       STOP RUN.

       0500-LOAD-COURSES.
       OPEN INPUT CourseMstFile.
       IF NOT Course-Mst-Status-OK
           DISPLAY "FEEMAINT - COULD NOT OPEN COURSEMST.DAT - STATUS "
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

       1000-GET-CHOICE.
       DISPLAY "1-ADD FEE  2-CHANGE FEE  3-LIST COURSE  0-END - ".
       ACCEPT WS-Choice.

       1100-GET-COURSE-TERM.
       DISPLAY "ENTER COURSE CODE - ".
       ACCEPT WS-Course.
       DISPLAY "ENTER TERM (6 CHARACTERS) - ".
       ACCEPT WS-Term.

       2000-ADD-FEE.
       PERFORM 1100-GET-COURSE-TERM.
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
       ELSE
           MOVE WS-Term TO TC-Term
           READ TermCalFile
               INVALID KEY
                   DISPLAY "TERM " WS-Term
                       " IS NOT ON THE TERM CALENDAR"
               NOT INVALID KEY PERFORM 2050-CHECK-FEE-ON-FILE
           END-READ
       END-IF.

       2050-CHECK-FEE-ON-FILE.
       MOVE WS-Course TO FS-Course.
       MOVE WS-Term   TO FS-Term.
       READ FeeSchedFile
           INVALID KEY PERFORM 2100-CREATE-FEE
           NOT INVALID KEY
               MOVE FS-Fee-Amount TO WS-Show-Fee
               DISPLAY "FEE ALREADY SET FOR " WS-Course " "
                   WS-Term " - " WS-Show-Fee
       END-READ.

       2100-CREATE-FEE.
       DISPLAY "ENTER FEE (99999.99) - ".
       ACCEPT WS-Fee-Amount.
       MOVE WS-Course     TO FS-Course.
       MOVE WS-Term       TO FS-Term.
       MOVE WS-Fee-Amount TO FS-Fee-Amount.
       MOVE WS-Run-Date   TO FS-Keyed-Date.
       WRITE FeeSchedRec
           INVALID KEY
               DISPLAY "COULD NOT ADD FEE FOR " WS-Course " " WS-Term
           NOT INVALID KEY
               MOVE "ADD" TO AU-Action
               PERFORM 3200-AUDIT-FEE
       END-WRITE.

       3000-CHANGE-FEE.
       PERFORM 1100-GET-COURSE-TERM.
       MOVE WS-Course TO FS-Course.
       MOVE WS-Term   TO FS-Term.
       READ FeeSchedFile
           INVALID KEY
               DISPLAY "NO FEE ON FILE FOR " WS-Course " " WS-Term
           NOT INVALID KEY PERFORM 3100-REWRITE-FEE
       END-READ.

       3100-REWRITE-FEE.
       MOVE FS-Fee-Amount TO WS-Show-Fee.
       DISPLAY "CURRENT FEE - " WS-Show-Fee " SET " FS-Keyed-Date.
       DISPLAY "ENTER NEW FEE (99999.99) - ".
       ACCEPT WS-Fee-Amount.
       MOVE WS-Fee-Amount TO FS-Fee-Amount.
       MOVE WS-Run-Date   TO FS-Keyed-Date.
       REWRITE FeeSchedRec
           INVALID KEY
               DISPLAY "COULD NOT CHANGE FEE FOR " WS-Course " "
                   WS-Term
           NOT INVALID KEY
               MOVE "CHANGE" TO AU-Action
               PERFORM 3200-AUDIT-FEE
       END-REWRITE.

       3200-AUDIT-FEE.
       MOVE WS-Fee-Amount TO WS-Audit-Fee.
       STRING WS-Course "/" WS-Term
           DELIMITED BY SIZE INTO AU-Key.
       IF AU-Action = "CHANGE"
           STRING "FEE " WS-Show-Fee " -> " WS-Audit-Fee
               DELIMITED BY SIZE INTO AU-Detail
       ELSE
           STRING "FEE " WS-Audit-Fee
               DELIMITED BY SIZE INTO AU-Detail
       END-IF.
       PERFORM 9100-WRITE-AUDIT.

       4000-LIST-COURSE-FEES.
       DISPLAY "ENTER COURSE CODE - ".
       ACCEPT WS-Course.
       MOVE ZERO TO WS-Fee-Count.
       MOVE "N" TO WS-Fee-Sched-EOF.
       MOVE WS-Course  TO FS-Course.
       MOVE LOW-VALUES TO FS-Term.
       START FeeSchedFile KEY NOT < FS-Key
           INVALID KEY SET Fee-Sched-EOF TO TRUE
       END-START.
       IF NOT Fee-Sched-EOF
           PERFORM 4100-READ-NEXT-FEE
       END-IF.
       PERFORM UNTIL Fee-Sched-EOF OR FS-Course NOT = WS-Course
           ADD 1 TO WS-Fee-Count
           MOVE FS-Fee-Amount TO WS-Show-Fee
           DISPLAY "  TERM " FS-Term " FEE " WS-Show-Fee
               " SET " FS-Keyed-Date
           PERFORM 4100-READ-NEXT-FEE
       END-PERFORM.
       IF WS-Fee-Count = ZERO
           DISPLAY "  (NO FEES ON FILE FOR " WS-Course ")"
       END-IF.

       4100-READ-NEXT-FEE.
       READ FeeSchedFile NEXT RECORD
           AT END SET Fee-Sched-EOF TO TRUE
       END-READ.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
