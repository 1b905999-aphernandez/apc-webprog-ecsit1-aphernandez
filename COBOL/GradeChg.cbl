       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GradeChg.
       AUTHOR.  Michael Coughlan.

      * Authorised change of a grade already on GRADES.DAT, on the
      * StudFix model - GradeEntry only ever adds a grade, so a
      * marking error or a successful appeal is corrected here. The
      * operator keys the StudId/Course/Term, is shown the grade on
      * file, and keys the new grade, a reason code and the name of
      * the person authorising the change; the change is shown and
      * confirmed before GRADES.DAT is rewritten. Every change made is
      * appended to the permanent grade-change log GRADECHG.DAT,
      * which StudInq shows in the dossier and GradeChgRpt lists for
      * the exams board. Reason codes -
      *    ME  MARKING ERROR
      *    CL  CLERICAL / KEYING ERROR
      *    AP  APPEAL UPHELD
      *    EC  EXTENUATING CIRCUMSTANCES
      * A grade in a closed term may still be changed this way - the
      * lock on a closed term stops fresh keying through GradeEntry,
      * and this is the authorised route for later corrections.
      * The operator must sign on and be authorised for GRADECHG;
      * every change is written to the audit trail AUDITLOG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GradeFile ASSIGN TO "GRADES.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS GR-Key
	     FILE STATUS IS WS-Grade-Status.

       SELECT GradeChgFile ASSIGN TO "GRADECHG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Grade-Chg-Status.

       DATA DIVISION.
       FILE SECTION.
       FD GradeFile.
       COPY GRADEREC REPLACING ==:REC-NAME:== BY ==GradeRec==
                               ==:PFX:==      BY ==GR-==.

       FD GradeChgFile.
       COPY GRADECHG REPLACING ==:REC-NAME:== BY ==GradeChgRec==
                               ==:PFX:==      BY ==GC-==.

       WORKING-STORAGE SECTION.

       01  WS-Grade-Status           PIC X(2).
         88 Grade-Status-OK          VALUE "00".

       01  WS-Grade-Chg-Status       PIC X(2).
         88 Grade-Chg-Status-OK      VALUE "00".
         88 Grade-Chg-Not-Found      VALUE "35".

       01  WS-Key-Line               PIC X(17).
       01  WS-Key-Fields REDEFINES WS-Key-Line.
           02 WS-Key-StudId          PIC 9(7).
           02 WS-Key-Course          PIC X(4).
           02 WS-Key-Term            PIC X(6).

       01  WS-New-Grade              PIC X(1).
         88 New-Grade-Valid          VALUE "A" "B" "C" "D" "F".
       01  WS-Reason                 PIC X(2).
       01  WS-Authoriser             PIC X(20).
       01  WS-Old-Grade              PIC X(1).
       01  WS-Confirm                PIC X(1).
       01  WS-Change-Valid           PIC X(1) VALUE "N".
         88 Change-Valid             VALUE "Y".

       01  WS-Run-Date               PIC 9(8).

       01  WS-Counters.
           02 WS-Changed-Count       PIC 9(5) VALUE ZERO.
           02 WS-Rejected-Count      PIC 9(5) VALUE ZERO.

       01  WS-Program-Name           PIC X(14) VALUE "GRADECHG".
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
       OPEN I-O GradeFile.
       IF NOT Grade-Status-OK
           DISPLAY "GRADECHG - COULD NOT OPEN GRADES.DAT - STATUS "
               WS-Grade-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND GradeChgFile.
       IF Grade-Chg-Not-Found
           OPEN OUTPUT GradeChgFile
       END-IF.
       IF NOT Grade-Chg-Status-OK
           DISPLAY "GRADECHG - COULD NOT OPEN GRADECHG.DAT - STATUS "
               WS-Grade-Chg-Status
           CLOSE GradeFile
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 1000-GET-GRADE-KEY.
       PERFORM UNTIL WS-Key-Line = SPACES
           MOVE WS-Key-StudId TO GR-StudId
           MOVE WS-Key-Course TO GR-Course
           MOVE WS-Key-Term   TO GR-Term
           READ GradeFile
               INVALID KEY
                   DISPLAY "NO GRADE ON FILE FOR STUDID " WS-Key-StudId
                       " COURSE " WS-Key-Course " TERM " WS-Key-Term
               NOT INVALID KEY PERFORM 2000-CHANGE-ONE-GRADE
           END-READ
           PERFORM 1000-GET-GRADE-KEY
       END-PERFORM.
       CLOSE GradeFile
             GradeChgFile.
       DISPLAY "GRADECHG - GRADES CHANGED    " WS-Changed-Count.
       DISPLAY "GRADECHG - CHANGES REJECTED  " WS-Rejected-Count.
       STOP RUN.

       1000-GET-GRADE-KEY.
       DISPLAY "ENTER GRADE TO CHANGE - STUDID, COURSE, TERM "
           "(NO DATA TO END)".
       DISPLAY "NNNNNNNCCCCTTTTTT".
       ACCEPT WS-Key-Line.

       2000-CHANGE-ONE-GRADE.
       MOVE GR-Grade TO WS-Old-Grade.
       DISPLAY "STUDID " GR-StudId " COURSE " GR-Course " TERM "
           GR-Term " - GRADE ON FILE " GR-Grade.
       MOVE "Y" TO WS-Change-Valid.
       DISPLAY "ENTER NEW GRADE (A, B, C, D OR F) - ".
       ACCEPT WS-New-Grade.
       IF NOT New-Grade-Valid
           DISPLAY "INVALID GRADE " WS-New-Grade
               " - MUST BE A, B, C, D OR F"
           MOVE "N" TO WS-Change-Valid
       ELSE
           IF WS-New-Grade = WS-Old-Grade
               DISPLAY "NEW GRADE IS THE SAME AS THE GRADE ON FILE"
               MOVE "N" TO WS-Change-Valid
           END-IF
       END-IF.
       DISPLAY "ENTER REASON - ME MARKING ERROR  CL CLERICAL ERROR  "
           "AP APPEAL UPHELD  EC EXTENUATING CIRCUMSTANCES - ".
       ACCEPT WS-Reason.
       MOVE WS-Reason TO GC-Reason.
       IF NOT GC-Reason-Valid
           DISPLAY "INVALID REASON CODE " WS-Reason
           MOVE "N" TO WS-Change-Valid
       END-IF.
       DISPLAY "ENTER NAME OF PERSON AUTHORISING THE CHANGE - ".
       ACCEPT WS-Authoriser.
       IF WS-Authoriser = SPACES
           DISPLAY "A CHANGE MUST HAVE AN AUTHORISER"
           MOVE "N" TO WS-Change-Valid
       END-IF.
       IF Change-Valid
           PERFORM 3000-CONFIRM-AND-APPLY
       ELSE
           ADD 1 TO WS-Rejected-Count
           DISPLAY "NO CHANGE MADE - RE-KEY THIS CHANGE."
       END-IF.

       3000-CONFIRM-AND-APPLY.
       DISPLAY "CHANGE GRADE " WS-Old-Grade " -> " WS-New-Grade
           " REASON " WS-Reason " AUTHORISED BY " WS-Authoriser.
       DISPLAY "CONFIRM (Y/N) - ".
       ACCEPT WS-Confirm.
       IF WS-Confirm = "Y"
           MOVE WS-New-Grade TO GR-Grade
           REWRITE GradeRec
               INVALID KEY
                   DISPLAY "COULD NOT UPDATE GRADE FOR STUDID "
                       GR-StudId
                   ADD 1 TO WS-Rejected-Count
               NOT INVALID KEY
                   ADD 1 TO WS-Changed-Count
                   PERFORM 4000-LOG-CHANGE
                   DISPLAY "GRADE CHANGED."
           END-REWRITE
       ELSE
           DISPLAY "NO CHANGE MADE"
       END-IF.

       4000-LOG-CHANGE.
       MOVE GR-StudId     TO GC-StudId.
       MOVE GR-Course     TO GC-Course.
       MOVE GR-Term       TO GC-Term.
       MOVE WS-Old-Grade  TO GC-Old-Grade.
       MOVE WS-New-Grade  TO GC-New-Grade.
       MOVE WS-Reason     TO GC-Reason.
       MOVE WS-Authoriser TO GC-Authoriser.
       MOVE WS-Run-Date   TO GC-Change-Date.
       WRITE GradeChgRec.
       MOVE "GRADE"       TO AU-Action.
       STRING GR-StudId "/" GR-Course
           DELIMITED BY SIZE INTO AU-Key.
       STRING "TERM " GR-Term " GRADE " WS-Old-Grade " -> "
              WS-New-Grade " RSN " WS-Reason
           DELIMITED BY SIZE INTO AU-Detail.
       PERFORM 9100-WRITE-AUDIT.

       9100-WRITE-AUDIT.
       MOVE WS-Operator-Id  TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.
