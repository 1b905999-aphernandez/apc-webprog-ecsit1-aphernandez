       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AlumArch.
       AUTHOR.  Michael Coughlan.

      * Yearly alumni archive run. Every student whose STUDSTAT.DAT
      * status has been graduated (G) or withdrawn (W) since before
      * the retention cut-off has their whole record moved off the
      * live files and onto the alumni archive built by AlumConv -
      *    STUDENTS.DAT -> ALUMSTUD.DAT    STUDSTAT.DAT -> ALUMSTAT.DAT
      *    GRADES.DAT   -> ALUMGRAD.DAT    REGISTR.DAT  -> ALUMREG.DAT
      * so the nightly reports stop reading past former students.
      * A student is moved whole or not at all: grades and
      * registrations first, then the master, and the status record
      * last, so nothing is ever left on the live files without its
      * master and MasterAudit stays clean. If the run is stopped
      * part way the student is still on STUDSTAT.DAT and is picked
      * up again by the next run; anything already copied across is
      * simply replaced on the archive.
      * A student whose fee account on FEELEDG.DAT does not balance
      * to zero is held back and listed, so FeeArrears and FeeStmt
      * keep the status of a former student who still owes (or is
      * owed) money; they go at the first run after the account is
      * settled. The fee ledger itself, the grade-change log, the
      * amendment history and ATTEND.DAT are permanent records and
      * are not touched.
      * The retention period is supplied as a single command-line
      * parameter on the MaleSort model -
      *    YEARS:NN         retain for NN years (default 7)
      *    YEARS:NN:LIST    list who would go, but move nothing
      *    LIST             the same with the default retention
      * The cut-off is the run date less the retention period; a
      * status dated before it is due. Prints the control report
      * ALUMARCH.PRT and writes an ARCHIVE entry to the audit trail
      * AUDITLOG.DAT for every student moved. RETURN-CODE is 2 when
      * anyone was held back or had no master record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudStatFile ASSIGN TO "STUDSTAT.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS DYNAMIC
	     RECORD KEY IS SS-StudId
	     FILE STATUS IS WS-Stud-Stat-Status.

       SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS S-StudId
	     FILE STATUS IS WS-Student-Status.

       SELECT GradeFile ASSIGN TO "GRADES.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS DYNAMIC
	     RECORD KEY IS GR-Key
	     FILE STATUS IS WS-Grade-Status.

       SELECT RegFile ASSIGN TO "REGISTR.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS DYNAMIC
	     RECORD KEY IS RG-Key
	     FILE STATUS IS WS-Reg-Status.

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
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS AG-Key
	     FILE STATUS IS WS-Alum-Grad-Status.

       SELECT AlumRegFile ASSIGN TO "ALUMREG.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS RANDOM
	     RECORD KEY IS AR-Key
	     FILE STATUS IS WS-Alum-Reg-Status.

       SELECT FeeLedgFile ASSIGN TO "FEELEDG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-Fee-Ledg-Status.

       SELECT ArchRptFile ASSIGN TO "ALUMARCH.PRT"
	     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WorkFile ASSIGN TO "ALUMSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD StudStatFile.
       COPY STUDSTAT REPLACING ==:REC-NAME:== BY ==StudStatRec==
                               ==:PFX:==      BY ==SS-==.

       FD StudentFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==StudentRec==
                              ==:PFX:==      BY ==S-==.

       FD GradeFile.
       COPY GRADEREC REPLACING ==:REC-NAME:== BY ==GradeRec==
                               ==:PFX:==      BY ==GR-==.

       FD RegFile.
       COPY REGISTRN REPLACING ==:REC-NAME:== BY ==RegRec==
                               ==:PFX:==      BY ==RG-==.

       FD AlumStudFile.
       COPY STUDREC REPLACING ==:REC-NAME:== BY ==AlumStudRec==
                              ==:PFX:==      BY ==AS-==.

       FD AlumStatFile.
       COPY STUDSTAT REPLACING ==:REC-NAME:== BY ==AlumStatRec==
                               ==:PFX:==      BY ==AT-==.

       FD AlumGradFile.
       COPY GRADEREC REPLACING ==:REC-NAME:== BY ==AlumGradRec==
                               ==:PFX:==      BY ==AG-==.

       FD AlumRegFile.
       COPY REGISTRN REPLACING ==:REC-NAME:== BY ==AlumRegRec==
                               ==:PFX:==      BY ==AR-==.

       FD FeeLedgFile.
       COPY FEELEDG REPLACING ==:REC-NAME:== BY ==FeeLedgRec==
                              ==:PFX:==      BY ==FL-==.

       FD ArchRptFile.
       01 ArchRptLine       PIC X(80).

      * FEELEDG.DAT is in the order entries were posted, so the
      * amounts are sorted by StudId to be matched against
      * STUDSTAT.DAT, which is read in key order.
       SD WorkFile.
       01 WorkRec.
        02 WK-StudId        PIC 9(7).
        02 WK-Amount        PIC S9(7)V99.

       WORKING-STORAGE SECTION.

       01  WS-Stud-Stat-Status       PIC X(2).
         88 Stud-Stat-Status-OK      VALUE "00".

       01  WS-Student-Status         PIC X(2).
         88 Student-Status-OK        VALUE "00".

       01  WS-Grade-Status           PIC X(2).
         88 Grade-Status-OK          VALUE "00".

       01  WS-Reg-Status             PIC X(2).
         88 Reg-Status-OK            VALUE "00".

       01  WS-Alum-Stud-Status       PIC X(2).
         88 Alum-Stud-Status-OK      VALUE "00".

       01  WS-Alum-Stat-Status       PIC X(2).
         88 Alum-Stat-Status-OK      VALUE "00".

       01  WS-Alum-Grad-Status       PIC X(2).
         88 Alum-Grad-Status-OK      VALUE "00".

       01  WS-Alum-Reg-Status        PIC X(2).
         88 Alum-Reg-Status-OK       VALUE "00".

       01  WS-Fee-Ledg-Status        PIC X(2).
         88 Fee-Ledg-Status-OK       VALUE "00".
         88 Fee-Ledg-Not-Found       VALUE "35".

       01  WS-Switches.
           02 WS-Stud-Stat-EOF  PIC X(1) VALUE "N".
             88 Stud-Stat-EOF   VALUE "Y".
           02 WS-Grade-EOF      PIC X(1) VALUE "N".
             88 Grade-EOF       VALUE "Y".
           02 WS-Reg-EOF        PIC X(1) VALUE "N".
             88 Reg-EOF         VALUE "Y".
           02 WS-Fee-Ledg-EOF   PIC X(1) VALUE "N".
             88 Fee-Ledg-EOF    VALUE "Y".
           02 WS-Work-EOF       PIC X(1) VALUE "N".
             88 Work-EOF        VALUE "Y".
           02 WS-List-Only      PIC X(1) VALUE "N".
             88 List-Only       VALUE "Y".
           02 WS-Master-Found   PIC X(1) VALUE "N".
             88 Master-Found    VALUE "Y".

       01  WS-Param-Line        PIC X(80).
       01  WS-Filter-Type       PIC X(10).
       01  WS-Filter-Value-1    PIC X(20).
       01  WS-Filter-Value-2    PIC X(20).

       01  WS-Retain-Years      PIC 9(2) VALUE 7.

       01  WS-Run-Date.
           02 WS-Run-YYYY       PIC 9(4).
           02 WS-Run-MM         PIC 9(2).
           02 WS-Run-DD         PIC 9(2).

       01  WS-Cutoff-Date.
           02 WS-Cutoff-YYYY    PIC 9(4).
           02 WS-Cutoff-MM      PIC 9(2).
           02 WS-Cutoff-DD      PIC 9(2).
       01  WS-Cutoff-Date-Num REDEFINES WS-Cutoff-Date PIC 9(8).

       01  WS-Fee-Balance       PIC S9(9)V99.
       01  WS-Balance-Edit      PIC -(8)9.99.
       01  WS-Failed-Op         PIC X(20).

       01  WS-Stud-Grades       PIC 9(3).
       01  WS-Stud-Regs         PIC 9(3).

       01  WS-Counters.
           02 WS-Stat-Read-Count    PIC 9(6) VALUE ZERO.
           02 WS-Kept-Count         PIC 9(5) VALUE ZERO.
           02 WS-Held-Count         PIC 9(5) VALUE ZERO.
           02 WS-Archived-Count     PIC 9(5) VALUE ZERO.
           02 WS-Master-Count       PIC 9(5) VALUE ZERO.
           02 WS-No-Master-Count    PIC 9(5) VALUE ZERO.
           02 WS-Grade-Count        PIC 9(6) VALUE ZERO.
           02 WS-Reg-Count          PIC 9(6) VALUE ZERO.

       01  WS-Program-Name           PIC X(14) VALUE "ALUMARCH".

       COPY AUDITLOG REPLACING ==:REC-NAME:== BY ==WS-Audit-Rec==
                               ==:PFX:==      BY ==AU-==.

       01  WS-Heading-Line-1.
           02 FILLER            PIC X(33)
              VALUE "ALUMNI ARCHIVE CONTROL REPORT".
           02 FILLER            PIC X(11) VALUE "  RUN DATE ".
           02 HL-Run-YYYY       PIC 9(4).
           02 FILLER            PIC X(1)  VALUE "-".
           02 HL-Run-MM         PIC 9(2).
           02 FILLER            PIC X(1)  VALUE "-".
           02 HL-Run-DD         PIC 9(2).
           02 FILLER            PIC X(26) VALUE SPACES.

       01  WS-Heading-Line-2.
           02 FILLER            PIC X(30)
              VALUE "GRADUATED OR WITHDRAWN BEFORE ".
           02 HL-Cutoff-Date    PIC 9(8).
           02 FILLER            PIC X(11) VALUE " (RETAINED ".
           02 HL-Retain-Years   PIC Z9.
           02 FILLER            PIC X(7)  VALUE " YEARS)".
           02 FILLER            PIC X(22) VALUE SPACES.

       01  WS-List-Only-Line.
           02 FILLER            PIC X(80)
              VALUE "LIST ONLY - NOTHING HAS BEEN MOVED OR DELETED".

       01  WS-Column-Line.
           02 FILLER            PIC X(9)  VALUE "STUDID".
           02 FILLER            PIC X(12) VALUE "NAME".
           02 FILLER            PIC X(4)  VALUE "ST".
           02 FILLER            PIC X(10) VALUE "EFF DATE".
           02 FILLER            PIC X(5)  VALUE "GRD".
           02 FILLER            PIC X(5)  VALUE "REG".
           02 FILLER            PIC X(35) VALUE "ACTION".

       01  WS-Blank-Line        PIC X(80) VALUE SPACES.

       01  WS-Detail-Line.
           02 DL-StudId         PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Surname        PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACES.
           02 DL-Initials       PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Status         PIC X(1).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Eff-Date       PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Grades         PIC ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Regs           PIC ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 DL-Action         PIC X(30).
           02 FILLER            PIC X(5)  VALUE SPACES.

       01  WS-Summary-Line.
           02 SL-Label          PIC X(40).
           02 SL-Count          PIC ZZZZZ9.
           02 FILLER            PIC X(34) VALUE SPACES.

       01  WS-None-Line.
           02 FILLER            PIC X(80)
              VALUE "(NO STUDENTS DUE FOR ARCHIVE)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
       ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
       PERFORM 0100-GET-SELECTION-CRITERIA.
       MOVE WS-Run-Date TO WS-Cutoff-Date.
       SUBTRACT WS-Retain-Years FROM WS-Cutoff-YYYY.
       PERFORM 0200-OPEN-FILES.
       MOVE SPACES TO WS-Audit-Rec.
       OPEN OUTPUT ArchRptFile.
       MOVE WS-Run-YYYY       TO HL-Run-YYYY.
       MOVE WS-Run-MM         TO HL-Run-MM.
       MOVE WS-Run-DD         TO HL-Run-DD.
       MOVE WS-Cutoff-Date-Num TO HL-Cutoff-Date.
       MOVE WS-Retain-Years   TO HL-Retain-Years.
       WRITE ArchRptLine FROM WS-Heading-Line-1.
       WRITE ArchRptLine FROM WS-Heading-Line-2.
       IF List-Only
           WRITE ArchRptLine FROM WS-List-Only-Line
       END-IF.
       WRITE ArchRptLine FROM WS-Blank-Line.
       WRITE ArchRptLine FROM WS-Column-Line.
       SORT WorkFile ON ASCENDING KEY WK-StudId
           INPUT PROCEDURE IS 1000-LOAD-FEE-LEDGER
           OUTPUT PROCEDURE IS 2000-ARCHIVE-STUDENTS.
       IF WS-Archived-Count = ZERO AND WS-Held-Count = ZERO
           WRITE ArchRptLine FROM WS-None-Line
       END-IF.
       PERFORM 8000-PRINT-TOTALS.
       PERFORM 8100-CLOSE-FILES.
       IF List-Only
           DISPLAY "ALUMARCH - " WS-Archived-Count
               " STUDENT(S) DUE - LIST ONLY - SEE ALUMARCH.PRT"
       ELSE
           DISPLAY "ALUMARCH - " WS-Archived-Count
               " STUDENT(S) ARCHIVED - SEE ALUMARCH.PRT"
       END-IF.
       IF WS-Held-Count > ZERO OR WS-No-Master-Count > ZERO
           DISPLAY "ALUMARCH - " WS-Held-Count " HELD FOR FEES, "
               WS-No-Master-Count " WITH NO MASTER RECORD"
           MOVE 2 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0100-GET-SELECTION-CRITERIA.
       ACCEPT WS-Param-Line FROM COMMAND-LINE.
       UNSTRING WS-Param-Line DELIMITED BY ":"
           INTO WS-Filter-Type WS-Filter-Value-1 WS-Filter-Value-2.
       EVALUATE WS-Filter-Type
           WHEN "YEARS"
               IF WS-Filter-Value-1 (1:2) IS NUMERIC
                  AND WS-Filter-Value-1 (1:2) NOT = "00"
                   MOVE WS-Filter-Value-1 (1:2) TO WS-Retain-Years
               ELSE
                   DISPLAY "ALUMARCH - RETENTION MUST BE KEYED AS "
                       "YEARS:NN, 01 TO 99"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-Filter-Value-2 = "LIST"
                   SET List-Only TO TRUE
               END-IF
           WHEN "LIST"
               SET List-Only TO TRUE
           WHEN SPACES
               CONTINUE
           WHEN OTHER
               DISPLAY "ALUMARCH - PARAMETER MUST BE YEARS:NN, "
                   "YEARS:NN:LIST OR LIST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

      * The alumni files are only needed when records are really
      * being moved, so a LIST run can be made before AlumConv.
       0200-OPEN-FILES.
       OPEN I-O StudStatFile.
       IF NOT Stud-Stat-Status-OK
           DISPLAY "ALUMARCH - COULD NOT OPEN STUDSTAT.DAT - STATUS "
               WS-Stud-Stat-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O StudentFile.
       IF NOT Student-Status-OK
           DISPLAY "ALUMARCH - COULD NOT OPEN STUDENTS.DAT - STATUS "
               WS-Student-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O GradeFile.
       IF NOT Grade-Status-OK
           DISPLAY "ALUMARCH - COULD NOT OPEN GRADES.DAT - STATUS "
               WS-Grade-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O RegFile.
       IF NOT Reg-Status-OK
           DISPLAY "ALUMARCH - COULD NOT OPEN REGISTR.DAT - STATUS "
               WS-Reg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF NOT List-Only
           PERFORM 0300-OPEN-ALUMNI-FILES
       END-IF.

       0300-OPEN-ALUMNI-FILES.
       OPEN I-O AlumStudFile.
       IF NOT Alum-Stud-Status-OK
           DISPLAY "ALUMARCH - COULD NOT OPEN ALUMSTUD.DAT - STATUS "
               WS-Alum-Stud-Status " - RUN ALUMCONV FIRST"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O AlumStatFile.
       IF NOT Alum-Stat-Status-OK
           DISPLAY "ALUMARCH - COULD NOT OPEN ALUMSTAT.DAT - STATUS "
               WS-Alum-Stat-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O AlumGradFile.
       IF NOT Alum-Grad-Status-OK
           DISPLAY "ALUMARCH - COULD NOT OPEN ALUMGRAD.DAT - STATUS "
               WS-Alum-Grad-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN I-O AlumRegFile.
       IF NOT Alum-Reg-Status-OK
           DISPLAY "ALUMARCH - COULD NOT OPEN ALUMREG.DAT - STATUS "
               WS-Alum-Reg-Status
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF.

      * No ledger yet means no fees have ever been billed, so no one
      * can be holding a balance.
       1000-LOAD-FEE-LEDGER.
       OPEN INPUT FeeLedgFile.
       IF NOT Fee-Ledg-Not-Found
           IF NOT Fee-Ledg-Status-OK
               DISPLAY "ALUMARCH - COULD NOT OPEN FEELEDG.DAT - "
                   "STATUS " WS-Fee-Ledg-Status
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-LEDGER
           PERFORM UNTIL Fee-Ledg-EOF
               MOVE FL-StudId TO WK-StudId
               MOVE FL-Amount TO WK-Amount
               RELEASE WorkRec
               PERFORM 1100-READ-LEDGER
           END-PERFORM
           CLOSE FeeLedgFile
       END-IF.

       1100-READ-LEDGER.
       READ FeeLedgFile
           AT END SET Fee-Ledg-EOF TO TRUE
       END-READ.

       2000-ARCHIVE-STUDENTS.
       PERFORM 2100-RETURN-LEDGER.
       PERFORM 2200-READ-STATUS.
       PERFORM UNTIL Stud-Stat-EOF
           ADD 1 TO WS-Stat-Read-Count
           IF SS-Status-Graduated OR SS-Status-Withdrawn
               IF SS-Status-Eff-Date < WS-Cutoff-Date-Num
                   PERFORM 3000-CHECK-ONE-STUDENT
               ELSE
                   ADD 1 TO WS-Kept-Count
               END-IF
           END-IF
           PERFORM 2200-READ-STATUS
       END-PERFORM.

       2100-RETURN-LEDGER.
       RETURN WorkFile
           AT END SET Work-EOF TO TRUE
       END-RETURN.

       2200-READ-STATUS.
       READ StudStatFile NEXT RECORD
           AT END SET Stud-Stat-EOF TO TRUE
       END-READ.

      * The ledger stream arrives sorted by StudId - entries for
      * StudIds below this student are skipped, then this student's
      * entries are summed.
       3000-CHECK-ONE-STUDENT.
       MOVE ZERO TO WS-Fee-Balance WS-Stud-Grades WS-Stud-Regs.
       PERFORM 2100-RETURN-LEDGER
           UNTIL Work-EOF OR WK-StudId NOT < SS-StudId.
       PERFORM 3100-ADD-LEDGER-ENTRY
           UNTIL Work-EOF OR WK-StudId NOT = SS-StudId.
       MOVE SPACES        TO WS-Detail-Line.
       MOVE SS-StudId     TO DL-StudId S-StudId.
       MOVE SS-Status     TO DL-Status.
       MOVE SS-Status-Eff-Date TO DL-Eff-Date.
       READ StudentFile
           INVALID KEY
               MOVE "N" TO WS-Master-Found
               MOVE "(NONE)" TO DL-Surname
           NOT INVALID KEY
               SET Master-Found TO TRUE
               MOVE S-Surname  TO DL-Surname
               MOVE S-Initials TO DL-Initials
       END-READ.
       IF WS-Fee-Balance NOT = ZERO
           ADD 1 TO WS-Held-Count
           MOVE WS-Fee-Balance TO WS-Balance-Edit
           STRING "HELD - BALANCE " WS-Balance-Edit
               DELIMITED BY SIZE INTO DL-Action
       ELSE
           PERFORM 4000-MOVE-STUDENT
       END-IF.
       WRITE ArchRptLine FROM WS-Detail-Line.

       3100-ADD-LEDGER-ENTRY.
       ADD WK-Amount TO WS-Fee-Balance.
       PERFORM 2100-RETURN-LEDGER.

       4000-MOVE-STUDENT.
       ADD 1 TO WS-Archived-Count.
       PERFORM 4100-MOVE-GRADES.
       PERFORM 4200-MOVE-REGISTRATIONS.
       IF Master-Found
           ADD 1 TO WS-Master-Count
           IF NOT List-Only
               PERFORM 4300-MOVE-MASTER
           END-IF
       ELSE
           ADD 1 TO WS-No-Master-Count
       END-IF.
       IF NOT List-Only
           PERFORM 4400-MOVE-STATUS
       END-IF.
       MOVE WS-Stud-Grades TO DL-Grades.
       MOVE WS-Stud-Regs   TO DL-Regs.
       EVALUATE TRUE
           WHEN List-Only AND Master-Found
               MOVE "DUE FOR ARCHIVE" TO DL-Action
           WHEN List-Only
               MOVE "DUE FOR ARCHIVE - NO MASTER" TO DL-Action
           WHEN Master-Found
               MOVE "ARCHIVED" TO DL-Action
           WHEN OTHER
               MOVE "ARCHIVED - NO MASTER" TO DL-Action
       END-EVALUATE.

       4100-MOVE-GRADES.
       MOVE "N" TO WS-Grade-EOF.
       MOVE SS-StudId TO GR-StudId.
       MOVE LOW-VALUES TO GR-Course GR-Term.
       START GradeFile KEY NOT < GR-Key
           INVALID KEY SET Grade-EOF TO TRUE
       END-START.
       IF NOT Grade-EOF
           PERFORM 4110-READ-NEXT-GRADE
       END-IF.
       PERFORM UNTIL Grade-EOF OR GR-StudId NOT = SS-StudId
           ADD 1 TO WS-Stud-Grades WS-Grade-Count
           IF NOT List-Only
               PERFORM 4120-ARCHIVE-GRADE
           END-IF
           PERFORM 4110-READ-NEXT-GRADE
       END-PERFORM.

       4110-READ-NEXT-GRADE.
       READ GradeFile NEXT RECORD
           AT END SET Grade-EOF TO TRUE
       END-READ.

      * A record already on the archive was copied by a run that
      * stopped before it could delete the live one - it is
      * replaced, and the live record deleted this time.
       4120-ARCHIVE-GRADE.
       WRITE AlumGradRec FROM GradeRec
           INVALID KEY
               REWRITE AlumGradRec FROM GradeRec
                   INVALID KEY
                       MOVE "ARCHIVE GRADE" TO WS-Failed-Op
                       PERFORM 9900-IO-FAILED
               END-REWRITE
       END-WRITE.
       DELETE GradeFile RECORD
           INVALID KEY
               MOVE "DELETE GRADE" TO WS-Failed-Op
               PERFORM 9900-IO-FAILED
       END-DELETE.

       4200-MOVE-REGISTRATIONS.
       MOVE "N" TO WS-Reg-EOF.
       MOVE SS-StudId TO RG-StudId.
       MOVE LOW-VALUES TO RG-Course RG-Term.
       START RegFile KEY NOT < RG-Key
           INVALID KEY SET Reg-EOF TO TRUE
       END-START.
       IF NOT Reg-EOF
           PERFORM 4210-READ-NEXT-REG
       END-IF.
       PERFORM UNTIL Reg-EOF OR RG-StudId NOT = SS-StudId
           ADD 1 TO WS-Stud-Regs WS-Reg-Count
           IF NOT List-Only
               PERFORM 4220-ARCHIVE-REG
           END-IF
           PERFORM 4210-READ-NEXT-REG
       END-PERFORM.

       4210-READ-NEXT-REG.
       READ RegFile NEXT RECORD
           AT END SET Reg-EOF TO TRUE
       END-READ.

       4220-ARCHIVE-REG.
       WRITE AlumRegRec FROM RegRec
           INVALID KEY
               REWRITE AlumRegRec FROM RegRec
                   INVALID KEY
                       MOVE "ARCHIVE REGISTRATION" TO WS-Failed-Op
                       PERFORM 9900-IO-FAILED
               END-REWRITE
       END-WRITE.
       DELETE RegFile RECORD
           INVALID KEY
               MOVE "DELETE REGISTRATION" TO WS-Failed-Op
               PERFORM 9900-IO-FAILED
       END-DELETE.

       4300-MOVE-MASTER.
       WRITE AlumStudRec FROM StudentRec
           INVALID KEY
               REWRITE AlumStudRec FROM StudentRec
                   INVALID KEY
                       MOVE "ARCHIVE MASTER" TO WS-Failed-Op
                       PERFORM 9900-IO-FAILED
               END-REWRITE
       END-WRITE.
       DELETE StudentFile RECORD
           INVALID KEY
               MOVE "DELETE MASTER" TO WS-Failed-Op
               PERFORM 9900-IO-FAILED
       END-DELETE.

      * The status record goes last - until it is deleted the student
      * is still found by the next run.
       4400-MOVE-STATUS.
       WRITE AlumStatRec FROM StudStatRec
           INVALID KEY
               REWRITE AlumStatRec FROM StudStatRec
                   INVALID KEY
                       MOVE "ARCHIVE STATUS" TO WS-Failed-Op
                       PERFORM 9900-IO-FAILED
               END-REWRITE
       END-WRITE.
       DELETE StudStatFile RECORD
           INVALID KEY
               MOVE "DELETE STATUS" TO WS-Failed-Op
               PERFORM 9900-IO-FAILED
       END-DELETE.
       MOVE "ARCHIVE"  TO AU-Action.
       MOVE SS-StudId  TO AU-Key.
       STRING "STATUS " SS-Status " SINCE " SS-Status-Eff-Date
           DELIMITED BY SIZE INTO AU-Detail.
       PERFORM 9100-WRITE-AUDIT.

       8000-PRINT-TOTALS.
       WRITE ArchRptLine FROM WS-Blank-Line.
       MOVE "STATUS RECORDS READ" TO SL-Label.
       MOVE WS-Stat-Read-Count TO SL-Count.
       WRITE ArchRptLine FROM WS-Summary-Line.
       MOVE "GRADUATED/WITHDRAWN WITHIN RETENTION" TO SL-Label.
       MOVE WS-Kept-Count TO SL-Count.
       WRITE ArchRptLine FROM WS-Summary-Line.
       MOVE "HELD BACK - FEE BALANCE NOT CLEAR" TO SL-Label.
       MOVE WS-Held-Count TO SL-Count.
       WRITE ArchRptLine FROM WS-Summary-Line.
       IF List-Only
           MOVE "STUDENTS DUE FOR ARCHIVE" TO SL-Label
       ELSE
           MOVE "STUDENTS ARCHIVED" TO SL-Label
       END-IF.
       MOVE WS-Archived-Count TO SL-Count.
       WRITE ArchRptLine FROM WS-Summary-Line.
       MOVE "  STATUS RECORDS" TO SL-Label.
       MOVE WS-Archived-Count TO SL-Count.
       WRITE ArchRptLine FROM WS-Summary-Line.
       MOVE "  MASTER RECORDS" TO SL-Label.
       MOVE WS-Master-Count TO SL-Count.
       WRITE ArchRptLine FROM WS-Summary-Line.
       MOVE "  GRADE RECORDS" TO SL-Label.
       MOVE WS-Grade-Count TO SL-Count.
       WRITE ArchRptLine FROM WS-Summary-Line.
       MOVE "  REGISTRATION RECORDS" TO SL-Label.
       MOVE WS-Reg-Count TO SL-Count.
       WRITE ArchRptLine FROM WS-Summary-Line.
       MOVE "  STUDENTS WITH NO MASTER RECORD" TO SL-Label.
       MOVE WS-No-Master-Count TO SL-Count.
       WRITE ArchRptLine FROM WS-Summary-Line.

       8100-CLOSE-FILES.
       CLOSE StudStatFile
             StudentFile
             GradeFile
             RegFile
             ArchRptFile.
       IF NOT List-Only
           CLOSE AlumStudFile
                 AlumStatFile
                 AlumGradFile
                 AlumRegFile
       END-IF.

       9100-WRITE-AUDIT.
       MOVE "BATCH"         TO AU-Operator.
       MOVE WS-Program-Name TO AU-Program.
       CALL "AuditLog" USING WS-Audit-Rec.
       MOVE SPACES TO WS-Audit-Rec.

      * A failed copy or delete stops the run where it is. Whatever
      * has been moved stays moved; the student in hand is still on
      * STUDSTAT.DAT and the next run finishes the job.
       9900-IO-FAILED.
       DISPLAY "ALUMARCH - COULD NOT " WS-Failed-Op " FOR STUDID "
           SS-StudId " - RUN STOPPED".
       MOVE "RUN STOPPED - SEE CONSOLE" TO DL-Action.
       WRITE ArchRptLine FROM WS-Detail-Line.
       PERFORM 8000-PRINT-TOTALS.
       PERFORM 8100-CLOSE-FILES.
       MOVE 1 TO RETURN-CODE.
       STOP RUN.
