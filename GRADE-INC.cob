      *=================================================================
      *------------------------- COBOL PROGRAM -------------------------
      *------------ INCOMPLETE GRADE COMPLETION AND LAPSE RUN ----------
      *=================================================================
      *A STUDENT WHO MISSED THE FINAL EXAM IS GRADED 'INC' IN PLACE
      *OF THE FINAL GRADE; THE GRADING RUN PRINTS IT AS INC AND KEEPS
      *IT OUT OF THE GWA. THIS RUN CLEARS THOSE MARKS TWO WAYS:
      *  - INCCOMP.TXT COMPLETION CARDS REPLACE THE INC WITH THE
      *    FINAL GRADE EARNED, PROVIDED THE TERM'S DEADLINE HAS NOT
      *    PASSED;
      *  - EVERY INC STILL OUTSTANDING AFTER ITS TERM'S DEADLINE IS
      *    LAPSED TO A FAILING 5.00 FINAL GRADE.
      *THE INC MAY STILL BE ON THIS TERM'S GRADE.TXT OR ALREADY ON
      *THE TERM-CLOSE ARCHIVE GRADE-HISTORY.TXT; EITHER FILE IS
      *CORRECTED IN PLACE, AND THE GWA ROW FOR THAT TERM (GWA-MASTER
      *FOR THE OPEN TERM, GWA-HISTORY.TXT FOR A CLOSED ONE) IS
      *REBUILT FROM THE CORRECTED GRADES THE WAY THE GRADE CHANGE
      *RUN DOES. EVERY COMPLETION, REJECTION AND LAPSE LANDS ON THE
      *GCAUDIT.TXT GRADE-CHANGE REGISTER, AND INCREG.TXT LISTS THE
      *INCOMPLETES STILL OPEN WITH THEIR DEADLINES.
      *EVERY COMPLETION CARD NAMES THE CLERK WHO KEYED IT (MAKER) AND
      *THE OPERATOR WHO APPROVED IT (CHECKER), BOTH ON OPERATOR.TXT,
      *AS FOR THE GRADE CHANGE RUN. A COMPLETION WHOSE CHECKER IS
      *MISSING, THE SAME PERSON AS THE MAKER, OR WITHOUT CHECKER
      *AUTHORITY IS HELD ON APPRHOLD.TXT, NOT POSTED, UNTIL THE
      *APPROVAL RUN RELEASES IT ON INCCOMP.REL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-INC.
       AUTHOR. JASPE, FAYE
               LOZADA, LUEN
               PUEBLOS, REGIENALD
               PORLARES, ALEXANDER
               RONCALES, JALLANE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT TERMCTL ASSIGN TO 'TERMCTL.TXT'
               FILE STATUS IS TC-STATUS.
           SELECT INCCTL ASSIGN TO 'INCCTL.TXT'
               FILE STATUS IS IC-STATUS.
           SELECT COMPFILE ASSIGN TO 'INCCOMP.TXT'
               FILE STATUS IS CP-STATUS.
           SELECT INPUT4 ASSIGN TO 'GRADE.TXT'
               FILE STATUS IS GR-STATUS.
           SELECT GRADE-HISTORY-FILE ASSIGN TO 'GRADE-HISTORY.TXT'
               FILE STATUS IS GH-STATUS.
           SELECT GWA-HISTORY-FILE ASSIGN TO 'GWA-HISTORY.TXT'
               FILE STATUS IS GW-STATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO 'GCAUDIT.TXT'.
           SELECT OPERFILE ASSIGN TO 'OPERATOR.TXT'
               FILE STATUS IS OP-FILE-STATUS.
           SELECT OPTIONAL HOLDFILE ASSIGN TO 'APPRHOLD.TXT'.
           SELECT REGFILE ASSIGN TO 'INCREG.TXT'.
           SELECT GWA-MASTER ASSIGN TO 'GWA-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-STUD-NUM
               FILE STATUS IS GM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *THE TERM NOW OPEN - THE SAME CARD THE TERM-CLOSE JOB READS.
       FD TERMCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS TERMCTL-REC.
       01 TERMCTL-REC.
           05 TC-TERM-ID PIC X(10).
      *ONE CARD PER TERM: THE LAST DAY AN INC GIVEN IN THAT TERM MAY
      *BE COMPLETED. A TERM WITH NO CARD HAS NO DEADLINE YET, SO ITS
      *INCOMPLETES CAN BE COMPLETED BUT NEVER LAPSE.
       FD INCCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS INCCTL-REC.
       01 INCCTL-REC.
           05 IC-TERM PIC X(10).
           05 IC-DEADLINE PIC 9(8).
      *ONE CARD PER COMPLETION: THE FINAL GRADE EARNED, THE
      *REGISTRAR STAFF WHO APPROVED IT AND THE CLERK WHO KEYED IT.
      *THE MIDTERM ON FILE STANDS.
       FD COMPFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS COMP-REC.
       01 COMP-REC.
           05 CP-STUD-NUM PIC X(12).
           05 CP-SUBJ-CODE PIC X(10).
           05 CP-NEW-FINAL PIC 9V99.
           05 CP-APPROVER PIC X(12).
           05 CP-MAKER PIC X(12).
       FD INPUT4
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS GRADE-INFO.
       01 GRADE-INFO.
           05 SUBJ-CODE4 PIC X(10).
           05 FACULTY-ID3 PIC X(12).
           05 STUD-NUM2 PIC X(12).
           05 MID-GRADE PIC 9V99.
           05 FINAL-GRADE PIC 9V99.
      *ALTERNATE VIEW FOR AN 'INC' FINAL GRADE.
       01 GRADE-INFO-ALT.
           05 FILLER PIC X(37).
           05 FINAL-GRADE-TXT PIC X(3).
       FD GRADE-HISTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS GH-HIST-REC.
       01 GH-HIST-REC.
           05 GHH-TERM PIC X(10).
           05 GHH-GRADE-DETAIL.
              10 GHH-SUBJ-CODE PIC X(10).
              10 GHH-FACULTY-ID PIC X(12).
              10 GHH-STUD-NUM PIC X(12).
              10 GHH-MID-GRADE PIC 9V99.
              10 GHH-FINAL-GRADE-X PIC X(3).
       FD GWA-HISTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS GWA-HIST-REC.
       01 GWA-HIST-REC.
           05 GWH-TERM PIC X(10).
           05 GWH-STUD-NUM PIC X(12).
           05 GWH-STUD-NAME PIC X(25).
           05 GWH-SUM PIC 9(3)V99.
           05 GWH-SUBJ-CNT PIC 99.
       FD AUDITFILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS AUDITREC.
       01 AUDITREC.
           05 FILLER PIC X(94).
      *OPERATOR SIGN-ON FILE, SHARED BY EVERY RUN THAT TAKES KEYED
      *WORK. OP-LEVEL 1 MAY KEY (MAKER), 2 AND ABOVE MAY ALSO
      *APPROVE ANOTHER OPERATOR'S WORK (CHECKER). ONLY AN 'A'
      *(ACTIVE) OPERATOR COUNTS.
       FD OPERFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS OPER-REC.
       01 OPER-REC.
           05 OP-ID PIC X(12).
           05 OP-NAME PIC X(25).
           05 OP-LEVEL PIC 9.
           05 OP-STATUS PIC X.
           05 OP-LIMIT PIC 9(7)V99.
      *TRANSACTIONS HELD FOR A CHECKER'S APPROVAL, SHARED BY EVERY
      *DUAL-CONTROL RUN AND CLEARED BY THE APPROVAL RUN. AH-IMAGE IS
      *THE CARD AS KEYED SO IT CAN BE RELEASED UNCHANGED.
       FD HOLDFILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 201 CHARACTERS
           DATA RECORD IS HOLD-REC.
       01 HOLD-REC.
           05 AH-HOLD-NO PIC 9(6).
           05 AH-PROGRAM PIC X(15).
           05 AH-DATE PIC 9(8).
           05 AH-MAKER PIC X(12).
           05 AH-CHECKER PIC X(12).
           05 AH-REASON PIC X(17).
           05 AH-KEY PIC X(12).
           05 AH-AMOUNT PIC 9(7)V99.
           05 AH-IMAGE PIC X(110).
       FD REGFILE.
       01 REG-REC.
           05 FILLER PIC X(80).
       FD GWA-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS GM-REC.
       01 GM-REC.
           05 GM-STUD-NUM PIC X(12).
           05 GM-STUD-NAME PIC X(25).
           05 GM-SUM PIC 9(3)V99.
           05 GM-SUBJ-CNT PIC 99.

      *SHARED OPERATIONS RUN LOG - ONE RECORD APPENDED PER RUN.
       FD RUNLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01 RUNLOG-REC.
           05 RL-PROGRAM PIC X(15).
           05 RL-DATE PIC 9(8).
           05 RL-TIME PIC 9(6).
           05 RL-READ PIC 9(6).
           05 RL-WRITTEN PIC 9(6).
           05 RL-REJECTED PIC 9(6).
           05 RL-END-STATUS PIC X.
      *JOB-STREAM DEPENDENCY TABLE - ONE CARD PER PREDECESSOR THAT
      *MUST HAVE ENDED NORMALLY TODAY BEFORE THE NAMED JOB MAY RUN.
       FD JOBDEPS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS JOBDEPS-REC.
       01 JOBDEPS-REC.
           05 JD-PROGRAM PIC X(15).
           05 JD-PREDECESSOR PIC X(15).
      *OPERATIONS OVERRIDE CARD - FORCES THE NAMED JOB ON THE DATE
      *KEYED ONLY, AND CARRIES WHO AUTHORISED IT AND WHY.
       FD JOBOVRD
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS JOBOVRD-REC.
       01 JOBOVRD-REC.
           05 JO-PROGRAM PIC X(15).
           05 JO-DATE PIC 9(8).
           05 JO-AUTH-BY PIC X(12).
           05 JO-REASON PIC X(30).
       WORKING-STORAGE SECTION.
      *SAME LAYOUT AS THE GRADE CHANGE RUN'S AUDIT LINE, WITH THE
      *OLD FINAL GRADE SHOWN AS INC.
       01 AUDIT-LINE.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-STUD PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-SUBJ PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OLD-MID PIC 9.99.
           05 FILLER PIC X VALUE '/'.
           05 AUD-OLD-FIN PIC X(4) VALUE 'INC '.
           05 FILLER PIC X VALUE '>'.
           05 AUD-NEW-MID PIC 9.99.
           05 FILLER PIC X VALUE '/'.
           05 AUD-NEW-FIN PIC 9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-REASON PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-MAKER PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-APPROVER PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-RESULT PIC X(12).
       01 AUDIT-TOTALS-LINE.
           05 AUD-TOT-DATE PIC 9(8).
           05 FILLER PIC X(13) VALUE ' INC TOTALS: '.
           05 FILLER PIC X(10) VALUE 'COMPLETED '.
           05 AUD-TOT-COMP PIC ZZZ9.
           05 FILLER PIC X(8) VALUE ' LAPSED '.
           05 AUD-TOT-LAPSE PIC ZZZ9.
           05 FILLER PIC X(10) VALUE ' REJECTED '.
           05 AUD-TOT-REJ PIC ZZZ9.
           05 FILLER PIC X(6) VALUE ' HELD '.
           05 AUD-TOT-HLD PIC ZZZ9.
           05 FILLER PIC X(23) VALUE SPACES.

      *------------- INC REGISTER ----------------------------
       01 REG-HDNG1.
           05 FILLER PIC X(32).
           05 FILLER PIC X(16) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(32).
       01 REG-HDNG2.
           05 FILLER PIC X(27).
           05 FILLER PIC X(26) VALUE 'INCOMPLETE GRADE REGISTER'.
           05 FILLER PIC X(27).
       01 REG-DATE-LINE.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 RGD-DATE PIC 9(8).
           05 FILLER PIC X(14) VALUE '  OPEN TERM : '.
           05 RGD-TERM PIC X(10).
           05 FILLER PIC X(38) VALUE SPACES.
       01 REG-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(12) VALUE 'SUBJECT'.
           05 FILLER PIC X(12) VALUE 'TERM'.
           05 FILLER PIC X(9) VALUE 'MIDTERM'.
           05 FILLER PIC X(10) VALUE 'DEADLINE'.
           05 FILLER PIC X(19) VALUE SPACES.
       01 REG-LINE.
           05 FILLER PIC X(2).
           05 RGL-STUD PIC X(12).
           05 FILLER PIC X(4).
           05 RGL-SUBJ PIC X(10).
           05 FILLER PIC X(2).
           05 RGL-TERM PIC X(10).
           05 FILLER PIC X(2).
           05 RGL-MID PIC 9.99.
           05 FILLER PIC X(5).
           05 RGL-DEADLINE PIC 9(8).
           05 RGL-DEADLINE-X REDEFINES RGL-DEADLINE PIC X(8).
           05 FILLER PIC X(21).
       01 REG-TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RGT-TAG PIC X(28).
           05 RGT-CNT PIC ZZZ9.
           05 FILLER PIC X(46) VALUE SPACES.
       01 BLANK-HEADING.
           05 FILLER PIC X(80).

      *------------- DEADLINES BY TERM -----------------------
       01 DEADLINE-TABLE.
           05 DL-COUNT PIC 99 VALUE 0.
           05 DL-ENTRY OCCURS 20 TIMES.
              10 DL-TERM PIC X(10).
              10 DL-DATE PIC 9(8).
       01 DL-IX PIC 99.
       01 DL-FOUND-SW PIC X(3) VALUE 'NO '.
       01 IC-LOAD-EOF PIC X(3) VALUE 'NO'.

      *------------- OPEN TERM GRADE FILE IN MEMORY ----------
       01 GRADE-TABLE.
           05 GT-COUNT PIC 9999 VALUE 0.
           05 GT-ENTRY OCCURS 2000 TIMES.
              10 GT-SUBJ PIC X(10).
              10 GT-FAC PIC X(12).
              10 GT-STUD PIC X(12).
              10 GT-MID PIC 9V99.
              10 GT-FIN PIC 9V99.
              10 GT-FIN-X REDEFINES GT-FIN PIC X(3).
       01 GT-IX PIC 9999.
       01 GT-JX PIC 9999.
       01 GT-CUR PIC 9999.
       01 GT-LOAD-EOF PIC X(3) VALUE 'NO'.

      *------------- ARCHIVED GRADES IN MEMORY ---------------
       01 HIST-TABLE.
           05 HT-COUNT PIC 9999 VALUE 0.
           05 HT-ENTRY OCCURS 2000 TIMES.
              10 HT-TERM PIC X(10).
              10 HT-SUBJ PIC X(10).
              10 HT-FAC PIC X(12).
              10 HT-STUD PIC X(12).
              10 HT-MID PIC 9V99.
              10 HT-FIN PIC 9V99.
              10 HT-FIN-X REDEFINES HT-FIN PIC X(3).
       01 HT-IX PIC 9999.
       01 HT-JX PIC 9999.
       01 HT-CUR PIC 9999.
       01 HT-LOAD-EOF PIC X(3) VALUE 'NO'.

      *------------- ARCHIVED GWA ROWS IN MEMORY -------------
       01 GWH-TABLE.
           05 GW-COUNT PIC 9999 VALUE 0.
           05 GW-ENTRY OCCURS 2000 TIMES.
              10 GW-TERM PIC X(10).
              10 GW-STUD PIC X(12).
              10 GW-NAME PIC X(25).
              10 GW-SUM PIC 9(3)V99.
              10 GW-CNT PIC 99.
       01 GW-IX PIC 9999.
       01 GW-LOAD-EOF PIC X(3) VALUE 'NO'.

       01 TC-STATUS PIC XX.
       01 IC-STATUS PIC XX.
       01 CP-STATUS PIC XX.
       01 GR-STATUS PIC XX.
       01 GH-STATUS PIC XX.
       01 GW-STATUS PIC XX.
       01 GM-STATUS PIC XX.
       01 INC-OTHERS.
           05 CP-EOF PIC X(3) VALUE 'NO'.
           05 CUR-TERM-ID PIC X(10) VALUE 'UNKNOWN   '.
           05 INC-WHERE PIC X VALUE 'N'.
              88 INC-ON-GRADE-FILE VALUE 'C'.
              88 INC-ON-HISTORY VALUE 'H'.
              88 INC-NOT-FOUND VALUE 'N'.
           05 INC-TERM PIC X(10).
           05 INC-DEADLINE PIC 9(8).
           05 NEW-FINAL-WK PIC 9V99.
           05 CUR-CHG-SW PIC X VALUE 'N'.
           05 HIST-CHG-SW PIC X VALUE 'N'.
           05 COMP-CTR PIC 9999 VALUE 0.
           05 LAPSE-CTR PIC 9999 VALUE 0.
           05 REJ-CTR PIC 9999 VALUE 0.
           05 HLD-CTR PIC 9999 VALUE 0.
           05 OPEN-CTR PIC 9999 VALUE 0.
           05 GWA-SUM-WK PIC 9(3)V99 VALUE 0.
           05 GWA-CNT-WK PIC 99 VALUE 0.
           05 AVE-GRADE PIC 9V99 VALUE 0.
       01 RUN-TODAY.
           05 RUN-TODAY-YMD PIC 9(8).
           05 FILLER PIC X(13).

      *------------- OPERATORS / DUAL CONTROL ----------------
       01 OPERATOR-TABLE.
           05 OT-COUNT PIC 999 VALUE 0.
           05 OT-ENTRY OCCURS 200 TIMES.
              10 OT-ID PIC X(12).
              10 OT-LEVEL PIC 9.
              10 OT-STATUS PIC X.
              10 OT-LIMIT PIC 9(7)V99.
       01 OPERATOR-WORK.
           05 OP-FILE-STATUS PIC XX.
           05 OT-EOF PIC X(3) VALUE 'NO '.
           05 OT-IX PIC 999.
           05 OPR-KEY PIC X(12).
           05 OPR-FOUND-SW PIC X(3) VALUE 'NO '.
           05 OPR-LEVEL PIC 9 VALUE 0.
           05 OPR-LIMIT PIC 9(7)V99 VALUE 0.
           05 MAKER-OK-SW PIC X(3) VALUE 'NO '.
           05 CHECKER-OK-SW PIC X(3) VALUE 'NO '.
           05 HOLD-EOF PIC X(3) VALUE 'NO '.
           05 HOLD-LAST-NO PIC 9(6) VALUE 0.


      *------------- RUN LOG ---------------------------------
       01 RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'GRADE-INC      '.
           05 JB-TODAY PIC 9(8) VALUE 0.
           05 JB-EOF PIC X(3) VALUE 'NO '.
           05 JB-PRED-COUNT PIC 99 VALUE 0.
           05 JB-UNMET PIC 99 VALUE 0.
           05 JB-IX PIC 99.
           05 JB-OVRD-SW PIC X VALUE 'N'.
           05 JB-OVRD-BY PIC X(12) VALUE SPACES.
           05 JB-OVRD-REASON PIC X(30) VALUE SPACES.
           05 JB-PRED-ENTRY OCCURS 20 TIMES.
              10 JB-PRED PIC X(15).
              10 JB-PRED-END PIC X.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM CHECK-JOB-STREAM-RTN.
           MOVE FUNCTION CURRENT-DATE TO RUN-TODAY.
           PERFORM LOAD-OPERATORS-RTN.
           PERFORM SEED-HOLD-NO-RTN.
           OPEN EXTEND AUDITFILE.
           OPEN EXTEND HOLDFILE.
           PERFORM READ-TERM-CARD-RTN.
           PERFORM LOAD-DEADLINES-RTN.
           PERFORM LOAD-GRADE-FILE-RTN.
           PERFORM LOAD-GRADE-HISTORY-RTN.
           PERFORM LOAD-GWA-HISTORY-RTN.
           PERFORM OPEN-GWA-MASTER-RTN.
           PERFORM PROCESS-COMPLETIONS-RTN.
           PERFORM LAPSE-OVERDUE-RTN.
           IF CUR-CHG-SW = 'Y'
               PERFORM REWRITE-GRADE-FILE-RTN
           END-IF.
           IF HIST-CHG-SW = 'Y'
               PERFORM REWRITE-HISTORY-RTN
           END-IF.
           MOVE RUN-TODAY-YMD TO AUD-TOT-DATE.
           MOVE COMP-CTR TO AUD-TOT-COMP.
           MOVE LAPSE-CTR TO AUD-TOT-LAPSE.
           MOVE REJ-CTR TO AUD-TOT-REJ.
           MOVE HLD-CTR TO AUD-TOT-HLD.
           WRITE AUDITREC FROM AUDIT-TOTALS-LINE.
           CLOSE GWA-MASTER.
           CLOSE AUDITFILE.
           CLOSE HOLDFILE.
           PERFORM WRITE-REGISTER-RTN.
           DISPLAY 'INC COMPLETED: ' COMP-CTR '  LAPSED: ' LAPSE-CTR
                   '  REJECTED: ' REJ-CTR '  HELD: ' HLD-CTR
                   '  STILL OPEN: ' OPEN-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       READ-TERM-CARD-RTN.
           OPEN INPUT TERMCTL.
           IF TC-STATUS = '00'
               READ TERMCTL
                   AT END CONTINUE
                   NOT AT END MOVE TC-TERM-ID TO CUR-TERM-ID
               END-READ
               CLOSE TERMCTL
           ELSE
               DISPLAY 'TERMCTL.TXT MISSING - OPEN TERM RECORDED AS '
                       'UNKNOWN'
           END-IF.

       LOAD-DEADLINES-RTN.
           OPEN INPUT INCCTL.
           IF IC-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO IC-LOAD-EOF
               DISPLAY 'INCCTL.TXT MISSING - NO INC WILL LAPSE'
           END-IF.
           PERFORM UNTIL IC-LOAD-EOF = 'YES'
               READ INCCTL
                   AT END MOVE 'YES' TO IC-LOAD-EOF
                   NOT AT END
                       IF DL-COUNT < 20
                           ADD 1 TO DL-COUNT
                           MOVE IC-TERM TO DL-TERM(DL-COUNT)
                           MOVE IC-DEADLINE TO DL-DATE(DL-COUNT)
                       END-IF
           END-PERFORM.
           IF IC-STATUS NOT EQUAL TO '35'
               CLOSE INCCTL
           END-IF.

       LOAD-GRADE-FILE-RTN.
           OPEN INPUT INPUT4.
           IF GR-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO GT-LOAD-EOF
           END-IF.
           PERFORM UNTIL GT-LOAD-EOF = 'YES'
               READ INPUT4
                   AT END MOVE 'YES' TO GT-LOAD-EOF
                   NOT AT END
                       ADD 1 TO GT-COUNT
                       MOVE SUBJ-CODE4 TO GT-SUBJ(GT-COUNT)
                       MOVE FACULTY-ID3 TO GT-FAC(GT-COUNT)
                       MOVE STUD-NUM2 TO GT-STUD(GT-COUNT)
                       MOVE MID-GRADE TO GT-MID(GT-COUNT)
                       MOVE FINAL-GRADE-TXT TO GT-FIN-X(GT-COUNT)
           END-PERFORM.
           IF GR-STATUS NOT EQUAL TO '35'
               CLOSE INPUT4
           END-IF.

      *THE ARCHIVE IS REWRITTEN IN FULL WHEN AN INC ON IT IS
      *CLEARED, SO A HISTORY TOO BIG FOR THE TABLE STOPS THE RUN
      *BEFORE ANYTHING IS CHANGED RATHER THAN TRUNCATE THE ARCHIVE.
       LOAD-GRADE-HISTORY-RTN.
           OPEN INPUT GRADE-HISTORY-FILE.
           IF GH-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO HT-LOAD-EOF
           END-IF.
           PERFORM UNTIL HT-LOAD-EOF = 'YES'
               READ GRADE-HISTORY-FILE
                   AT END MOVE 'YES' TO HT-LOAD-EOF
                   NOT AT END
                       IF HT-COUNT >= 2000
                           CLOSE GRADE-HISTORY-FILE
                           PERFORM HISTORY-FULL-RTN
                       END-IF
                       ADD 1 TO HT-COUNT
                       MOVE GHH-TERM TO HT-TERM(HT-COUNT)
                       MOVE GHH-SUBJ-CODE TO HT-SUBJ(HT-COUNT)
                       MOVE GHH-FACULTY-ID TO HT-FAC(HT-COUNT)
                       MOVE GHH-STUD-NUM TO HT-STUD(HT-COUNT)
                       MOVE GHH-MID-GRADE TO HT-MID(HT-COUNT)
                       MOVE GHH-FINAL-GRADE-X TO HT-FIN-X(HT-COUNT)
           END-PERFORM.
           IF GH-STATUS NOT EQUAL TO '35'
               CLOSE GRADE-HISTORY-FILE
           END-IF.

       LOAD-GWA-HISTORY-RTN.
           OPEN INPUT GWA-HISTORY-FILE.
           IF GW-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO GW-LOAD-EOF
           END-IF.
           PERFORM UNTIL GW-LOAD-EOF = 'YES'
               READ GWA-HISTORY-FILE
                   AT END MOVE 'YES' TO GW-LOAD-EOF
                   NOT AT END
                       IF GW-COUNT >= 2000
                           CLOSE GWA-HISTORY-FILE
                           PERFORM HISTORY-FULL-RTN
                       END-IF
                       ADD 1 TO GW-COUNT
                       MOVE GWH-TERM TO GW-TERM(GW-COUNT)
                       MOVE GWH-STUD-NUM TO GW-STUD(GW-COUNT)
                       MOVE GWH-STUD-NAME TO GW-NAME(GW-COUNT)
                       MOVE GWH-SUM TO GW-SUM(GW-COUNT)
                       MOVE GWH-SUBJ-CNT TO GW-CNT(GW-COUNT)
           END-PERFORM.
           IF GW-STATUS NOT EQUAL TO '35'
               CLOSE GWA-HISTORY-FILE
           END-IF.

       HISTORY-FULL-RTN.
           DISPLAY 'TERM-CLOSE ARCHIVE EXCEEDS THE HISTORY TABLE - '
                   'RUN STOPPED'.
           CLOSE AUDITFILE.
           CLOSE HOLDFILE.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

      *AN INC CLEARED ON THE OPEN TERM MUST BE CARRIED INTO ITS GWA
      *MASTER ROW, SO AN UNAVAILABLE MASTER STOPS THE RUN BEFORE ANY
      *INC IS TOUCHED, AS IN THE GRADE CHANGE RUN.
       OPEN-GWA-MASTER-RTN.
           OPEN I-O GWA-MASTER.
           IF GM-STATUS NOT EQUAL TO '00'
               DISPLAY 'GWA-MASTER.DAT NOT AVAILABLE - STATUS '
                       GM-STATUS ' - RUN STOPPED'
               CLOSE AUDITFILE
               CLOSE HOLDFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.

      *=================================================================
      *======================= COMPLETION CARDS ========================
      *=================================================================
       PROCESS-COMPLETIONS-RTN.
           OPEN INPUT COMPFILE.
           IF CP-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO CP-EOF
           END-IF.
           PERFORM UNTIL CP-EOF = 'YES'
               READ COMPFILE
                   AT END MOVE 'YES' TO CP-EOF
                   NOT AT END PERFORM APPLY-ONE-COMPLETION-RTN
           END-PERFORM.
           IF CP-STATUS NOT EQUAL TO '35'
               CLOSE COMPFILE
           END-IF.

      *THE DEADLINE DAY ITSELF STILL COUNTS; A CARD ARRIVING AFTER
      *IT IS REJECTED AND THE INC IS LEFT FOR THE LAPSE PASS BELOW.
      *A CARD THAT PASSES EVERY EDIT BUT LACKS A VALID CHECKER IS
      *HELD, NOT REJECTED, SO THE APPROVAL RUN CAN RELEASE IT AS
      *KEYED; THE DEADLINE IS TESTED AGAIN WHEN IT COMES BACK.
       APPLY-ONE-COMPLETION-RTN.
           PERFORM CHECK-MAKER-CHECKER-RTN.
           PERFORM FIND-INC-RTN.
           MOVE 'NO ' TO DL-FOUND-SW.
           IF NOT INC-NOT-FOUND
               PERFORM FIND-DEADLINE-RTN
           END-IF.
           MOVE CP-STUD-NUM TO AUD-STUD.
           MOVE CP-SUBJ-CODE TO AUD-SUBJ.
           MOVE CP-MAKER TO AUD-MAKER.
           MOVE CP-APPROVER TO AUD-APPROVER.
           MOVE 'IC' TO AUD-REASON.
           IF CP-NEW-FINAL NUMERIC
               MOVE CP-NEW-FINAL TO AUD-NEW-FIN
           ELSE
               MOVE 0 TO AUD-NEW-FIN
           END-IF.
           EVALUATE TRUE
               WHEN MAKER-OK-SW NOT EQUAL TO 'YES'
                   MOVE 'BAD MAKER ID' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN INC-NOT-FOUND
                   MOVE 'NO INC      ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN CP-NEW-FINAL NOT NUMERIC
                   MOVE 'BAD NEW MARK' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN CP-NEW-FINAL < 1.00 OR CP-NEW-FINAL > 5.00
                   MOVE 'MARK RANGE  ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN DL-FOUND-SW = 'YES' AND
                    RUN-TODAY-YMD > INC-DEADLINE
                   MOVE 'PAST DEADLN ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN CHECKER-OK-SW NOT EQUAL TO 'YES'
                   PERFORM HOLD-FOR-APPROVAL-RTN
               WHEN OTHER
                   MOVE CP-NEW-FINAL TO NEW-FINAL-WK
                   PERFORM POST-INC-GRADE-RTN
                   MOVE 'COMPLETED   ' TO AUD-RESULT
                   ADD 1 TO COMP-CTR
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.

      *THE MAKER MUST BE AN ACTIVE OPERATOR. THE CHECKER MUST BE A
      *DIFFERENT ACTIVE OPERATOR OF CHECKER AUTHORITY (LEVEL 2 UP).
       CHECK-MAKER-CHECKER-RTN.
           MOVE CP-MAKER TO OPR-KEY.
           PERFORM FIND-OPERATOR-RTN.
           MOVE OPR-FOUND-SW TO MAKER-OK-SW.
           IF OPR-LEVEL < 1
               MOVE 'NO ' TO MAKER-OK-SW
           END-IF.
           MOVE 'NO ' TO CHECKER-OK-SW.
           IF CP-APPROVER NOT EQUAL TO SPACES AND
              CP-APPROVER NOT EQUAL TO CP-MAKER
               MOVE CP-APPROVER TO OPR-KEY
               PERFORM FIND-OPERATOR-RTN
               IF OPR-FOUND-SW = 'YES' AND OPR-LEVEL > 1
                   MOVE 'YES' TO CHECKER-OK-SW
               END-IF
           END-IF.

       HOLD-FOR-APPROVAL-RTN.
           ADD 1 TO HOLD-LAST-NO.
           MOVE HOLD-LAST-NO TO AH-HOLD-NO.
           MOVE 'GRADE-INC      ' TO AH-PROGRAM.
           MOVE RUN-TODAY-YMD TO AH-DATE.
           MOVE CP-MAKER TO AH-MAKER.
           MOVE CP-APPROVER TO AH-CHECKER.
           IF CP-APPROVER = SPACES
               MOVE 'NO CHECKER ID    ' TO AH-REASON
           ELSE
               MOVE 'CHECKER NOT VALID' TO AH-REASON
           END-IF.
           MOVE CP-STUD-NUM TO AH-KEY.
           MOVE 0 TO AH-AMOUNT.
           MOVE COMP-REC TO AH-IMAGE.
           WRITE HOLD-REC.
           MOVE 'PENDING APPR' TO AUD-RESULT.
           ADD 1 TO HLD-CTR.

      *THE OPEN TERM'S GRADE FILE IS SEARCHED FIRST, THEN THE
      *ARCHIVE. ONLY A RECORD STILL MARKED INC QUALIFIES.
       FIND-INC-RTN.
           MOVE 'N' TO INC-WHERE.
           MOVE 0 TO AUD-OLD-MID.
           MOVE 0 TO AUD-NEW-MID.
           PERFORM VARYING GT-IX FROM 1 BY 1
                   UNTIL GT-IX > GT-COUNT OR NOT INC-NOT-FOUND
               IF GT-STUD(GT-IX) = CP-STUD-NUM AND
                  GT-SUBJ(GT-IX) = CP-SUBJ-CODE AND
                  GT-FIN-X(GT-IX) = 'INC'
                   MOVE 'C' TO INC-WHERE
                   MOVE GT-IX TO GT-CUR
                   MOVE CUR-TERM-ID TO INC-TERM
                   MOVE GT-MID(GT-IX) TO AUD-OLD-MID
                   MOVE GT-MID(GT-IX) TO AUD-NEW-MID
               END-IF
           END-PERFORM.
           PERFORM VARYING HT-IX FROM 1 BY 1
                   UNTIL HT-IX > HT-COUNT OR NOT INC-NOT-FOUND
               IF HT-STUD(HT-IX) = CP-STUD-NUM AND
                  HT-SUBJ(HT-IX) = CP-SUBJ-CODE AND
                  HT-FIN-X(HT-IX) = 'INC'
                   MOVE 'H' TO INC-WHERE
                   MOVE HT-IX TO HT-CUR
                   MOVE HT-TERM(HT-IX) TO INC-TERM
                   MOVE HT-MID(HT-IX) TO AUD-OLD-MID
                   MOVE HT-MID(HT-IX) TO AUD-NEW-MID
               END-IF
           END-PERFORM.

       FIND-DEADLINE-RTN.
           MOVE 'NO ' TO DL-FOUND-SW.
           MOVE 0 TO INC-DEADLINE.
           PERFORM VARYING DL-IX FROM 1 BY 1
                   UNTIL DL-IX > DL-COUNT OR DL-FOUND-SW = 'YES'
               IF DL-TERM(DL-IX) = INC-TERM
                   MOVE 'YES' TO DL-FOUND-SW
                   MOVE DL-DATE(DL-IX) TO INC-DEADLINE
               END-IF
           END-PERFORM.

      *REPLACES THE INC WITH NEW-FINAL-WK ON WHICHEVER FILE HOLDS IT
      *AND REBUILDS THAT TERM'S GWA ROW FOR THE STUDENT.
       POST-INC-GRADE-RTN.
           IF INC-ON-GRADE-FILE
               MOVE NEW-FINAL-WK TO GT-FIN(GT-CUR)
               PERFORM RECOMPUTE-GWA-RTN
               MOVE 'Y' TO CUR-CHG-SW
           ELSE
               MOVE NEW-FINAL-WK TO HT-FIN(HT-CUR)
               PERFORM RECOMPUTE-GWA-HISTORY-RTN
               MOVE 'Y' TO HIST-CHG-SW
           END-IF.

      *=================================================================
      *========================= LAPSE PASS ============================
      *=================================================================
      *EVERY INC STILL OPEN AFTER ITS TERM'S DEADLINE BECOMES A 5.00
      *FINAL GRADE - A FAILING MARK ON THE ACADEMY'S SCALE.
       LAPSE-OVERDUE-RTN.
           MOVE 'C' TO INC-WHERE.
           MOVE CUR-TERM-ID TO INC-TERM.
           PERFORM FIND-DEADLINE-RTN.
           IF DL-FOUND-SW = 'YES' AND RUN-TODAY-YMD > INC-DEADLINE
               PERFORM VARYING GT-IX FROM 1 BY 1
                       UNTIL GT-IX > GT-COUNT
                   IF GT-FIN-X(GT-IX) = 'INC'
                       MOVE GT-IX TO GT-CUR
                       MOVE GT-STUD(GT-IX) TO AUD-STUD
                       MOVE GT-SUBJ(GT-IX) TO AUD-SUBJ
                       MOVE GT-MID(GT-IX) TO AUD-OLD-MID
                       MOVE GT-MID(GT-IX) TO AUD-NEW-MID
                       PERFORM LAPSE-ONE-INC-RTN
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 'H' TO INC-WHERE.
           PERFORM VARYING HT-IX FROM 1 BY 1 UNTIL HT-IX > HT-COUNT
               IF HT-FIN-X(HT-IX) = 'INC'
                   MOVE HT-TERM(HT-IX) TO INC-TERM
                   PERFORM FIND-DEADLINE-RTN
                   IF DL-FOUND-SW = 'YES' AND
                      RUN-TODAY-YMD > INC-DEADLINE
                       MOVE HT-IX TO HT-CUR
                       MOVE HT-STUD(HT-IX) TO AUD-STUD
                       MOVE HT-SUBJ(HT-IX) TO AUD-SUBJ
                       MOVE HT-MID(HT-IX) TO AUD-OLD-MID
                       MOVE HT-MID(HT-IX) TO AUD-NEW-MID
                       PERFORM LAPSE-ONE-INC-RTN
                   END-IF
               END-IF
           END-PERFORM.

       LAPSE-ONE-INC-RTN.
           MOVE 5.00 TO NEW-FINAL-WK.
           PERFORM POST-INC-GRADE-RTN.
           MOVE NEW-FINAL-WK TO AUD-NEW-FIN.
           MOVE 'IL' TO AUD-REASON.
           MOVE 'GRADE-INC   ' TO AUD-MAKER.
           MOVE 'AUTO LAPSE  ' TO AUD-APPROVER.
           MOVE 'LAPSED      ' TO AUD-RESULT.
           ADD 1 TO LAPSE-CTR.
           PERFORM WRITE-AUDIT-RTN.

      *=================================================================
      *======================== GWA RECOMPUTE ==========================
      *=================================================================
      *OPEN TERM: THE STUDENT'S GWA MASTER ROW IS REBUILT FROM THE
      *GRADE TABLE - SUM OF SUBJECT AVERAGES AND SUBJECT COUNT, ANY
      *REMAINING INC LEFT OUT - JUST AS THE GRADE CHANGE RUN DOES.
       RECOMPUTE-GWA-RTN.
           MOVE 0 TO GWA-SUM-WK.
           MOVE 0 TO GWA-CNT-WK.
           PERFORM VARYING GT-JX FROM 1 BY 1
                   UNTIL GT-JX > GT-COUNT
               IF GT-STUD(GT-JX) = GT-STUD(GT-CUR) AND
                  GT-FIN-X(GT-JX) NOT EQUAL TO 'INC'
                   COMPUTE AVE-GRADE =
                           (GT-MID(GT-JX) + GT-FIN(GT-JX)) / 2
                   ADD AVE-GRADE TO GWA-SUM-WK
                   ADD 1 TO GWA-CNT-WK
               END-IF
           END-PERFORM.
           MOVE GT-STUD(GT-CUR) TO GM-STUD-NUM.
           READ GWA-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE GWA-SUM-WK TO GM-SUM
                   MOVE GWA-CNT-WK TO GM-SUBJ-CNT
                   REWRITE GM-REC
           END-READ.

      *CLOSED TERM: THE SAME REBUILD AGAINST THE ARCHIVED GRADES OF
      *THAT TERM, POSTED TO THE STUDENT'S ROW ON GWA-HISTORY.TXT.
       RECOMPUTE-GWA-HISTORY-RTN.
           MOVE 0 TO GWA-SUM-WK.
           MOVE 0 TO GWA-CNT-WK.
           PERFORM VARYING HT-JX FROM 1 BY 1
                   UNTIL HT-JX > HT-COUNT
               IF HT-STUD(HT-JX) = HT-STUD(HT-CUR) AND
                  HT-TERM(HT-JX) = HT-TERM(HT-CUR) AND
                  HT-FIN-X(HT-JX) NOT EQUAL TO 'INC'
                   COMPUTE AVE-GRADE =
                           (HT-MID(HT-JX) + HT-FIN(HT-JX)) / 2
                   ADD AVE-GRADE TO GWA-SUM-WK
                   ADD 1 TO GWA-CNT-WK
               END-IF
           END-PERFORM.
           PERFORM VARYING GW-IX FROM 1 BY 1 UNTIL GW-IX > GW-COUNT
               IF GW-STUD(GW-IX) = HT-STUD(HT-CUR) AND
                  GW-TERM(GW-IX) = HT-TERM(HT-CUR)
                   MOVE GWA-SUM-WK TO GW-SUM(GW-IX)
                   MOVE GWA-CNT-WK TO GW-CNT(GW-IX)
               END-IF
           END-PERFORM.

       WRITE-AUDIT-RTN.
           MOVE RUN-TODAY-YMD TO AUD-DATE.
           WRITE AUDITREC FROM AUDIT-LINE.

      *=================================================================
      *========================== REWRITES =============================
      *=================================================================
       REWRITE-GRADE-FILE-RTN.
           OPEN OUTPUT INPUT4.
           PERFORM VARYING GT-IX FROM 1 BY 1 UNTIL GT-IX > GT-COUNT
               MOVE GT-SUBJ(GT-IX) TO SUBJ-CODE4
               MOVE GT-FAC(GT-IX) TO FACULTY-ID3
               MOVE GT-STUD(GT-IX) TO STUD-NUM2
               MOVE GT-MID(GT-IX) TO MID-GRADE
               MOVE GT-FIN-X(GT-IX) TO FINAL-GRADE-TXT
               WRITE GRADE-INFO
           END-PERFORM.
           CLOSE INPUT4.

       REWRITE-HISTORY-RTN.
           OPEN OUTPUT GRADE-HISTORY-FILE.
           PERFORM VARYING HT-IX FROM 1 BY 1 UNTIL HT-IX > HT-COUNT
               MOVE HT-TERM(HT-IX) TO GHH-TERM
               MOVE HT-SUBJ(HT-IX) TO GHH-SUBJ-CODE
               MOVE HT-FAC(HT-IX) TO GHH-FACULTY-ID
               MOVE HT-STUD(HT-IX) TO GHH-STUD-NUM
               MOVE HT-MID(HT-IX) TO GHH-MID-GRADE
               MOVE HT-FIN-X(HT-IX) TO GHH-FINAL-GRADE-X
               WRITE GH-HIST-REC
           END-PERFORM.
           CLOSE GRADE-HISTORY-FILE.
           OPEN OUTPUT GWA-HISTORY-FILE.
           PERFORM VARYING GW-IX FROM 1 BY 1 UNTIL GW-IX > GW-COUNT
               MOVE GW-TERM(GW-IX) TO GWH-TERM
               MOVE GW-STUD(GW-IX) TO GWH-STUD-NUM
               MOVE GW-NAME(GW-IX) TO GWH-STUD-NAME
               MOVE GW-SUM(GW-IX) TO GWH-SUM
               MOVE GW-CNT(GW-IX) TO GWH-SUBJ-CNT
               WRITE GWA-HIST-REC
           END-PERFORM.
           CLOSE GWA-HISTORY-FILE.

      *=================================================================
      *======================== INC REGISTER ===========================
      *=================================================================
      *EVERY INC STILL OPEN AFTER THIS RUN, OPEN TERM FIRST, WITH
      *THE DEADLINE IT MUST BE COMPLETED BY.
       WRITE-REGISTER-RTN.
           OPEN OUTPUT REGFILE.
           WRITE REG-REC FROM REG-HDNG1.
           WRITE REG-REC FROM REG-HDNG2.
           MOVE RUN-TODAY-YMD TO RGD-DATE.
           MOVE CUR-TERM-ID TO RGD-TERM.
           WRITE REG-REC FROM REG-DATE-LINE AFTER ADVANCING 2 LINES.
           WRITE REG-REC FROM BLANK-HEADING.
           WRITE REG-REC FROM REG-COLHD.
           MOVE CUR-TERM-ID TO INC-TERM.
           PERFORM FIND-DEADLINE-RTN.
           PERFORM VARYING GT-IX FROM 1 BY 1 UNTIL GT-IX > GT-COUNT
               IF GT-FIN-X(GT-IX) = 'INC'
                   MOVE GT-STUD(GT-IX) TO RGL-STUD
                   MOVE GT-SUBJ(GT-IX) TO RGL-SUBJ
                   MOVE CUR-TERM-ID TO RGL-TERM
                   MOVE GT-MID(GT-IX) TO RGL-MID
                   PERFORM WRITE-REGISTER-LINE-RTN
               END-IF
           END-PERFORM.
           PERFORM VARYING HT-IX FROM 1 BY 1 UNTIL HT-IX > HT-COUNT
               IF HT-FIN-X(HT-IX) = 'INC'
                   MOVE HT-TERM(HT-IX) TO INC-TERM
                   PERFORM FIND-DEADLINE-RTN
                   MOVE HT-STUD(HT-IX) TO RGL-STUD
                   MOVE HT-SUBJ(HT-IX) TO RGL-SUBJ
                   MOVE HT-TERM(HT-IX) TO RGL-TERM
                   MOVE HT-MID(HT-IX) TO RGL-MID
                   PERFORM WRITE-REGISTER-LINE-RTN
               END-IF
           END-PERFORM.
           WRITE REG-REC FROM BLANK-HEADING.
           MOVE 'COMPLETED THIS RUN:' TO RGT-TAG.
           MOVE COMP-CTR TO RGT-CNT.
           WRITE REG-REC FROM REG-TOTAL-LINE.
           MOVE 'LAPSED TO 5.00 THIS RUN:' TO RGT-TAG.
           MOVE LAPSE-CTR TO RGT-CNT.
           WRITE REG-REC FROM REG-TOTAL-LINE.
           MOVE 'COMPLETION CARDS REJECTED:' TO RGT-TAG.
           MOVE REJ-CTR TO RGT-CNT.
           WRITE REG-REC FROM REG-TOTAL-LINE.
           MOVE 'HELD FOR CHECKER APPROVAL:' TO RGT-TAG.
           MOVE HLD-CTR TO RGT-CNT.
           WRITE REG-REC FROM REG-TOTAL-LINE.
           MOVE 'INCOMPLETES STILL OPEN:' TO RGT-TAG.
           MOVE OPEN-CTR TO RGT-CNT.
           WRITE REG-REC FROM REG-TOTAL-LINE.
           CLOSE REGFILE.

       WRITE-REGISTER-LINE-RTN.
           IF DL-FOUND-SW = 'YES'
               MOVE INC-DEADLINE TO RGL-DEADLINE
           ELSE
               MOVE 'NOT SET ' TO RGL-DEADLINE-X
           END-IF.
           WRITE REG-REC FROM REG-LINE.
           ADD 1 TO OPEN-CTR.

      *THE OPERATOR FILE IS NOT OPTIONAL: WITHOUT IT NO CARD COULD
      *BE PROVED TO COME FROM A SIGNED-ON CLERK, SO THE RUN STOPS
      *BEFORE ANY GRADE IS TOUCHED.
       LOAD-OPERATORS-RTN.
           OPEN INPUT OPERFILE.
           IF OP-FILE-STATUS NOT EQUAL TO '00'
               DISPLAY 'OPERATOR.TXT NOT AVAILABLE - STATUS '
                       OP-FILE-STATUS ' - RUN STOPPED'
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM UNTIL OT-EOF = 'YES'
               READ OPERFILE
                   AT END MOVE 'YES' TO OT-EOF
                   NOT AT END
                       IF OT-COUNT < 200
                           ADD 1 TO OT-COUNT
                           MOVE OP-ID TO OT-ID(OT-COUNT)
                           MOVE OP-LEVEL TO OT-LEVEL(OT-COUNT)
                           MOVE OP-STATUS TO OT-STATUS(OT-COUNT)
                           MOVE OP-LIMIT TO OT-LIMIT(OT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERFILE.

      *AN OPERATOR COUNTS ONLY WHEN ON FILE AND ACTIVE.
       FIND-OPERATOR-RTN.
           MOVE 'NO ' TO OPR-FOUND-SW.
           MOVE 0 TO OPR-LEVEL.
           MOVE 0 TO OPR-LIMIT.
           IF OPR-KEY NOT EQUAL TO SPACES
               PERFORM VARYING OT-IX FROM 1 BY 1
                       UNTIL OT-IX > OT-COUNT OR OPR-FOUND-SW = 'YES'
                   IF OT-ID(OT-IX) = OPR-KEY AND
                      OT-STATUS(OT-IX) = 'A'
                       MOVE 'YES' TO OPR-FOUND-SW
                       MOVE OT-LEVEL(OT-IX) TO OPR-LEVEL
                       MOVE OT-LIMIT(OT-IX) TO OPR-LIMIT
                   END-IF
               END-PERFORM
           END-IF.

      *HOLD NUMBERS RUN ON ACROSS EVERY PROGRAM THAT HOLDS WORK, SO
      *ONE APPROVAL CARD NAMES ONE TRANSACTION.
       SEED-HOLD-NO-RTN.
           OPEN INPUT HOLDFILE.
           PERFORM UNTIL HOLD-EOF = 'YES'
               READ HOLDFILE
                   AT END MOVE 'YES' TO HOLD-EOF
                   NOT AT END
                       IF AH-HOLD-NO NUMERIC AND
                          AH-HOLD-NO > HOLD-LAST-NO
                           MOVE AH-HOLD-NO TO HOLD-LAST-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLDFILE.

      *JOB-STREAM CHECK: EVERY PREDECESSOR JOBDEPS.TXT NAMES FOR
      *THIS JOB MUST HAVE ENDED NORMALLY ON TODAY'S RUN LOG - ITS
      *LATEST RUN COUNTS, SO A CLEAN RERUN CLEARS AN EARLIER ABEND.
      *A JOBOVRD.TXT CARD FOR THIS JOB AND TODAY'S DATE LETS
      *OPERATIONS FORCE THE RUN; OTHERWISE THE JOB STOPS BEFORE IT
      *TOUCHES A FILE AND LOGS ITSELF ABNORMAL.
       CHECK-JOB-STREAM-RTN.
           MOVE FUNCTION CURRENT-DATE TO RL-STAMP.
           MOVE RL-STAMP-DATE TO JB-TODAY.
           OPEN INPUT JOBDEPS.
           PERFORM UNTIL JB-EOF = 'YES'
               READ JOBDEPS
                   AT END MOVE 'YES' TO JB-EOF
                   NOT AT END
                       IF JD-PROGRAM = JB-SELF AND JB-PRED-COUNT < 20
                           ADD 1 TO JB-PRED-COUNT
                           MOVE JD-PREDECESSOR TO JB-PRED(JB-PRED-COUNT)
                           MOVE SPACE TO JB-PRED-END(JB-PRED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBDEPS.
           IF JB-PRED-COUNT > 0
               PERFORM SCAN-JOB-STREAM-RTN
           END-IF.
           IF JB-UNMET > 0
               PERFORM READ-JOB-OVERRIDE-RTN
               IF JB-OVRD-SW = 'Y'
                   DISPLAY 'JOB STREAM OVERRIDDEN BY ' JB-OVRD-BY
                           ' - ' JB-OVRD-REASON
               ELSE
                   DISPLAY JB-SELF ' NOT RUN - JOB STREAM DEPENDENCY '
                           'NOT MET - RUN STOPPED'
                   MOVE 'A' TO RUN-END-CD
                   PERFORM WRITE-RUN-LOG-RTN
                   STOP RUN
               END-IF
           END-IF.

       SCAN-JOB-STREAM-RTN.
           MOVE 'NO ' TO JB-EOF.
           OPEN INPUT RUNLOG.
           PERFORM UNTIL JB-EOF = 'YES'
               READ RUNLOG
                   AT END MOVE 'YES' TO JB-EOF
                   NOT AT END
                       IF RL-DATE = JB-TODAY
                           PERFORM VARYING JB-IX FROM 1 BY 1
                                   UNTIL JB-IX > JB-PRED-COUNT
                               IF JB-PRED(JB-IX) = RL-PROGRAM
                                   MOVE RL-END-STATUS
                                        TO JB-PRED-END(JB-IX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNLOG.
           PERFORM VARYING JB-IX FROM 1 BY 1
                   UNTIL JB-IX > JB-PRED-COUNT
               IF JB-PRED-END(JB-IX) = SPACE
                   DISPLAY 'PREDECESSOR ' JB-PRED(JB-IX)
                           ' HAS NOT RUN TODAY'
                   ADD 1 TO JB-UNMET
               ELSE
                   IF JB-PRED-END(JB-IX) NOT EQUAL TO 'N'
                       DISPLAY 'PREDECESSOR ' JB-PRED(JB-IX)
                               ' ENDED ABNORMALLY'
                       ADD 1 TO JB-UNMET
                   END-IF
               END-IF
           END-PERFORM.

      *AN OVERRIDE COUNTS ONLY FOR THIS JOB, ON THE DATE KEYED, AND
      *ONLY WHEN IT NAMES WHO AUTHORISED IT.
       READ-JOB-OVERRIDE-RTN.
           MOVE 'NO ' TO JB-EOF.
           OPEN INPUT JOBOVRD.
           PERFORM UNTIL JB-EOF = 'YES'
               READ JOBOVRD
                   AT END MOVE 'YES' TO JB-EOF
                   NOT AT END
                       IF JO-PROGRAM = JB-SELF AND JO-DATE NUMERIC
                          AND JO-DATE = JB-TODAY
                          AND JO-AUTH-BY NOT EQUAL TO SPACES
                           MOVE 'Y' TO JB-OVRD-SW
                           MOVE JO-AUTH-BY TO JB-OVRD-BY
                           MOVE JO-REASON TO JB-OVRD-REASON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBOVRD.

      *EVERY BATCH RUN LEAVES ONE RECORD ON THE SHARED RUN LOG SO
      *THE OPERATIONS REPORT CAN PROVE THE NIGHT'S SCHEDULE RAN.
       WRITE-RUN-LOG-RTN.
           MOVE FUNCTION CURRENT-DATE TO RL-STAMP.
           OPEN EXTEND RUNLOG.
           MOVE 'GRADE-INC      ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           COMPUTE RL-READ = COMP-CTR + REJ-CTR + HLD-CTR + LAPSE-CTR.
           COMPUTE RL-WRITTEN = COMP-CTR + LAPSE-CTR.
           MOVE REJ-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
