       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT INPUT1 ASSIGN TO 'SUBJECT.TXT'.
           SELECT INPUT2 ASSIGN TO 'FACULTY.TXT'.
           SELECT INPUT3 ASSIGN TO 'STUDENT.TXT'.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FACULTY-ID
               FILE STATUS IS FM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.

      *VARIABLES DECLARATION
       DATA DIVISION.
           05 STUD-NUM2 PIC X(12).
           05 MID-GRADE PIC 9V99.
           05 FINAL-GRADE PIC 9V99.
      *ALTERNATE VIEW - A STUDENT WHO MISSED THE FINAL EXAM CARRIES
      *'INC' (INCOMPLETE) IN PLACE OF THE FINAL GRADE.
       01 GRADE-INFO-ALT.
           05 FILLER PIC X(37).
           05 FINAL-GRADE-TXT PIC X(3).
       FD INPUT5
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           05 FM-FACULTY-NAME PIC X(25).
           05 FM-SECTIONS PIC 99.
           05 FM-STUDENTS-GRADED PIC 999.
      *THE STUDENT MASTER KEPT BY THE STUDENT MAINTENANCE RUN - THE
      *ONE SOURCE OF NAME AND ENROLLMENT STATUS. A STUDENT NOT ON IT,
      *OR NOT IN ACTIVE STATUS, CANNOT BE ENROLLED.
       FD STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STM-REC.
       01 STM-REC.
           05 STM-STUD-NUM PIC X(12).
           05 STM-STUD-NAME PIC X(25).
           05 STM-PROGRAM PIC X(6).
           05 STM-YEAR-LVL PIC 9.
           05 STM-ADDRESS PIC X(40).
           05 STM-STATUS-CD PIC X.
              88 STM-ACTIVE VALUE 'A'.
           05 STM-STATUS-DATE PIC 9(8).
           05 FILLER PIC X(7).

      *SHARED OPERATIONS RUN LOG - ONE RECORD APPENDED PER RUN.
       FD RUNLOG
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
      *ENROLLMENT SYSTEM: HEADERS
       01 HDNG1.
           05 FILLER PIC X(11) VALUE 'REJECTED:  '.
           05 FTR-DUP-CTR PIC Z99.
           05 FILLER PIC X(41).

      *------------- STUDENT MASTER VALIDATION ---------------
       01 STM-EXCEPTION-LINE.
           05 FILLER PIC X(6).
           05 STM-EXC-TAG PIC X(15).
           05 STM-EXC-STUD-NO PIC X(12).
           05 FILLER PIC X(4).
           05 STM-EXC-STUD-NA PIC X(25).
           05 FILLER PIC X(18).
       01 FTR-STUDENT-MASTER.
           05 FILLER PIC X(24) VALUE 'TOTAL REJECTED - STUDENT'.
           05 FILLER PIC X(11) VALUE ' MASTER:   '.
           05 FTR-STM-CTR PIC Z99.
           05 FILLER PIC X(41).
       01 STM-STATUS PIC XX.
       01 STM-OK-SW PIC X(3) VALUE 'YES'.
       01 SEEN-STUDENTS.
           05 SEEN-COUNT PIC 999 VALUE 0.
           05 SEEN-ENTRY PIC X(12) OCCURS 500 TIMES.
              10 GH-SUBJ-CODE PIC X(10).
              10 GH-FAC-ID PIC X(12).
              10 GH-AVG PIC 9V99.
              10 GH-INC PIC X.
       01 GH-IX PIC 9999.
       01 GH-LOAD-EOF PIC X(3) VALUE 'NO'.
       01 PREREQ-OK-SW PIC X(3) VALUE 'YES'.
       01 SM-LOAD-EOF PIC X(3) VALUE 'NO'.
       01 TOT-WAIT PIC 999 VALUE 0.
       01 TOT-DUP PIC 999 VALUE 0.
       01 TOT-STM-REJ PIC 999 VALUE 0.
       01 TOT-PREREQ-FAIL PIC 999 VALUE 0.
       01 TOT-CONFLICT PIC 999 VALUE 0.

           05 STUD-NA2 PIC X(25).
           05 FILLER PIC X(3).
           05 AVG-GRD PIC 9.99.
           05 AVG-GRD-X REDEFINES AVG-GRD PIC X(4).
           05 FILLER PIC X(16).
           05 REMARK PIC X(7).
           05 FILLER PIC X(3).
           05 FILLER PIC X(9) VALUE ' FAILED: '.
           05 S-TOT-FAIL PIC Z9.
           05 FILLER PIC X(41).
       01 FTR-TOT-INC.
           05 FILLER PIC X(28) VALUE 'TOTAL NUMBER OF STUDENTS WIT'.
           05 FILLER PIC X(9) VALUE 'H INC:   '.
           05 S-TOT-INC PIC Z9.
           05 FILLER PIC X(41).

       01 OTHER-GRADING.
      *COUNTERS FOR STUDENT PASSED AND FAILED
           05 S-PASS PIC 9 VALUE 0.
           05 S-FAIL PIC 9 VALUE 0.
           05 S-INC PIC 9 VALUE 0.
           05 INC-SW PIC X(3) VALUE 'NO '.
           05 AVE-GRADE PIC 9V99 VALUE 0.

      *------------- LETTER GRADE LOOKUP ------------------
       01 GWA-IX PIC 9999.
       01 GWA-FOUND-SW PIC X(3) VALUE 'NO '.
       01 OVERALL-GWA PIC 9V99.
       01 GWA-INC-CTR PIC 99.
       01 STANDING-THRESHOLDS.
           05 DEANS-LIST-THRESHOLD PIC 9V99 VALUE 1.75.
           05 PROBATION-THRESHOLD PIC 9V99 VALUE 3.00.
           05 FILLER PIC X(11) VALUE 'OVERALL GWA'.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'ACADEMIC STANDING'.
           05 FILLER PIC X(11) VALUE 'INCOMPLETES'.
       01 GWA-RPT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 GWA-OUT-STUDNO PIC X(12).
           05 GWA-OUT-AVG PIC 9.99.
           05 FILLER PIC X(6) VALUE SPACES.
           05 GWA-OUT-STANDING PIC X(18).
           05 FILLER PIC X(3) VALUE SPACES.
           05 GWA-OUT-INC PIC ZZ.

      *------------- FACULTY LOAD SUMMARY -----------------
       01 FACULTY-LOAD-TABLE.
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'FINAL-PROJECT  '.
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

       SCREEN SECTION.
       01 SCRN.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM CHECK-JOB-STREAM-RTN.
           PERFORM OPEN-STUDENT-MASTER-RTN.
           PERFORM LOAD-CHECKPOINTS-RTN.
           PERFORM LOAD-PROGRESS-RTN.
           PERFORM LOAD-GRADE-HISTORY-RTN.
           CLOSE INPUT2, OUTPUT2.
           CLOSE CHECKPOINT-FILE.
           CLOSE CONTROL-TOTALS, GWA-MASTER, FACULTY-LOAD-MASTER.
           CLOSE STUDENT-MASTER.
      *DISPLAY TO CONSOLE
           DISPLAY '--------------------------- END OF MERGING PROGRAM'
           ' ----------------------------'.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

      *NO ENROLLMENT CAN BE CHECKED WITHOUT THE STUDENT MASTER, SO
      *THE RUN STOPS BEFORE ANY REPORT IS STARTED.
       OPEN-STUDENT-MASTER-RTN.
           OPEN INPUT STUDENT-MASTER.
           IF STM-STATUS NOT EQUAL TO '00'
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - RUN STOPPED'
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.

      *=================================================================
      *=================== CHECKPOINT/RESTART ================
      *=================================================================
                       MOVE STUD-NUM2 TO GH-STUD-NUM(GH-COUNT)
                       MOVE SUBJ-CODE4 TO GH-SUBJ-CODE(GH-COUNT)
                       MOVE FACULTY-ID3 TO GH-FAC-ID(GH-COUNT)
                       PERFORM LOAD-ONE-GRADE-RTN
           END-PERFORM.
           CLOSE INPUT4.

      *AN INC CARRIES NO AVERAGE YET. IT IS HELD AT 9.99 SO IT CAN
      *NEVER SATISFY A PREREQUISITE, AND FLAGGED SO THE GRADING PASS
      *PRINTS IT AS INC AND KEEPS IT OUT OF THE GWA.
       LOAD-ONE-GRADE-RTN.
           IF FINAL-GRADE-TXT = 'INC'
               MOVE 9.99 TO GH-AVG(GH-COUNT)
               MOVE 'Y' TO GH-INC(GH-COUNT)
           ELSE
               COMPUTE GH-AVG(GH-COUNT) =
                       (MID-GRADE + FINAL-GRADE) / 2
               MOVE 'N' TO GH-INC(GH-COUNT)
           END-IF.

      *=================================================================
      *===================== ENROLLMENT SYSTEM RTNs ====================
      *=================================================================
               MOVE FTR-WAITLIST TO ENR-PRT
               PERFORM WRITE-ENR-RTN
           END-IF.
           IF TOT-STM-REJ > 0
               MOVE TOT-STM-REJ TO FTR-STM-CTR
               MOVE FTR-STUDENT-MASTER TO ENR-PRT
               PERFORM WRITE-ENR-RTN
           END-IF.
           IF TOT-DUP > 0
               MOVE TOT-DUP TO FTR-DUP-CTR
               MOVE FTR-DUPLICATE TO ENR-PRT
      *COMPUTE RTN FOR EACH SUBJECT
       ENRL-COMPUTE-RTN.
           IF SUBJ-CODE3 = SUB-CD
               PERFORM CHECK-STUDENT-MASTER-RTN
               IF STM-OK-SW NOT EQUAL TO 'YES'
                   PERFORM WRITE-STM-EXCEPTION-RTN
               ELSE
                   PERFORM CHECK-DUPLICATE-RTN
                   IF DUP-FOUND-SW EQUAL TO 'YES'
                       PERFORM WRITE-DUP-EXCEPTION-RTN
                   ELSE
                       PERFORM CHECK-PREREQ-RTN
                       IF PREREQ-OK-SW NOT EQUAL TO 'YES'
                           PERFORM WRITE-PREREQ-EXCEPTION-RTN
                       ELSE
                           PERFORM CHECK-SCHED-CONFLICT-RTN
                           IF CONFLICT-SW = 'YES'
                               PERFORM WRITE-CONFLICT-EXCEPTION-RTN
                           ELSE
                               ADD 1 TO SEEN-COUNT
                               MOVE STUD-NUM TO SEEN-ENTRY(SEEN-COUNT)
                               IF TOT-ENRL < SM-MAXCAP(SUBJ-IX)
                                   MOVE STUD-NUM TO STUD-NO
                                   MOVE STUD-NAME TO STUD-NA
                                   ADD 1 TO TOT-ENRL
                                   ADD 1 TO GT-NUM-ENRL
                                   MOVE TOT-ENRL TO TOT-NUM-ENRL
                                   MOVE GT-NUM-ENRL TO GT-NO-ENRL
                                   MOVE E-INFO TO ENR-PRT
                                   PERFORM WRITE-ENR-RTN
                                   MOVE 'A' TO EM-STATUS
                                   PERFORM WRITE-ENROLL-MASTER-RTN
                                   PERFORM RECORD-ACCEPTED-RTN
                               ELSE
                                   ADD 1 TO TOT-WAIT
                                   MOVE STUD-NUM TO WAIT-STUD-NO
                                   MOVE STUD-NAME TO WAIT-STUD-NA
                                   MOVE WAITLIST-LINE TO ENR-PRT
                                   PERFORM WRITE-ENR-RTN
                                   MOVE 'W' TO EM-STATUS
                                   PERFORM WRITE-ENROLL-MASTER-RTN
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-IF.
           READ INPUT3 AT END MOVE 'YES' TO EOF1.

      *THE STUDENT MUST BE ON THE STUDENT MASTER IN ACTIVE STATUS.
      *THE MASTER NAME REPLACES WHATEVER STUDENT.TXT CARRIES.
       CHECK-STUDENT-MASTER-RTN.
           MOVE 'YES' TO STM-OK-SW.
           MOVE STUD-NUM TO STM-STUD-NUM.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'NO ' TO STM-OK-SW
                   MOVE 'NOT ON MASTER: ' TO STM-EXC-TAG
               NOT INVALID KEY
                   MOVE STM-STUD-NAME TO STUD-NAME
                   IF NOT STM-ACTIVE
                       MOVE 'NO ' TO STM-OK-SW
                       MOVE 'NOT ACTIVE:    ' TO STM-EXC-TAG
                   END-IF
           END-READ.

       WRITE-STM-EXCEPTION-RTN.
           MOVE STUD-NUM TO STM-EXC-STUD-NO.
           MOVE STUD-NAME TO STM-EXC-STUD-NA.
           MOVE STM-EXCEPTION-LINE TO ENR-PRT.
           PERFORM WRITE-ENR-RTN.
           ADD 1 TO TOT-STM-REJ.

      *DUPLICATE STUD-NUM FOR THE SAME SUBJECT IN THIS PASS
       CHECK-DUPLICATE-RTN.
           MOVE 'NO ' TO DUP-FOUND-SW.
           MOVE 0 TO TOT-NUM-ENRL.
           MOVE 0 TO TOT-WAIT.
           MOVE 0 TO TOT-DUP.
           MOVE 0 TO TOT-STM-REJ.
           MOVE 0 TO TOT-PREREQ-FAIL.
           MOVE 0 TO SEEN-COUNT.
           MOVE 'NO' TO EOF1.
                       MOVE FACULTY-ID2 TO ST-FAC(ST-COUNT)
                       MOVE STUD-NUM TO ST-NUM(ST-COUNT)
                       MOVE STUD-NAME TO ST-NAME(ST-COUNT)
                       MOVE STUD-NUM TO STM-STUD-NUM
                       READ STUDENT-MASTER
                           NOT INVALID KEY
                               MOVE STM-STUD-NAME TO ST-NAME(ST-COUNT)
                       END-READ
           END-PERFORM.
           CLOSE INPUT3.

               PERFORM WRITE-GRD-RTN
               MOVE FTR-TOT-FAIL TO GRD-PRT
               PERFORM WRITE-GRD-RTN
               IF S-INC > 0
                   MOVE S-INC TO S-TOT-INC
                   MOVE FTR-TOT-INC TO GRD-PRT
                   PERFORM WRITE-GRD-RTN
               END-IF
               MOVE BLANK-HEADING TO GRD-PRT
               PERFORM WRITE-GRD-RTN
               PERFORM ULTRA-BREAK-TRN

      *PULLS THE STUDENT'S AVERAGE FOR THIS SECTION FROM THE GRADE
      *TABLE. A STUDENT WITH NO GRADE RECORD KEEPS THE PRIOR AVERAGE,
      *AS THE OLD SEQUENTIAL SCAN DID. AN INC RECORD LEAVES THE
      *AVERAGE ALONE AND RAISES THE INC SWITCH INSTEAD.
       FIND-GRADE-RTN.
           MOVE 'NO ' TO INC-SW.
           PERFORM VARYING GH-IX FROM 1 BY 1 UNTIL GH-IX > GH-COUNT
               IF GH-SUBJ-CODE(GH-IX) = SUBJ-C AND
                  GH-FAC-ID(GH-IX) = FACUL-ID AND
                  GH-STUD-NUM(GH-IX) = STUD-NO2
                   IF GH-INC(GH-IX) = 'Y'
                       MOVE 'YES' TO INC-SW
                   ELSE
                       MOVE 'NO ' TO INC-SW
                       MOVE GH-AVG(GH-IX) TO AVE-GRADE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE AVE-GRADE TO AVG-GRD.
      *ADDED, BOTH SHARED BY EVERY GRADING SECTION SINCE THEY
      *ALL FUNNEL THROUGH THIS ONE BREAK PARAGRAPH.
       GRD-BREAK-RTN.
           IF INC-SW = 'YES'
               PERFORM GRD-INC-RTN
           ELSE
               PERFORM GRD-GRADED-RTN
           END-IF.

      *AN INC PRINTS WITHOUT AN AVERAGE AND IS COUNTED APART FROM
      *THE PASSES AND FAILURES.
       GRD-INC-RTN.
           MOVE 'INC ' TO AVG-GRD-X.
           MOVE 'INC    ' TO REMARK.
           MOVE 'INCOMPLETE' TO LETTER-GRD.
           ADD 1 TO S-INC.
           MOVE G-INFO TO GRD-PRT.
           PERFORM WRITE-GRD-RTN.
           PERFORM RECORD-GWA-RTN.

       GRD-GRADED-RTN.
           MOVE AVE-GRADE TO LTR-AVG-IN.
           PERFORM GET-LETTER-GRADE-RTN.
           MOVE LTR-GRADE-OUT TO LETTER-GRD.
           END-EVALUATE.

      *ACCUMULATES EACH STUDENT'S AVERAGE GRADE ACROSS EVERY SUBJECT
      *PASS SO AN OVERALL GWA CAN BE COMPUTED LATER. AN INC PUTS THE
      *STUDENT ON THE MASTER BUT ADDS NOTHING TO THE SUM OR COUNT.
       RECORD-GWA-RTN.
           MOVE 'NO ' TO GWA-FOUND-SW.
           PERFORM VARYING GWA-IX FROM 1 BY 1
               END-IF
           END-PERFORM.
           IF GWA-FOUND-SW = 'YES'
               IF INC-SW NOT EQUAL TO 'YES'
                   ADD AVE-GRADE TO GWA-SUM(GWA-IX)
                   ADD 1 TO GWA-SUBJ-CNT(GWA-IX)
               END-IF
               PERFORM SAVE-GWA-MASTER-RTN
           ELSE
               ADD 1 TO GWA-COUNT
               MOVE STUD-NO2 TO GWA-STUD-NUM(GWA-COUNT)
               MOVE STUD-NA2 TO GWA-STUD-NAME(GWA-COUNT)
               IF INC-SW = 'YES'
                   MOVE 0 TO GWA-SUM(GWA-COUNT)
                   MOVE 0 TO GWA-SUBJ-CNT(GWA-COUNT)
               ELSE
                   MOVE AVE-GRADE TO GWA-SUM(GWA-COUNT)
                   MOVE 1 TO GWA-SUBJ-CNT(GWA-COUNT)
               END-IF
               MOVE GWA-COUNT TO GWA-IX
               PERFORM SAVE-GWA-MASTER-RTN
           END-IF.
           MOVE 0 TO S-TOT-FAIL.
           MOVE 0 TO S-PASS.
           MOVE 0 TO S-FAIL.
           MOVE 0 TO S-INC.
           MOVE 0 TO AVE-GRADE.

      *ACCUMULATES SECTIONS TAUGHT AND STUDENTS GRADED PER FACULTY ID
               ADD 1 TO FL-SECTIONS(FL-IX)
               ADD S-PASS TO FL-STUDENTS-GRADED(FL-IX)
               ADD S-FAIL TO FL-STUDENTS-GRADED(FL-IX)
               ADD S-INC TO FL-STUDENTS-GRADED(FL-IX)
               PERFORM SAVE-FACULTY-LOAD-MASTER-RTN
           ELSE
               ADD 1 TO FL-COUNT
               MOVE FACUL-ID TO FL-FACULTY-ID(FL-COUNT)
               MOVE FACUL-NAME TO FL-FACULTY-NAME(FL-COUNT)
               MOVE 1 TO FL-SECTIONS(FL-COUNT)
               COMPUTE FL-STUDENTS-GRADED(FL-COUNT) =
                       S-PASS + S-FAIL + S-INC
               MOVE FL-COUNT TO FL-IX
               PERFORM SAVE-FACULTY-LOAD-MASTER-RTN
           END-IF.
           MOVE GWA-RPT-COLHD TO GRD-PRT.
           PERFORM WRITE-GRD-RTN.
           PERFORM VARYING GWA-IX FROM 1 BY 1 UNTIL GWA-IX > GWA-COUNT
               MOVE 0 TO OVERALL-GWA
               IF GWA-SUBJ-CNT(GWA-IX) > 0
                   COMPUTE OVERALL-GWA ROUNDED =
                           GWA-SUM(GWA-IX) / GWA-SUBJ-CNT(GWA-IX)
               END-IF
               MOVE GWA-STUD-NUM(GWA-IX) TO GWA-OUT-STUDNO
               MOVE GWA-STUD-NAME(GWA-IX) TO GWA-OUT-STUDNAME
               MOVE OVERALL-GWA TO GWA-OUT-AVG
               PERFORM COUNT-STUDENT-INC-RTN
               EVALUATE TRUE
                   WHEN GWA-SUBJ-CNT(GWA-IX) = 0
                       MOVE 'INC - NOT RATED' TO GWA-OUT-STANDING
                   WHEN OVERALL-GWA <= DEANS-LIST-THRESHOLD
                       MOVE "DEAN'S LISTER" TO GWA-OUT-STANDING
                   WHEN OVERALL-GWA <= PROBATION-THRESHOLD
               PERFORM WRITE-GRD-RTN
           END-PERFORM.

      *INCOMPLETES STILL OPEN ON THE TERM'S GRADE FILE FOR THE
      *STUDENT ON THE CURRENT STANDING LINE.
       COUNT-STUDENT-INC-RTN.
           MOVE 0 TO GWA-INC-CTR.
           PERFORM VARYING GH-IX FROM 1 BY 1 UNTIL GH-IX > GH-COUNT
               IF GH-STUD-NUM(GH-IX) = GWA-STUD-NUM(GWA-IX) AND
                  GH-INC(GH-IX) = 'Y'
                   ADD 1 TO GWA-INC-CTR
               END-IF
           END-PERFORM.
           MOVE GWA-INC-CTR TO GWA-OUT-INC.

      *=================================================================
      *==================== FACULTY LOAD SUMMARY =============
      *=================================================================
               END-IF
           END-IF.

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
