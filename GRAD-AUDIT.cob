      *WITH THE TERM AND THE BEST AVERAGE EARNED) OR STILL MISSING,
      *AND FLAGS STUDENTS WHO HAVE COMPLETED EVERYTHING AS
      *GRADUATION CANDIDATES. THE REGISTRAR STOPS LEAFING THROUGH
      *OLD PRINTOUTS. A REQUIRED SUBJECT WHOSE ONLY RECORD IS AN
      *OUTSTANDING INC (INCOMPLETE) IS LISTED AS INC, NOT COMPLETED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAD-AUDIT.
       AUTHOR. JASPE, FAYE
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT CURRICULUM-FILE ASSIGN TO 'CURRICULUM.TXT'
               FILE STATUS IS CU-STATUS.
           SELECT GRADE-HISTORY-FILE ASSIGN TO 'GRADE-HISTORY.TXT'
           SELECT GWA-HISTORY-FILE ASSIGN TO 'GWA-HISTORY.TXT'
               FILE STATUS IS GW-STATUS.
           SELECT OUTPUT1 ASSIGN TO 'GRADAUDIT.TXT'.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.

       DATA DIVISION.
       FILE SECTION.
              10 GHH-STUD-NUM PIC X(12).
              10 GHH-MID-GRADE PIC 9V99.
              10 GHH-FINAL-GRADE PIC 9V99.
              10 GHH-FINAL-GRADE-X REDEFINES GHH-FINAL-GRADE
                                   PIC X(3).
       FD GWA-HISTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           05 GWH-STUD-NAME PIC X(25).
           05 GWH-SUM PIC 9(3)V99.
           05 GWH-SUBJ-CNT PIC 99.
      *THE STUDENT MASTER KEPT BY THE STUDENT MAINTENANCE RUN - THE
      *ONE SOURCE OF NAME, PROGRAM AND YEAR LEVEL.
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
           05 STM-STATUS-DATE PIC 9(8).
           05 FILLER PIC X(7).
       FD OUTPUT1.
       01 AUD-REC.
           05 FILLER PIC X(90).
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
       01 HDNG1.
           05 FILLER PIC X(37).
           05 AH-STUD-NUM PIC X(12).
           05 FILLER PIC X(4) VALUE SPACES.
           05 AH-STUD-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AH-PROGRAM PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 AH-YEAR-LVL PIC X.
           05 FILLER PIC X(22) VALUE SPACES.
       01 AUD-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'SUBJECT'.
           05 ALM-DESC PIC X(30).
           05 FILLER PIC X(2).
           05 ALM-STATUS PIC X(9).
           05 FILLER PIC X(2).
           05 ALM-TERM PIC X(10).
           05 FILLER PIC X(23).
       01 VERDICT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VDL-TEXT PIC X(50).
              10 HT-SUBJ PIC X(10).
              10 HT-TERM PIC X(10).
              10 HT-AVG PIC 9V99.
              10 HT-INC PIC X.
       01 HT-IX PIC 9999.
       01 GH-STATUS PIC XX.
       01 HT-LOAD-EOF PIC X(3) VALUE 'NO'.
           05 ST-ENTRY OCCURS 500 TIMES.
              10 ST-NUM PIC X(12).
              10 ST-NAME PIC X(25).
              10 ST-PROGRAM PIC X(6).
              10 ST-YEAR-LVL PIC X.
       01 ST-IX PIC 9999.
       01 ST-JX PIC 9999.
       01 ST-SWAP.
           05 STS-NUM PIC X(12).
           05 STS-NAME PIC X(25).
           05 STS-PROGRAM PIC X(6).
           05 STS-YEAR-LVL PIC X.
       01 ST-FOUND-SW PIC X(3) VALUE 'NO '.
       01 GW-STATUS PIC XX.
       01 GW-LOAD-EOF PIC X(3) VALUE 'NO'.
       01 STM-STATUS PIC XX.

       01 AUDIT-WORK.
           05 BEST-AVG PIC 9V99 VALUE 0.
           05 BEST-TERM PIC X(10) VALUE SPACES.
           05 PASSED-SW PIC X(3) VALUE 'NO '.
           05 MISSING-CTR PIC 999 VALUE 0.
           05 INC-CTR PIC 999 VALUE 0.
           05 INC-TERM PIC X(10) VALUE SPACES.
           05 STUD-CTR PIC 9999 VALUE 0.
           05 CAND-CTR PIC 9999 VALUE 0.
           05 FIRST-PAGE-SW PIC X VALUE 'Y'.
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'GRAD-AUDIT     '.
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
           OPEN OUTPUT OUTPUT1.
           PERFORM LOAD-CURRICULUM-RTN.
      *NO CURRICULUM MEANS NOTHING TO AUDIT AGAINST - STOP RATHER
           END-IF.
           PERFORM LOAD-GRADE-HISTORY-RTN.
           PERFORM LOAD-STUDENT-NAMES-RTN.
           PERFORM APPLY-STUDENT-MASTER-RTN.
           PERFORM SORT-STUDENTS-RTN.
           PERFORM VARYING ST-IX FROM 1 BY 1 UNTIL ST-IX > ST-COUNT
               PERFORM AUDIT-ONE-STUDENT-RTN
           END-IF.

      *EVERY ARCHIVED GRADE JOINS THE TABLE WITH ITS TERM AND THE
      *FINAL AVERAGE; A STUDENT SEEN HERE BUT ON NEITHER THE STUDENT
      *MASTER NOR THE GWA ARCHIVE STILL AUDITS, JUST WITHOUT A NAME.
       LOAD-GRADE-HISTORY-RTN.
           OPEN INPUT GRADE-HISTORY-FILE.
           IF GH-STATUS NOT EQUAL TO '00'
                       MOVE GHH-STUD-NUM TO HT-STUD(HT-COUNT)
                       MOVE GHH-SUBJ-CODE TO HT-SUBJ(HT-COUNT)
                       MOVE GHH-TERM TO HT-TERM(HT-COUNT)
                       IF GHH-FINAL-GRADE-X = 'INC'
                           MOVE 9.99 TO HT-AVG(HT-COUNT)
                           MOVE 'Y' TO HT-INC(HT-COUNT)
                       ELSE
                           COMPUTE HT-AVG(HT-COUNT) ROUNDED =
                               (GHH-MID-GRADE + GHH-FINAL-GRADE) / 2
                           MOVE 'N' TO HT-INC(HT-COUNT)
                       END-IF
                       MOVE GHH-STUD-NUM TO STS-NUM
                       MOVE SPACES TO STS-NAME
                       MOVE SPACES TO STS-PROGRAM
                       MOVE SPACE TO STS-YEAR-LVL
                       PERFORM ADD-STUDENT-RTN
           END-PERFORM.
           IF GH-STATUS NOT EQUAL TO '35'
               CLOSE GWA-HISTORY-FILE
           END-IF.

      *THE STUDENT MASTER IS THE AUTHORITY ON NAME AND PROGRAM. THE
      *NAME ARCHIVED ON GWA-HISTORY.TXT STANDS ONLY FOR A STUDENT
      *WHO LEFT BEFORE THE MASTER WAS BUILT AND SO IS NOT ON IT.
       APPLY-STUDENT-MASTER-RTN.
           OPEN INPUT STUDENT-MASTER.
           IF STM-STATUS = '00'
               PERFORM VARYING ST-JX FROM 1 BY 1
                       UNTIL ST-JX > ST-COUNT
                   MOVE ST-NUM(ST-JX) TO STM-STUD-NUM
                   READ STUDENT-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE STM-STUD-NAME TO ST-NAME(ST-JX)
                           MOVE STM-PROGRAM TO ST-PROGRAM(ST-JX)
                           MOVE STM-YEAR-LVL TO ST-YEAR-LVL(ST-JX)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           ELSE
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - ARCHIVED NAMES USED'
           END-IF.

       ADD-STUDENT-RTN.
           MOVE 'NO ' TO ST-FOUND-SW.
           PERFORM VARYING ST-JX FROM 1 BY 1
           END-PERFORM.
           IF ST-FOUND-SW NOT EQUAL TO 'YES'
               ADD 1 TO ST-COUNT
               MOVE ST-SWAP TO ST-ENTRY(ST-COUNT)
           END-IF.

       SORT-STUDENTS-RTN.
           WRITE AUD-REC FROM HDNG2.
           MOVE ST-NUM(ST-IX) TO AH-STUD-NUM.
           MOVE ST-NAME(ST-IX) TO AH-STUD-NAME.
           MOVE ST-PROGRAM(ST-IX) TO AH-PROGRAM.
           MOVE ST-YEAR-LVL(ST-IX) TO AH-YEAR-LVL.
           WRITE AUD-REC FROM STUD-HDR AFTER ADVANCING 2 LINES.
           WRITE AUD-REC FROM BLANK-HEADING.
           WRITE AUD-REC FROM AUD-COLHD.
           MOVE 0 TO MISSING-CTR.
           MOVE 0 TO INC-CTR.
           PERFORM VARYING CR-IX FROM 1 BY 1 UNTIL CR-IX > CR-COUNT
               PERFORM AUDIT-ONE-SUBJECT-RTN
           END-PERFORM.
                    TO VDL-TEXT
               ADD 1 TO CAND-CTR
           ELSE
               IF INC-CTR > 0
                   MOVE 'NOT YET A CANDIDATE - INC GRADES OUTSTANDING'
                        TO VDL-TEXT
               ELSE
                   MOVE 'NOT YET A CANDIDATE - SUBJECTS STILL MISSING'
                        TO VDL-TEXT
               END-IF
           END-IF.
           WRITE AUD-REC FROM VERDICT-LINE.
           ADD 1 TO STUD-CTR.

      *THE BEST PASSING AVERAGE ACROSS ALL ARCHIVED TERMS COUNTS AS
      *COMPLETION; 3.12 IS THE SAME PASSING LINE THE GRADING RUN
      *USES FOR ITS REMARKS COLUMN. AN OUTSTANDING INC IS NEITHER
      *COMPLETED NOR SIMPLY MISSING - IT IS LISTED AS INC WITH ITS
      *TERM, AND STILL HOLDS THE STUDENT BACK FROM CANDIDACY.
       AUDIT-ONE-SUBJECT-RTN.
           MOVE 'NO ' TO PASSED-SW.
           MOVE 9.99 TO BEST-AVG.
           MOVE SPACES TO BEST-TERM.
           MOVE SPACES TO INC-TERM.
           PERFORM VARYING HT-IX FROM 1 BY 1 UNTIL HT-IX > HT-COUNT
               IF HT-STUD(HT-IX) = ST-NUM(ST-IX) AND
                  HT-SUBJ(HT-IX) = CR-CODE(CR-IX) AND
                  HT-INC(HT-IX) = 'Y'
                   MOVE HT-TERM(HT-IX) TO INC-TERM
               END-IF
               IF HT-STUD(HT-IX) = ST-NUM(ST-IX) AND
                  HT-SUBJ(HT-IX) = CR-CODE(CR-IX) AND
                  HT-AVG(HT-IX) <= 3.12
           ELSE
               MOVE CR-CODE(CR-IX) TO ALM-SUBJ
               MOVE CR-DESC(CR-IX) TO ALM-DESC
               IF INC-TERM NOT EQUAL TO SPACES
                   MOVE 'INC      ' TO ALM-STATUS
                   ADD 1 TO INC-CTR
               ELSE
                   MOVE 'MISSING  ' TO ALM-STATUS
               END-IF
               MOVE INC-TERM TO ALM-TERM
               WRITE AUD-REC FROM AUD-LINE-MISS
               ADD 1 TO MISSING-CTR
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
