       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT INPUT1 ASSIGN TO 'SUBJECT.TXT'.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.
           SELECT INPUT5 ASSIGN TO 'SCHEDULE.TXT'
               FILE STATUS IS SCH-STATUS.
           SELECT ENROLL-MASTER-FILE ASSIGN TO 'ENROLL-MASTER.TXT'
           05 SUBJ-DESC PIC X(30).
           05 SUBJ-MAXCAP PIC 9(3).
           05 SUBJ-PREREQ PIC X(10).
      *THE STUDENT MASTER KEPT BY THE STUDENT MAINTENANCE RUN - THE
      *ONE SOURCE OF NAME, PROGRAM AND YEAR LEVEL FOR THE FORM.
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
       FD INPUT5
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
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
           05 FILLER PIC X(42).
           05 RF-STUD-NUM PIC X(12).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RF-STUD-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RF-PROGRAM PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 RF-YEAR-LVL PIC X.
           05 FILLER PIC X(32) VALUE SPACES.
       01 FORM-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'SUBJECT'.
       01 SCT-IX PIC 999.
       01 SCH-STATUS PIC XX.
       01 SCT-LOAD-EOF PIC X(3) VALUE 'NO'.
       01 STM-STATUS PIC XX.
       01 STM-AVAIL-SW PIC X VALUE 'N'.
       01 FEE-MASTER.
           05 REG-FEE PIC 9(5)V99 VALUE 0.
           05 MISC-FEE PIC 9(5)V99 VALUE 0.
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'REG-FORM       '.
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
           PERFORM LOAD-SUBJECT-MASTER-RTN.
           PERFORM LOAD-SCHEDULE-RTN.
           PERFORM OPEN-STUDENT-MASTER-RTN.
           PERFORM LOAD-FEE-TABLE-RTN.
           PERFORM LOAD-SCHOLAR-RTN.
           PERFORM LOAD-ENROLLMENTS-RTN.
           END-PERFORM.
           PERFORM CLOSE-FORM-RTN.
           CLOSE OUTPUT1.
           IF STM-AVAIL-SW = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY 'REGISTRATION FORMS PRINTED: ' FORM-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.
               CLOSE INPUT5
           END-IF.

      *WITHOUT THE STUDENT MASTER THE FORMS STILL PRINT, BUT WITH
      *NO NAME OR PROGRAM, AND THE OPERATOR IS TOLD WHY.
       OPEN-STUDENT-MASTER-RTN.
           MOVE 'N' TO STM-AVAIL-SW.
           OPEN INPUT STUDENT-MASTER.
           IF STM-STATUS = '00'
               MOVE 'Y' TO STM-AVAIL-SW
           ELSE
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - NAMES NOT PRINTED'
           END-IF.

       LOAD-FEE-TABLE-RTN.
           WRITE FORM-REC FROM HDNG2.
           WRITE FORM-REC FROM HDNG3.
           MOVE CURR-STUD TO RF-STUD-NUM.
           PERFORM LOOKUP-STUDENT-NAME-RTN.
           WRITE FORM-REC FROM STUD-HDR AFTER ADVANCING 2 LINES.
           WRITE FORM-REC FROM BLANK-HEADING.
           WRITE FORM-REC FROM FORM-COLHD.
           MOVE 'Y' TO PAGE-OPEN-SW.
           ADD 1 TO FORM-CTR.

       LOOKUP-STUDENT-NAME-RTN.
           MOVE SPACES TO RF-STUD-NAME.
           MOVE SPACES TO RF-PROGRAM.
           MOVE SPACE TO RF-YEAR-LVL.
           IF STM-AVAIL-SW = 'Y'
               MOVE CURR-STUD TO STM-STUD-NUM
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'NOT ON STUDENT MASTER' TO RF-STUD-NAME
                   NOT INVALID KEY
                       MOVE STM-STUD-NAME TO RF-STUD-NAME
                       MOVE STM-PROGRAM TO RF-PROGRAM
                       MOVE STM-YEAR-LVL TO RF-YEAR-LVL
               END-READ
           END-IF.

       WRITE-FORM-LINE-RTN.
           MOVE EN-SUBJ(ENR-IX) TO FL-SUBJ.
           MOVE SPACES TO FL-DESC.
               END-IF
           END-PERFORM.

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
