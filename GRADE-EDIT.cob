      *CHECKS GRADES AGAINST THE 1.00-5.00 MARKING SCHEME, WRITES
      *CLEAN FILES FOR THE MAIN RUN AND AN EXCEPTION LISTING WITH A
      *REASON PER REJECTED RECORD AND CONTROL COUNTS IN AND OUT.
      *AN ENROLLMENT IS ONLY PASSED FOR A STUDENT WHO IS ON THE
      *STUDENT MASTER IN ACTIVE STATUS, AND CARRIES THE MASTER NAME.
      *A FINAL GRADE OF 'INC' (INCOMPLETE) PASSES THE EDIT WHEN THE
      *MIDTERM IS A GOOD MARK; THE INC RUN LATER COMPLETES OR LAPSES IT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-EDIT.
       AUTHOR. JASPE, FAYE
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT INPUT1 ASSIGN TO 'SUBJECT.TXT'.
           SELECT INPUT2 ASSIGN TO 'FACULTY.TXT'.
           SELECT INPUT3 ASSIGN TO 'STUDENT.TXT'.
           SELECT OUTPUT1 ASSIGN TO 'STUDENT-CLEAN.TXT'.
           SELECT OUTPUT2 ASSIGN TO 'GRADE-CLEAN.TXT'.
           SELECT OUTPUT3 ASSIGN TO 'EDITEXC.TXT'.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTPUT3.
       01 EXC-REC.
           05 FILLER PIC X(80).
      *THE STUDENT MASTER KEPT BY THE STUDENT MAINTENANCE RUN - THE
      *ONE SOURCE OF NAME AND ENROLLMENT STATUS FOR THE EDIT.
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
       01 EXC-HDNG.
           05 FILLER PIC X(24).
           05 SN-ENTRY PIC X(12) OCCURS 500 TIMES.
       01 SN-IX PIC 9999.
       01 SN-FOUND-SW PIC X(3) VALUE 'NO '.
       01 STM-STATUS PIC XX.
       01 STM-FOUND-SW PIC X(3) VALUE 'NO '.

      *------------- CONTROL COUNTS --------------------------
       01 EDIT-COUNTS.
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'GRADE-EDIT     '.
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
           PERFORM OPEN-STUDENT-MASTER-RTN.
           OPEN OUTPUT OUTPUT3.
           WRITE EXC-REC FROM EXC-HDNG.
           WRITE EXC-REC FROM BLANK-HEADER.
           PERFORM EDIT-STUDENT-FILE-RTN.
           PERFORM EDIT-GRADE-FILE-RTN.
           PERFORM WRITE-CONTROL-COUNTS-RTN.
           CLOSE OUTPUT3, STUDENT-MASTER.
           DISPLAY 'EDIT PASS COMPLETE - SEE EDITEXC.TXT'.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

      *NO ENROLLMENT CAN BE PASSED WITHOUT THE STUDENT MASTER, SO
      *THE RUN STOPS BEFORE ANY CLEAN FILE IS WRITTEN.
       OPEN-STUDENT-MASTER-RTN.
           OPEN INPUT STUDENT-MASTER.
           IF STM-STATUS NOT EQUAL TO '00'
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - RUN STOPPED'
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.

       LOAD-SUBJECT-CODES-RTN.
           OPEN INPUT INPUT1.
           PERFORM UNTIL SM-LOAD-EOF = 'YES'
               END-IF
           END-PERFORM.

       READ-STUDENT-MASTER-RTN.
           MOVE 'YES' TO STM-FOUND-SW.
           MOVE STUD-NUM TO STM-STUD-NUM.
           READ STUDENT-MASTER
               INVALID KEY MOVE 'NO ' TO STM-FOUND-SW
           END-READ.

       LOOKUP-SUBJECT-RTN.
           MOVE 'NO ' TO SM-FOUND-SW.
           PERFORM VARYING SUBJ-IX FROM 1 BY 1
               MOVE 'BLANK STUDENT NUMBER' TO EXC-REASON
               MOVE 'NO ' TO REC-OK-SW
           ELSE
               PERFORM READ-STUDENT-MASTER-RTN
               PERFORM LOOKUP-SUBJECT-RTN
               PERFORM LOOKUP-FACULTY-RTN
               IF STM-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE 'STUDENT NOT ON MASTER' TO EXC-REASON
                   MOVE 'NO ' TO REC-OK-SW
               ELSE IF NOT STM-ACTIVE
                   MOVE 'STUDENT NOT ACTIVE' TO EXC-REASON
                   MOVE 'NO ' TO REC-OK-SW
               ELSE IF SM-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE 'SUBJECT NOT ON SUBJECT.TXT' TO EXC-REASON
                   MOVE 'NO ' TO REC-OK-SW
               ELSE IF FM-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE 'FACULTY NOT ON FACULTY.TXT' TO EXC-REASON
                   MOVE 'NO ' TO REC-OK-SW
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           IF REC-OK-SW = 'YES'
      *THE CLEAN FILE CARRIES THE NAME AS HELD ON THE MASTER.
               MOVE STM-STUD-NAME TO STUD-NAME
               WRITE STUD-CLEAN FROM STUD-INFO
               ADD 1 TO STUD-OUT-CTR
      *ONLY STUDENTS WHO SURVIVE THE EDIT JOIN THE NUMBER TABLE,
           ELSE IF SN-FOUND-SW NOT EQUAL TO 'YES'
               MOVE 'STUDENT NOT ON STUDENT.TXT' TO EXC-REASON
               MOVE 'NO ' TO REC-OK-SW
           ELSE IF MID-GRADE NOT NUMERIC OR
                   (FINAL-GRADE NOT NUMERIC AND
                    FINAL-GRADE-TXT NOT EQUAL TO 'INC')
               MOVE SPACES TO EXC-REASON
               STRING 'NON-NUMERIC GRADE ' DELIMITED BY SIZE
                      MID-GRADE-TXT DELIMITED BY SIZE
                      INTO EXC-REASON
               END-STRING
               MOVE 'NO ' TO REC-OK-SW
           ELSE IF MID-GRADE < 1.00 OR MID-GRADE > 5.00
               MOVE 'GRADE OUTSIDE 1.00-5.00' TO EXC-REASON
               MOVE 'NO ' TO REC-OK-SW
           ELSE IF FINAL-GRADE-TXT NOT EQUAL TO 'INC' AND
                   (FINAL-GRADE < 1.00 OR FINAL-GRADE > 5.00)
               MOVE 'GRADE OUTSIDE 1.00-5.00' TO EXC-REASON
               MOVE 'NO ' TO REC-OK-SW
           END-IF.
           MOVE GRADE-REJ-CTR TO EXC-CNT-REJ.
           WRITE EXC-REC FROM EXC-COUNT-LINE.

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
