                BEFORE THE DAY'S LAST ACTIVITY OR TUITION BEFORE
                FINAL-PROJECT, AND LISTS EXPECTED JOBS THAT DID NOT
                RUN. NOBODY COLLATES THE NIGHT'S RESULTS BY HAND.
                ALSO LISTS THE JOBOVRD.TXT CARDS KEYED FOR THE DATE,
                SO EVERY JOB FORCED PAST ITS JOBDEPS.TXT
                PREDECESSORS IS ACCOUNTED FOR THE NEXT MORNING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
               FILE STATUS IS OC-STATUS.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT"
               FILE STATUS IS RG-STATUS.
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT OUTFILE ASSIGN TO "OPSRPT.TXT".
       DATA DIVISION.
       FILE SECTION.
           05 RL-WRITTEN PIC 9(6).
           05 RL-REJECTED PIC 9(6).
           05 RL-END-STATUS PIC X.
      *JOB-STREAM DEPENDENCY TABLE - ONE CARD PER PREDECESSOR THAT
      *MUST HAVE ENDED NORMALLY TODAY BEFORE THE NAMED JOB MAY RUN.
      *THE STANDING SCHEDULE CARRIES (JOB / PREDECESSOR):
      *    TUITION         FINAL-PROJECT
      *    CASHIER-POST    TUITION
      *    TUITION-SURCH   CASHIER-POST
      *    EXAM-CLEAR      CASHIER-POST
      *    MONTH-CLOSE     ACTIVITY
      *    TRIAL-BALANCE   SAVING-BANK
      *    GL-INTERFACE    CASHIER-POST
      *    GL-INTERFACE    SAVING-BANK
       FD  JOBDEPS
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS JOBDEPS-REC.
       01  JOBDEPS-REC.
           05 JD-PROGRAM PIC X(15).
           05 JD-PREDECESSOR PIC X(15).
      *OPERATIONS OVERRIDE CARD - FORCES THE NAMED JOB ON THE DATE
      *KEYED ONLY, AND CARRIES WHO AUTHORISED IT AND WHY.
       FD  JOBOVRD
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS JOBOVRD-REC.
       01  JOBOVRD-REC.
           05 JO-PROGRAM PIC X(15).
           05 JO-DATE PIC 9(8).
           05 JO-AUTH-BY PIC X(12).
           05 JO-REASON PIC X(30).
       FD  OUTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'NONE - FULL SCHEDULE RAN'.
           05 FILLER PIC X(66) VALUE SPACES.
       01  OVRD-HDNG.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'JOB STREAM OVERRIDES KEYED'.
           05 FILLER PIC X(68) VALUE SPACES.
       01  OVRD-LINE.
           05 FILLER PIC X(4).
           05 OV-PROGRAM PIC X(15).
           05 FILLER PIC X(2).
           05 OV-AUTH-BY PIC X(12).
           05 FILLER PIC X(2).
           05 OV-REASON PIC X(30).
           05 FILLER PIC X(35).
       01  OVRD-NONE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'NONE'.
           05 FILLER PIC X(66) VALUE SPACES.
       01  TOT-JOBS-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'JOBS LOGGED FOR THE DATE:    '.
           05 ABN-CTR PIC 999 VALUE 0.
           05 VIOL-CTR PIC 99 VALUE 0.
           05 MISS-CTR PIC 99 VALUE 0.
           05 OV-EOF PIC X(3) VALUE 'NO '.
           05 OVRD-CTR PIC 99 VALUE 0.

      *----------------------- SEQUENCE CHECK WORK -------------
       01  SEQ-WORK.
      *THE NIGHTLY SCHEDULE EVERY OPERATIONS DAY IS EXPECTED TO
      *INCLUDE; ANYTHING HERE MISSING FROM THE DAY'S LOG IS LISTED.
       01  EXPECTED-TABLE.
           05 EXP-ENTRY OCCURS 8 TIMES INDEXED BY EXP-IX.
              10 EXP-PROGRAM PIC X(15).
       01  EXP-FOUND-SW PIC X(3) VALUE 'NO '.

           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'OPS-REPORT     '.
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
           PERFORM INITIAL-RTN THRU INITIAL-END.
           PERFORM WRITE-JOB-LIST-RTN.
           PERFORM WRITE-SEQUENCE-CHECKS-RTN.
           PERFORM WRITE-MISSING-JOBS-RTN.
           PERFORM WRITE-OVERRIDES-RTN.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

           MOVE 'TRIAL-BALANCE  ' TO EXP-PROGRAM(3).
           MOVE 'GRADE-EDIT     ' TO EXP-PROGRAM(4).
           MOVE 'FINAL-PROJECT  ' TO EXP-PROGRAM(5).
           MOVE 'TIME-DEPOSIT   ' TO EXP-PROGRAM(6).
           MOVE 'STANDING-ORDER ' TO EXP-PROGRAM(7).
           MOVE 'GL-INTERFACE   ' TO EXP-PROGRAM(8).
           PERFORM READ-CONTROL-RTN.
           PERFORM SCAN-LOG-RTN.
           IF REPORT-DATE = 0
       WRITE-MISSING-JOBS-RTN.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM MISS-HDNG.
           PERFORM VARYING EXP-IX FROM 1 BY 1 UNTIL EXP-IX > 8
               MOVE 'NO ' TO EXP-FOUND-SW
               PERFORM VARYING LG-IX FROM 1 BY 1
                       UNTIL LG-IX > LG-COUNT OR EXP-FOUND-SW = 'YES'
               WRITE OUTREC FROM MISS-NONE-LINE
           END-IF.

      *AN OVERRIDE CARD IS THE ONLY WAY A JOB RUNS PAST A MISSING OR
      *ABENDED PREDECESSOR, SO EVERY CARD FOR THE DATE IS SHOWN.
       WRITE-OVERRIDES-RTN.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM OVRD-HDNG.
           OPEN INPUT JOBOVRD.
           PERFORM UNTIL OV-EOF = 'YES'
               READ JOBOVRD
                   AT END MOVE 'YES' TO OV-EOF
                   NOT AT END
                       IF JO-DATE = REPORT-DATE
                           MOVE SPACES TO OVRD-LINE
                           MOVE JO-PROGRAM TO OV-PROGRAM
                           MOVE JO-AUTH-BY TO OV-AUTH-BY
                           MOVE JO-REASON TO OV-REASON
                           WRITE OUTREC FROM OVRD-LINE
                           ADD 1 TO OVRD-CTR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBOVRD.
           IF OVRD-CTR = 0
               WRITE OUTREC FROM OVRD-NONE-LINE
           END-IF.

       FINISH-RTN.
           WRITE OUTREC FROM END-RPT-LINE.
           CLOSE OUTFILE.
           PERFORM WRITE-RUN-LOG-RTN.
       FINISH-END.

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

      *THIS RUN GOES ON THE LOG IT REPORTS FROM, LIKE EVERY OTHER
      *BATCH PROGRAM, SO TOMORROW'S REPORT PROVES TODAY'S RAN.
       WRITE-RUN-LOG-RTN.
