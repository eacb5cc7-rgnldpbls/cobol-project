      *JOURNAL.TXT (LEG CODE 'SC') SO THE RECONCILIATION STILL
      *TIES. BALANCES BELOW THE DORMCTL.TXT FLOOR ARE FLAGGED BUT
      *EXEMPTED FROM THE CHARGE. PRINTS THE NOTICE REGISTER
      *DORMNTC.TXT THE BRANCH CAN MAIL FROM. A RUNNING TIME DEPOSIT
      *CERTIFICATE IS NEVER DORMANT - IT IS MEANT TO SIT UNTOUCHED
      *UNTIL MATURITY - SO ACCOUNTS WITH AN ACTIVE CONTRACT ON
      *TIME-DEPOSIT.DAT ARE PASSED OVER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-DORMANCY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT RUNCTL ASSIGN TO "RUNCTL.TXT"
               FILE STATUS IS RC-STATUS.
           SELECT DORMCTL ASSIGN TO "DORMCTL.TXT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCNO
               FILE STATUS IS AM-STATUS.
           SELECT TIME-DEPOSIT ASSIGN TO "TIME-DEPOSIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCNO
               FILE STATUS IS TDF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           05 AM-CUST-ID PIC X(6).
           05 AM-HOLD-AMT PIC 9(7)V99.
           05 AM-HOLD-RELEASE PIC 9(8).
       FD  TIME-DEPOSIT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS TD-REC.
       01  TD-REC.
           05 TD-ACCNO PIC X(3).
           05 TD-PRINCIPAL PIC 9(7)V99.
           05 TD-TERM-DAYS PIC 9(4).
           05 TD-RATE PIC V999.
           05 TD-PLACE-DATE PIC 9(8).
           05 TD-MATURITY-DATE PIC 9(8).
           05 TD-INSTRUCTION PIC X.
           05 TD-SETTLE-ACCNO PIC X(3).
           05 TD-PENALTY-RATE PIC V999.
           05 TD-NOTICE-DATE PIC 9(8).
           05 TD-STAT-CD PIC X.
           05 TD-ROLL-CTR PIC 999.

      *SHARED OPERATIONS RUN LOG - ONE RECORD APPENDED PER RUN.
       FD  RUNLOG
           05 RL-WRITTEN PIC 9(6).
           05 RL-REJECTED PIC 9(6).
           05 RL-END-STATUS PIC X.
      *JOB-STREAM DEPENDENCY TABLE - ONE CARD PER PREDECESSOR THAT
      *MUST HAVE ENDED NORMALLY TODAY BEFORE THE NAMED JOB MAY RUN.
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
       WORKING-STORAGE SECTION.
       01  HD1-REC.
           05 FILLER PIC X(32) VALUE SPACES.
           05 JRN-SEQ PIC 9(4) VALUE 0.
           05 JRNL-SCAN-EOF PIC X(3) VALUE 'NO '.
           05 THIS-CHARGE PIC 9(5)V99 VALUE 0.
           05 TDF-STATUS PIC XX.
           05 TD-AVAIL-SW PIC X VALUE 'N'.
           05 TD-RUNNING-SW PIC X(3) VALUE 'NO '.


      *----------------------- RUN LOG -------------------------
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'BANK-DORMANCY  '.
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
           PERFORM INIT-RTN THRU INIT-END.
           PERFORM FLAG-DORMANTS-RTN.
           PERFORM FINISH-RTN THRU FINISH-END.
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           OPEN INPUT TIME-DEPOSIT.
           IF TDF-STATUS = '00'
               MOVE 'Y' TO TD-AVAIL-SW
           END-IF.
           PERFORM SEED-JRN-SEQ-RTN.
           OPEN EXTEND JOURNAL-FILE.
           WRITE NTC-REC FROM HD1-REC.
           MOVE AM-LAST-ACT-DATE TO LAST-ACT-PARTS.
           COMPUTE ACT-IDX = LA-YR * 12 + LA-MO.
           IF ACT-IDX < CUTOFF-IDX
               PERFORM CHECK-TIME-DEPOSIT-RTN
               IF TD-RUNNING-SW NOT EQUAL TO 'YES'
                   PERFORM FLAG-ONE-ACCOUNT-RTN
               END-IF
           END-IF.

       CHECK-TIME-DEPOSIT-RTN.
           MOVE 'NO ' TO TD-RUNNING-SW.
           IF TD-AVAIL-SW = 'Y'
               MOVE AM-ACCNO TO TD-ACCNO
               READ TIME-DEPOSIT
                   INVALID KEY MOVE 'NO ' TO TD-RUNNING-SW
                   NOT INVALID KEY
                       IF TD-STAT-CD = 'A'
                           MOVE 'YES' TO TD-RUNNING-SW
                       END-IF
               END-READ
           END-IF.

      *THE SERVICE CHARGE NEVER OVERDRAWS THE ACCOUNT AND NEVER
           WRITE NTC-REC FROM TOT-EXEMPT-LINE.
           WRITE NTC-REC FROM END-RPT-LINE.
           CLOSE NOTICE-FILE, JOURNAL-FILE, ACCOUNT-MASTER.
           IF TD-AVAIL-SW = 'Y'
               CLOSE TIME-DEPOSIT
           END-IF.
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

      *EVERY BATCH RUN LEAVES ONE RECORD ON THE SHARED RUN LOG SO
      *THE OPERATIONS REPORT CAN PROVE THE NIGHT'S SCHEDULE RAN.
       WRITE-RUN-LOG-RTN.
