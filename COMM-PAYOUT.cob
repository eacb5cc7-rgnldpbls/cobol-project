                GROSS COMMISSION, WITHHOLDING TAX AT THE CARD RATE
                AND NET PAYABLE, FOLLOWED BY A YEAR-TO-DATE TAX
                REMITTANCE SUMMARY ACCOUNTING CAN FILE FROM.
                AREA MANAGER OVERRIDES ARCHIVED BY THE MONTH-CLOSE
                TO OVERRIDE-HISTORY.TXT ARE PAID IN THEIR OWN SECTION
                OF THE REGISTER AND TAXED THE SAME WAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT WHTPARM ASSIGN TO "WHTPARM.TXT"
               FILE STATUS IS WP-STATUS.
           SELECT HISTFILE ASSIGN TO "SALESMAN-HISTORY.TXT"
               FILE STATUS IS HF-STATUS.
           SELECT OVRHISTFILE ASSIGN TO "OVERRIDE-HISTORY.TXT"
               FILE STATUS IS OH-STATUS.
           SELECT PAYFILE ASSIGN TO "COMMPAY.TXT".
       DATA DIVISION.
       FILE SECTION.
           05 HIST-MTD-SALES PIC S9(7)V99.
           05 HIST-MTD-COMM PIC S9(7)V99.
           05 HIST-YTD-SALES PIC S9(7)V99.
       FD  OVRHISTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS OVRHISTREC.
       01  OVRHISTREC.
           05 OH-AREA PIC X.
           05 OH-MANAGER PIC X(25).
           05 OH-YR PIC 9(4).
           05 OH-MO PIC 99.
           05 OH-AREA-SALES PIC S9(7)V99.
           05 OH-RATE PIC V999.
           05 OH-OVERRIDE PIC S9(7)V99.
       FD  PAYFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
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
       01  HD1.
           05 FILLER PIC X(42) VALUE SPACES.
           05 FILLER PIC X(16) VALUE '     WITHHOLDING'.
           05 FILLER PIC X(16) VALUE '     NET PAYABLE'.
           05 FILLER PIC X(20) VALUE SPACES.
       01  OVR-HDNG.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(50) VALUE 'AREA MANAGER OVERRIDES'.
           05 FILLER PIC X(48) VALUE SPACES.
       01  OVR-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'AREA'.
           05 FILLER PIC X(25) VALUE 'AREA MANAGER'.
           05 FILLER PIC X(16) VALUE '   GROSS OVERRID'.
           05 FILLER PIC X(16) VALUE '     WITHHOLDING'.
           05 FILLER PIC X(16) VALUE '     NET PAYABLE'.
           05 FILLER PIC X(20) VALUE SPACES.
       01  PAY-LINE.
           05 FILLER PIC X(2).
           05 PY-SNO PIC X(3).
           05 FILLER PIC X(29) VALUE 'TOTAL SALESMEN PAID:         '.
           05 TSL-CTR PIC ZZ9.
           05 FILLER PIC X(66) VALUE SPACES.
       01  TOT-MGR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'TOTAL MANAGERS PAID:         '.
           05 TML-CTR PIC ZZ9.
           05 FILLER PIC X(66) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(79) VALUE SPACES.

      *----------------------- HISTORY IN MEMORY ---------------
       01  HIST-TABLE.
      *HT-TYPE 'S' IS A SALESMAN COMMISSION, 'O' AN AREA MANAGER
      *OVERRIDE (HT-SNO THEN CARRIES THE AREA CODE, HT-SNAME THE
      *MANAGER).
           05 HT-ENTRY OCCURS 2000 TIMES INDEXED BY HT-IX.
              10 HT-TYPE PIC X.
              10 HT-SNO PIC X(3).
              10 HT-SNAME PIC X(25).
              10 HT-YR PIC 9(4).
              10 HT-COMM PIC S9(7)V99.
       01  HIST-OTHERS.
           05 HF-STATUS PIC XX.
           05 OH-STATUS PIC XX.
           05 OH-LOAD-EOF PIC X(3) VALUE 'NO '.
           05 HT-COUNT PIC 9999 VALUE 0.
           05 HT-LOAD-EOF PIC X(3) VALUE 'NO '.
           05 LATEST-IDX PIC 9(6) VALUE 0.
           05 TOT-WHT PIC S9(9)V99 VALUE 0.
           05 TOT-NET PIC S9(9)V99 VALUE 0.
           05 PAID-CTR PIC 999 VALUE 0.
           05 MGR-CTR PIC 999 VALUE 0.
           05 ANY-OVR-SW PIC X(3) VALUE 'NO '.
           05 ANY-PAID-SW PIC X(3) VALUE 'NO '.
       01  REMIT-WORK.
           05 RW-MO PIC 99.
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'COMM-PAYOUT    '.
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
           PERFORM WRITE-REGISTER-RTN.
           PERFORM WRITE-REMITTANCE-RTN.
               STOP RUN
           END-IF.
           PERFORM LOAD-HISTORY-RTN.
           PERFORM LOAD-OVERRIDE-HISTORY-RTN.
           IF PAY-YR = 0 OR PAY-MO = 0
               MOVE LATEST-YR TO PAY-YR
               MOVE LATEST-MO TO PAY-MO
                           PERFORM HISTORY-FULL-RTN
                       END-IF
                       ADD 1 TO HT-COUNT
                       MOVE 'S' TO HT-TYPE(HT-COUNT)
                       MOVE HIST-SNO TO HT-SNO(HT-COUNT)
                       MOVE HIST-SNAME TO HT-SNAME(HT-COUNT)
                       MOVE HIST-YR TO HT-YR(HT-COUNT)
               CLOSE HISTFILE
           END-IF.

      *OVERRIDES SHARE THE HISTORY TABLE; A SITE THAT HAS NOT YET
      *CLOSED A MONTH WITH OVERRIDES SIMPLY HAS NO FILE TO LOAD.
       LOAD-OVERRIDE-HISTORY-RTN.
           OPEN INPUT OVRHISTFILE.
           IF OH-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO OH-LOAD-EOF
           END-IF.
           PERFORM UNTIL OH-LOAD-EOF = 'YES'
               READ OVRHISTFILE
                   AT END MOVE 'YES' TO OH-LOAD-EOF
                   NOT AT END
                       IF HT-COUNT >= 2000
                           CLOSE OVRHISTFILE
                           PERFORM HISTORY-FULL-RTN
                       END-IF
                       ADD 1 TO HT-COUNT
                       MOVE 'O' TO HT-TYPE(HT-COUNT)
                       MOVE OH-AREA TO HT-SNO(HT-COUNT)
                       MOVE OH-MANAGER TO HT-SNAME(HT-COUNT)
                       MOVE OH-YR TO HT-YR(HT-COUNT)
                       MOVE OH-MO TO HT-MO(HT-COUNT)
                       MOVE OH-OVERRIDE TO HT-COMM(HT-COUNT)
                       IF (OH-YR * 12 + OH-MO) > LATEST-IDX
                           COMPUTE LATEST-IDX = OH-YR * 12 + OH-MO
                           MOVE OH-YR TO LATEST-YR
                           MOVE OH-MO TO LATEST-MO
                       END-IF
           END-PERFORM.
           IF OH-STATUS NOT EQUAL TO '35'
               CLOSE OVRHISTFILE
           END-IF.

      *THE ARCHIVE GROWS EVERY PERIOD; ONCE IT OUTGROWS THE TABLE
      *THE RUN STOPS WITH A CLEAR MESSAGE RATHER THAN SUBSCRIPT
      *PAST THE END OR REPORT FROM A SILENTLY TRUNCATED HISTORY.
      *IN THE ORDER THE MONTH-CLOSE WROTE THEM (MASTER KEY ORDER).
       WRITE-REGISTER-RTN.
           PERFORM VARYING HT-IX FROM 1 BY 1 UNTIL HT-IX > HT-COUNT
               IF HT-TYPE(HT-IX) = 'S'
                  AND HT-YR(HT-IX) = PAY-YR AND HT-MO(HT-IX) = PAY-MO
                   PERFORM WRITE-PAY-LINE-RTN
                   ADD 1 TO PAID-CTR
               END-IF
           END-PERFORM.
      *OVERRIDES FOLLOW THE SALESMEN AND ROLL INTO THE SAME TOTALS.
           PERFORM VARYING HT-IX FROM 1 BY 1 UNTIL HT-IX > HT-COUNT
               IF HT-TYPE(HT-IX) = 'O'
                  AND HT-YR(HT-IX) = PAY-YR AND HT-MO(HT-IX) = PAY-MO
                   IF ANY-OVR-SW NOT EQUAL TO 'YES'
                       MOVE 'YES' TO ANY-OVR-SW
                       WRITE PAYREC FROM BLANK-LINE
                       WRITE PAYREC FROM OVR-HDNG
                       WRITE PAYREC FROM OVR-COLHD
                   END-IF
                   PERFORM WRITE-PAY-LINE-RTN
                   ADD 1 TO MGR-CTR
               END-IF
           END-PERFORM.
           IF ANY-PAID-SW NOT EQUAL TO 'YES'
           WRITE PAYREC FROM PAY-TOT-LINE.
           MOVE PAID-CTR TO TSL-CTR.
           WRITE PAYREC FROM TOT-SLSMN-LINE.
           MOVE MGR-CTR TO TML-CTR.
           WRITE PAYREC FROM TOT-MGR-LINE.

       WRITE-PAY-LINE-RTN.
           MOVE 'YES' TO ANY-PAID-SW.
           ADD GROSS-COMM TO TOT-GROSS.
           ADD WHT-AMT TO TOT-WHT.
           ADD NET-AMT TO TOT-NET.

      *MONTH BY MONTH FOR THE PAYOUT YEAR, UP TO AND INCLUDING THE
      *PAYOUT MONTH, WITH THE RUNNING TOTAL THE REMITTANCE RETURN
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
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE HT-COUNT TO RL-READ.
           COMPUTE RL-WRITTEN = PAID-CTR + MGR-CTR.
           MOVE 0 TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
