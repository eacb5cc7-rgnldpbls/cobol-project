      *SUMMARY THAT TIES TO THE CASHIER'S DRAWER, AND AN
      *OUTSTANDING-BALANCE LISTING THE REGISTRAR CAN HOLD RECORDS
      *FROM. THE OFFICIAL RECEIPTS NO LONGER LIVE IN A NOTEBOOK.
      *WHAT A STUDENT HAS PAID IS APPLIED TO THE INSTALLMENT
      *SCHEDULE (INSTALL.TXT) OLDEST INSTALLMENT FIRST, ITS LATE
      *SURCHARGE INCLUDED, AND THE SURCHARGES LEVIED ARE CARRIED
      *ONTO THE LEDGER AND INTO THE BALANCE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER-POST.
       AUTHOR. JASPE, FAYE
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT PAYFILE ASSIGN TO 'PAYMENTS.TXT'
               FILE STATUS IS PY-STATUS.
           SELECT ASSESS-EXT ASSIGN TO 'ASSESS-EXT.TXT'
               FILE STATUS IS EX-STATUS.
           SELECT LEDGER-FILE ASSIGN TO 'STUD-LEDGER.TXT'
               FILE STATUS IS LG-STATUS.
           SELECT INSTALL-FILE ASSIGN TO 'INSTALL.TXT'
               FILE STATUS IS IN-STATUS.
           SELECT REGFILE ASSIGN TO 'CASHREG.TXT'.
           SELECT GLXFILE ASSIGN TO 'CASH-GL.TXT'.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *ONE ROW PER STUDENT: WHAT THE TUITION RUN ASSESSED AGAINST
      *WHAT THE CASHIER HAS COLLECTED. REWRITTEN IN FULL EACH RUN,
      *THE WAY THE DROP RUN REWRITES THE ENROLLMENT MASTER.
      *LG-SURCHARGE IS THE TOTAL LATE SURCHARGE LEVIED ON THE
      *STUDENT'S INSTALLMENTS, REFRESHED FROM INSTALL.TXT EACH RUN.
       FD LEDGER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS LEDGER-REC.
       01 LEDGER-REC.
           05 LG-STUD-NUM PIC X(12).
           05 LG-ASSESSED PIC 9(7)V99.
           05 LG-PAID PIC 9(7)V99.
           05 LG-SURCHARGE PIC 9(7)V99.
      *INSTALLMENT SCHEDULE WRITTEN BY THE TUITION RUN, IN STUDENT
      *AND INSTALLMENT ORDER. ONLY IN-PAID IS MAINTAINED HERE.
       FD INSTALL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS INST-REC.
       01 INST-REC.
           05 IN-STUD-NUM PIC X(12).
           05 IN-SEQ PIC 9.
           05 IN-DUE-DATE PIC 9(8).
           05 IN-AMOUNT PIC 9(6)V99.
           05 IN-SURCHARGE PIC 9(5)V99.
           05 IN-SURCH-DATE PIC 9(8).
           05 IN-PAID PIC 9(6)V99.
       FD REGFILE.
       01 REG-REC.
           05 FILLER PIC X(105).
      *GENERAL LEDGER EXTRACT FOR THE GL INTERFACE RUN: ONE 'RCPT'
      *RECORD PER RECEIPT POSTED, DATED WITH THE OFFICIAL RECEIPT.
       FD GLXFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS GLX-REC.
       01 GLX-REC.
           05 GLX-DATE PIC 9(8).
           05 GLX-ACTIVITY PIC X(4).
           05 GLX-REF PIC X(12).
           05 GLX-AMOUNT PIC 9(7)V99.
      *THE STUDENT MASTER KEPT BY THE STUDENT MAINTENANCE RUN - THE
      *ONE SOURCE OF NAME FOR THE OUTSTANDING-BALANCE LISTING.
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
       01 HDNG1.
           05 FILLER PIC X(37).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(15) VALUE '       ASSESSED'.
           05 FILLER PIC X(15) VALUE '      SURCHARGE'.
           05 FILLER PIC X(15) VALUE '           PAID'.
           05 FILLER PIC X(15) VALUE '        BALANCE'.
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(25) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(3) VALUE SPACES.
       01 OUTST-LINE.
           05 FILLER PIC X(2).
           05 OSL-STUD-NUM PIC X(12).
           05 FILLER PIC X(3).
           05 OSL-ASSESSED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(3).
           05 OSL-SURCHARGE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(3).
           05 OSL-PAID PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(3).
           05 OSL-BALANCE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 OSL-STUD-NAME PIC X(25).
           05 FILLER PIC X(4).
       01 TOT-POSTED-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'RECEIPTS POSTED:              '.
              10 LT-STUD PIC X(12).
              10 LT-ASSESSED PIC 9(7)V99.
              10 LT-PAID PIC 9(7)V99.
              10 LT-SURCH PIC 9(7)V99.
       01 LT-IX PIC 9999.
       01 LT-CUR PIC 9999.
       01 LT-FOUND-SW PIC X(3) VALUE 'NO '.
       01 LT-LOOK-STUD PIC X(12).

      *------------- INSTALLMENT SCHEDULE IN MEMORY ----------
       01 INST-TABLE.
           05 IT-COUNT PIC 9999 VALUE 0.
           05 IT-ENTRY OCCURS 1500 TIMES.
              10 IT-STUD PIC X(12).
              10 IT-SEQ PIC 9.
              10 IT-DUE-DATE PIC 9(8).
              10 IT-AMOUNT PIC 9(6)V99.
              10 IT-SURCH PIC 9(5)V99.
              10 IT-SURCH-DATE PIC 9(8).
              10 IT-PAID PIC 9(6)V99.
       01 IT-IX PIC 9999.
       01 IN-STATUS PIC XX.
       01 IN-EOF PIC X(3) VALUE 'NO'.
       01 ALLOC-WORK.
           05 ALLOC-STUD PIC X(12) VALUE SPACES.
           05 ALLOC-LEFT PIC 9(7)V99 VALUE 0.
           05 ALLOC-DUE PIC 9(7)V99 VALUE 0.

      *------------- DAILY COLLECTIONS -----------------------
       01 DAY-TABLE.
           05 DAY-COUNT PIC 99 VALUE 0.
       01 PY-STATUS PIC XX.
       01 EX-STATUS PIC XX.
       01 LG-STATUS PIC XX.
       01 STM-STATUS PIC XX.
       01 STM-AVAIL-SW PIC X VALUE 'N'.
       01 POST-OTHERS.
           05 PY-EOF PIC X(3) VALUE 'NO'.
           05 EX-EOF PIC X(3) VALUE 'NO'.
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'CASHIER-POST   '.
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
           OPEN OUTPUT REGFILE.
           OPEN OUTPUT GLXFILE.
           WRITE REG-REC FROM HDNG1.
           WRITE REG-REC FROM HDNG2.
           WRITE REG-REC FROM BLANK-HEADING.
           PERFORM LOAD-LEDGER-RTN.
           PERFORM REFRESH-ASSESSMENTS-RTN.
           PERFORM POST-PAYMENTS-RTN.
           PERFORM APPLY-INSTALLMENTS-RTN.
           PERFORM REWRITE-LEDGER-RTN.
           PERFORM WRITE-DAILY-SUMMARY-RTN.
           PERFORM OPEN-STUDENT-MASTER-RTN.
           PERFORM WRITE-OUTSTANDING-RTN.
           CLOSE REGFILE, GLXFILE.
           IF STM-AVAIL-SW = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY 'RECEIPTS POSTED: ' POSTED-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.
                       MOVE LG-STUD-NUM TO LT-STUD(LT-COUNT)
                       MOVE LG-ASSESSED TO LT-ASSESSED(LT-COUNT)
                       MOVE LG-PAID TO LT-PAID(LT-COUNT)
                       MOVE 0 TO LT-SURCH(LT-COUNT)
           END-PERFORM.
           IF LG-STATUS NOT EQUAL TO '35'
               CLOSE LEDGER-FILE
               MOVE LT-LOOK-STUD TO LT-STUD(LT-CUR)
               MOVE 0 TO LT-ASSESSED(LT-CUR)
               MOVE 0 TO LT-PAID(LT-CUR)
               MOVE 0 TO LT-SURCH(LT-CUR)
           END-IF.

      *THE TUITION EXTRACT IS THE AUTHORITY ON WHAT EACH STUDENT
               END-IF
           END-IF.
           WRITE REG-REC FROM REG-LINE.
           MOVE PY-DATE TO GLX-DATE.
           MOVE 'RCPT' TO GLX-ACTIVITY.
           MOVE PY-STUD-NUM TO GLX-REF.
           MOVE PY-AMOUNT TO GLX-AMOUNT.
           WRITE GLX-REC.
           PERFORM ROLL-UP-DAY-RTN.

      *EVERYTHING THE STUDENT HAS PAID THIS TERM IS SPREAD OVER THE
      *SCHEDULE AGAIN EACH RUN, OLDEST INSTALLMENT FIRST AND ITS
      *SURCHARGE WITH IT, SO A RE-ASSESSMENT OR A NEW SURCHARGE
      *NEVER LEAVES A STALE ALLOCATION BEHIND. ANY EXCESS STAYS ON
      *THE LEDGER AS AN OVERPAYMENT. NO SCHEDULE, NO ALLOCATION.
       APPLY-INSTALLMENTS-RTN.
           OPEN INPUT INSTALL-FILE.
           IF IN-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO IN-EOF
           END-IF.
           PERFORM UNTIL IN-EOF = 'YES'
               READ INSTALL-FILE
                   AT END MOVE 'YES' TO IN-EOF
                   NOT AT END
                       IF IT-COUNT NOT < 1500
                           PERFORM SCHEDULE-FULL-RTN
                       END-IF
                       ADD 1 TO IT-COUNT
                       MOVE IN-STUD-NUM TO IT-STUD(IT-COUNT)
                       MOVE IN-SEQ TO IT-SEQ(IT-COUNT)
                       MOVE IN-DUE-DATE TO IT-DUE-DATE(IT-COUNT)
                       MOVE IN-AMOUNT TO IT-AMOUNT(IT-COUNT)
                       MOVE IN-SURCHARGE TO IT-SURCH(IT-COUNT)
                       MOVE IN-SURCH-DATE TO IT-SURCH-DATE(IT-COUNT)
           END-PERFORM.
           IF IN-STATUS NOT EQUAL TO '35'
               CLOSE INSTALL-FILE
           END-IF.
           IF IT-COUNT > 0
               MOVE SPACES TO ALLOC-STUD
               PERFORM VARYING IT-IX FROM 1 BY 1
                       UNTIL IT-IX > IT-COUNT
                   IF IT-STUD(IT-IX) NOT EQUAL TO ALLOC-STUD
                       MOVE IT-STUD(IT-IX) TO ALLOC-STUD
                       MOVE IT-STUD(IT-IX) TO LT-LOOK-STUD
                       PERFORM FIND-LEDGER-RTN
                       MOVE LT-PAID(LT-CUR) TO ALLOC-LEFT
                   END-IF
                   ADD IT-SURCH(IT-IX) TO LT-SURCH(LT-CUR)
                   COMPUTE ALLOC-DUE =
                           IT-AMOUNT(IT-IX) + IT-SURCH(IT-IX)
                   IF ALLOC-LEFT >= ALLOC-DUE
                       MOVE ALLOC-DUE TO IT-PAID(IT-IX)
                       SUBTRACT ALLOC-DUE FROM ALLOC-LEFT
                   ELSE
                       MOVE ALLOC-LEFT TO IT-PAID(IT-IX)
                       MOVE 0 TO ALLOC-LEFT
                   END-IF
               END-PERFORM
               OPEN OUTPUT INSTALL-FILE
               PERFORM VARYING IT-IX FROM 1 BY 1
                       UNTIL IT-IX > IT-COUNT
                   MOVE IT-STUD(IT-IX) TO IN-STUD-NUM
                   MOVE IT-SEQ(IT-IX) TO IN-SEQ
                   MOVE IT-DUE-DATE(IT-IX) TO IN-DUE-DATE
                   MOVE IT-AMOUNT(IT-IX) TO IN-AMOUNT
                   MOVE IT-SURCH(IT-IX) TO IN-SURCHARGE
                   MOVE IT-SURCH-DATE(IT-IX) TO IN-SURCH-DATE
                   MOVE IT-PAID(IT-IX) TO IN-PAID
                   WRITE INST-REC
               END-PERFORM
               CLOSE INSTALL-FILE
           END-IF.

      *THE SCHEDULE IS WRITTEN BACK WHOLE FROM THE TABLE, SO ONE
      *THAT WILL NOT FIT STOPS THE RUN BEFORE THE SCHEDULE OR THE
      *LEDGER IS REWRITTEN - REWRITING PART OF IT WOULD LOSE THE
      *REST.
       SCHEDULE-FULL-RTN.
           DISPLAY 'MORE THAN 1500 INSTALLMENTS ON INSTALL.TXT - '
                   'RUN STOPPED'
           CLOSE INSTALL-FILE, REGFILE, GLXFILE.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       ROLL-UP-DAY-RTN.
           MOVE 'NO ' TO DAY-FOUND-SW.
           PERFORM VARYING DAY-IX FROM 1 BY 1
               MOVE LT-STUD(LT-IX) TO LG-STUD-NUM
               MOVE LT-ASSESSED(LT-IX) TO LG-ASSESSED
               MOVE LT-PAID(LT-IX) TO LG-PAID
               MOVE LT-SURCH(LT-IX) TO LG-SURCHARGE
               WRITE LEDGER-REC
           END-PERFORM.
           CLOSE LEDGER-FILE.
           MOVE NOASSESS-CTR TO TNL-CNT.
           WRITE REG-REC FROM TOT-NOASSESS-LINE.

      *WITHOUT THE STUDENT MASTER THE LISTING STILL PRINTS, BY
      *STUDENT NUMBER ONLY.
       OPEN-STUDENT-MASTER-RTN.
           OPEN INPUT STUDENT-MASTER.
           IF STM-STATUS = '00'
               MOVE 'Y' TO STM-AVAIL-SW
           ELSE
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - NAMES NOT PRINTED'
           END-IF.

       LOOKUP-STUDENT-NAME-RTN.
           MOVE SPACES TO OSL-STUD-NAME.
           IF STM-AVAIL-SW = 'Y'
               MOVE LT-STUD(LT-IX) TO STM-STUD-NUM
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'NOT ON STUDENT MASTER' TO OSL-STUD-NAME
                   NOT INVALID KEY
                       MOVE STM-STUD-NAME TO OSL-STUD-NAME
               END-READ
           END-IF.

       WRITE-OUTSTANDING-RTN.
           WRITE REG-REC FROM BLANK-HEADING.
           WRITE REG-REC FROM OUTST-HDNG.
           WRITE REG-REC FROM OUTST-COLHD.
           PERFORM VARYING LT-IX FROM 1 BY 1 UNTIL LT-IX > LT-COUNT
               COMPUTE BAL-WORK = LT-ASSESSED(LT-IX) + LT-SURCH(LT-IX)
                                - LT-PAID(LT-IX)
               IF BAL-WORK > 0
                   MOVE LT-STUD(LT-IX) TO OSL-STUD-NUM
                   MOVE LT-ASSESSED(LT-IX) TO OSL-ASSESSED
                   MOVE LT-SURCH(LT-IX) TO OSL-SURCHARGE
                   MOVE LT-PAID(LT-IX) TO OSL-PAID
                   MOVE BAL-WORK TO OSL-BALANCE
                   PERFORM LOOKUP-STUDENT-NAME-RTN
                   WRITE REG-REC FROM OUTST-LINE
                   ADD BAL-WORK TO OUTST-TOTAL
               END-IF
           MOVE OUTST-TOTAL TO TOL-AMT.
           WRITE REG-REC FROM TOT-OUTST-LINE.

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
