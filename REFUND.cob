       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT TERMCAL ASSIGN TO 'TERMCAL.TXT'
               FILE STATUS IS TC-STATUS.
           SELECT FEETABLE ASSIGN TO 'FEETABLE.TXT'
           SELECT ENROLL-MASTER-FILE ASSIGN TO 'ENROLL-MASTER.TXT'
               FILE STATUS IS EM-STATUS.
           SELECT OUTPUT1 ASSIGN TO 'CREDMEMO.TXT'.
           SELECT OUTPUT2 ASSIGN TO 'CREDMEMO-GL.TXT'.

       DATA DIVISION.
       FILE SECTION.
      *TERM CALENDAR CARD: LAST DATE OF THE 100-PERCENT WINDOW AND
      *LAST DATE OF THE 50-PERCENT WINDOW. AFTER THAT, NO REFUND.
      *THE INSTALLMENT DUE DATES ON THE SAME CARD BELONG TO THE
      *TUITION RUN.
       FD TERMCAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TERMCAL-REC.
       01 TERMCAL-REC.
           05 TC-FULL-END PIC 9(8).
           05 TC-HALF-END PIC 9(8).
           05 TC-PRELIM-DUE PIC 9(8).
           05 TC-MIDTERM-DUE PIC 9(8).
           05 TC-FINALS-DUE PIC 9(8).
       FD FEETABLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
       FD OUTPUT1.
       01 MEMO-REC.
           05 FILLER PIC X(90).
      *GENERAL LEDGER EXTRACT FOR THE GL INTERFACE RUN: ONE 'CMEM'
      *RECORD PER CREDIT MEMO WITH A REFUND, DATED WITH THE DROP.
       FD OUTPUT2
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS GLX-REC.
       01 GLX-REC.
           05 GLX-DATE PIC 9(8).
           05 GLX-ACTIVITY PIC X(4).
           05 GLX-REF PIC X(12).
           05 GLX-AMOUNT PIC 9(7)V99.

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
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'REFUND         '.
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
           OPEN OUTPUT OUTPUT2.
           PERFORM READ-TERM-CALENDAR-RTN.
      *WITHOUT THE CALENDAR NO REFUND PERCENTAGE CAN BE DEFENDED -
      *STOP RATHER THAN GUESS A WINDOW.
           IF CAL-MISSING-SW = 'Y'
               WRITE MEMO-REC FROM CAL-MISSING-LINE
               DISPLAY 'TERMCAL.TXT MISSING - RUN STOPPED'
               CLOSE OUTPUT1, OUTPUT2
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           WRITE MEMO-REC FROM GRAND-REF-LINE.
           WRITE MEMO-REC FROM GRAND-NET-LINE.
           WRITE MEMO-REC FROM TOT-MEMO-LINE.
           CLOSE OUTPUT1, OUTPUT2.
           DISPLAY 'CREDIT MEMOS WRITTEN: ' MEMO-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.
           MOVE REFUND-PCT TO ML-PCT.
           MOVE REFUND-AMT TO ML-REFUND.
           WRITE MEMO-REC FROM MEMO-LINE.
           IF REFUND-AMT > 0
               MOVE DT-DATE(DT-IX) TO GLX-DATE
               MOVE 'CMEM' TO GLX-ACTIVITY
               MOVE DT-STUD(DT-IX) TO GLX-REF
               MOVE REFUND-AMT TO GLX-AMOUNT
               WRITE GLX-REC
           END-IF.
           ADD 1 TO MEMO-CTR.
           ADD SUBJ-CHARGE TO STUD-CHARGE, GRAND-CHARGE.
           ADD REFUND-AMT TO STUD-REFUND, GRAND-REFUND.
               MOVE 'N' TO GROUP-OPEN-SW
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
