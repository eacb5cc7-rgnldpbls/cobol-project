      *=================================================================
      *------------------------- COBOL PROGRAM -------------------------
      *----------------- EXAM-PERMIT CLEARANCE RUN ---------------------
      *=================================================================
      *RUN BEFORE EACH EXAM PERIOD NAMED ON THE EXAMCTL.TXT CARD. A
      *STUDENT IS CLEARED FOR THE PRELIM, MIDTERM OR FINALS EXAM
      *ONLY WHEN EVERY INSTALLMENT DUE UP TO AND INCLUDING THAT
      *PERIOD'S INSTALLMENT, WITH ANY LATE SURCHARGE, IS FULLY PAID
      *ON THE SCHEDULE (INSTALL.TXT) AS OF THE LAST CASHIER POSTING.
      *PRINTS THE HOLD LIST OF STUDENTS WHO MAY NOT BE ISSUED A
      *PERMIT, WITH WHAT THEY STILL OWE, AND THE PERMIT LIST OF
      *EVERYONE CLEARED, EACH WITH A PERMIT NUMBER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-CLEAR.
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
           SELECT EXAMCTL ASSIGN TO 'EXAMCTL.TXT'
               FILE STATUS IS EC-STATUS.
           SELECT INSTALL-FILE ASSIGN TO 'INSTALL.TXT'
               FILE STATUS IS IN-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.
           SELECT OUTPUT1 ASSIGN TO 'EXAMHOLD.TXT'.
           SELECT OUTPUT2 ASSIGN TO 'EXAMPERMIT.TXT'.

       DATA DIVISION.
       FILE SECTION.
      *EXAM PERIOD CARD: 'P' PRELIM, 'M' MIDTERM, 'F' FINALS.
       FD EXAMCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 1 CHARACTERS
           DATA RECORD IS EXAMCTL-REC.
       01 EXAMCTL-REC.
           05 EC-PERIOD PIC X.
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
      *THE STUDENT MASTER KEPT BY THE STUDENT MAINTENANCE RUN - THE
      *ONE SOURCE OF NAME AND PROGRAM FOR BOTH LISTS.
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
       01 HOLD-REC.
           05 FILLER PIC X(80).
       FD OUTPUT2.
       01 PERMIT-REC.
           05 FILLER PIC X(80).

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
       01 HDNG1.
           05 FILLER PIC X(32).
           05 FILLER PIC X(16) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(32).
       01 HOLD-HDNG2.
           05 FILLER PIC X(25).
           05 FILLER PIC X(30) VALUE 'EXAM-PERMIT HOLD LIST'.
           05 FILLER PIC X(25).
       01 PERMIT-HDNG2.
           05 FILLER PIC X(25).
           05 FILLER PIC X(30) VALUE 'EXAM-PERMIT LIST'.
           05 FILLER PIC X(25).
       01 PERIOD-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'EXAM PERIOD: '.
           05 PDL-NAME PIC X(8).
           05 FILLER PIC X(13) VALUE '   RUN DATE: '.
           05 PDL-DATE PIC 9(8).
           05 FILLER PIC X(36) VALUE SPACES.
       01 HOLD-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(27) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(12) VALUE 'UNPAID INST'.
           05 FILLER PIC X(12) VALUE '     BALANCE'.
           05 FILLER PIC X(11) VALUE SPACES.
       01 HOLD-LINE.
           05 FILLER PIC X(2).
           05 HDL-STUD PIC X(12).
           05 FILLER PIC X(4).
           05 HDL-NAME PIC X(25).
           05 FILLER PIC X(6).
           05 HDL-INST-CNT PIC 9.
           05 FILLER PIC X(5).
           05 HDL-BALANCE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(15).
       01 PERMIT-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'PERMIT NO'.
           05 FILLER PIC X(16) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(27) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(8) VALUE 'PROGRAM'.
           05 FILLER PIC X(16) VALUE SPACES.
       01 PERMIT-LINE.
           05 FILLER PIC X(2).
           05 PML-PERMIT.
              10 PML-PERIOD PIC X.
              10 FILLER PIC X VALUE '-'.
              10 PML-PERMIT-SEQ PIC 9(4).
           05 FILLER PIC X(5).
           05 PML-STUD PIC X(12).
           05 FILLER PIC X(4).
           05 PML-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 PML-PROGRAM PIC X(6).
           05 FILLER PIC X(18).
       01 HOLD-TOT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'STUDENTS HELD:                '.
           05 HTL-CNT PIC ZZZ9.
           05 FILLER PIC X(9) VALUE '  OWING  '.
           05 HTL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(23) VALUE SPACES.
       01 PERMIT-TOT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'PERMITS ISSUED:               '.
           05 PTL-CNT PIC ZZZ9.
           05 FILLER PIC X(44) VALUE SPACES.
       01 BAD-CARD-LINE.
           05 FILLER PIC X(50) VALUE
              'EXAMCTL.TXT EXAM PERIOD MISSING - RUN STOPPED'.
           05 FILLER PIC X(30) VALUE SPACES.
       01 BLANK-HEADING.
           05 FILLER PIC X(80).

       01 INST-NAME-VALUES.
           05 FILLER PIC X(8) VALUE 'PRELIM  '.
           05 FILLER PIC X(8) VALUE 'MIDTERM '.
           05 FILLER PIC X(8) VALUE 'FINALS  '.
       01 INST-NAME-TABLE REDEFINES INST-NAME-VALUES.
           05 INST-NAME PIC X(8) OCCURS 3 TIMES.

       01 EC-STATUS PIC XX.
       01 IN-STATUS PIC XX.
       01 STM-STATUS PIC XX.
       01 STM-AVAIL-SW PIC X VALUE 'N'.
       01 CLEAR-OTHERS.
           05 IN-EOF PIC X(3) VALUE 'NO'.
           05 EXAM-PERIOD PIC X VALUE SPACE.
           05 EXAM-SEQ PIC 9 VALUE 0.
           05 CURR-STUD PIC X(12) VALUE SPACES.
           05 STUD-BALANCE PIC 9(7)V99 VALUE 0.
           05 STUD-INST-CNT PIC 9 VALUE 0.
           05 INST-BAL PIC S9(7)V99 VALUE 0.
           05 STUD-NAME-WK PIC X(25) VALUE SPACES.
           05 STUD-PROGRAM-WK PIC X(6) VALUE SPACES.
           05 READ-CTR PIC 9999 VALUE 0.
           05 HOLD-CTR PIC 9999 VALUE 0.
           05 HOLD-AMT PIC 9(8)V99 VALUE 0.
           05 PERMIT-CTR PIC 9999 VALUE 0.
       01 RUN-STAMP.
           05 RUN-YMD PIC 9(8).
           05 FILLER PIC X(13).


      *------------- RUN LOG ---------------------------------
       01 RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'EXAM-CLEAR     '.
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
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           OPEN OUTPUT OUTPUT1.
           OPEN OUTPUT OUTPUT2.
           WRITE HOLD-REC FROM HDNG1.
           WRITE HOLD-REC FROM HOLD-HDNG2.
           WRITE PERMIT-REC FROM HDNG1.
           WRITE PERMIT-REC FROM PERMIT-HDNG2.
           PERFORM READ-EXAM-CARD-RTN.
      *WITHOUT THE PERIOD THERE IS NO TELLING WHICH INSTALLMENTS
      *MUST BE PAID - STOP RATHER THAN ISSUE THE WRONG PERMITS.
           IF EXAM-SEQ = 0
               WRITE HOLD-REC FROM BAD-CARD-LINE
               WRITE PERMIT-REC FROM BAD-CARD-LINE
               DISPLAY 'EXAMCTL.TXT EXAM PERIOD MISSING - RUN STOPPED'
               CLOSE OUTPUT1, OUTPUT2
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM OPEN-STUDENT-MASTER-RTN.
           MOVE INST-NAME(EXAM-SEQ) TO PDL-NAME.
           MOVE RUN-YMD TO PDL-DATE.
           WRITE HOLD-REC FROM PERIOD-LINE.
           WRITE HOLD-REC FROM BLANK-HEADING.
           WRITE HOLD-REC FROM HOLD-COLHD.
           WRITE PERMIT-REC FROM PERIOD-LINE.
           WRITE PERMIT-REC FROM BLANK-HEADING.
           WRITE PERMIT-REC FROM PERMIT-COLHD.
           OPEN INPUT INSTALL-FILE.
           IF IN-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO IN-EOF
               DISPLAY 'INSTALL.TXT NOT AVAILABLE - NO STUDENT CLEARED'
           END-IF.
           PERFORM UNTIL IN-EOF = 'YES'
               READ INSTALL-FILE
                   AT END MOVE 'YES' TO IN-EOF
                   NOT AT END PERFORM CHECK-ONE-INSTALLMENT-RTN
           END-PERFORM.
           IF IN-STATUS NOT EQUAL TO '35'
               CLOSE INSTALL-FILE
           END-IF.
           PERFORM CLOSE-STUDENT-RTN.
           MOVE HOLD-CTR TO HTL-CNT.
           MOVE HOLD-AMT TO HTL-AMT.
           WRITE HOLD-REC FROM BLANK-HEADING.
           WRITE HOLD-REC FROM HOLD-TOT-LINE.
           MOVE PERMIT-CTR TO PTL-CNT.
           WRITE PERMIT-REC FROM BLANK-HEADING.
           WRITE PERMIT-REC FROM PERMIT-TOT-LINE.
           CLOSE OUTPUT1, OUTPUT2.
           IF STM-AVAIL-SW = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY 'PERMITS ISSUED: ' PERMIT-CTR
                   '  STUDENTS HELD: ' HOLD-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       READ-EXAM-CARD-RTN.
           MOVE 0 TO EXAM-SEQ.
           OPEN INPUT EXAMCTL.
           IF EC-STATUS = '00'
               READ EXAMCTL
                   AT END CONTINUE
                   NOT AT END MOVE EC-PERIOD TO EXAM-PERIOD
               END-READ
               CLOSE EXAMCTL
           END-IF.
           EVALUATE EXAM-PERIOD
               WHEN 'P'
                   MOVE 1 TO EXAM-SEQ
               WHEN 'M'
                   MOVE 2 TO EXAM-SEQ
               WHEN 'F'
                   MOVE 3 TO EXAM-SEQ
               WHEN OTHER
                   MOVE 0 TO EXAM-SEQ
           END-EVALUATE.

      *WITHOUT THE STUDENT MASTER BOTH LISTS STILL PRINT, BY
      *STUDENT NUMBER ONLY.
       OPEN-STUDENT-MASTER-RTN.
           OPEN INPUT STUDENT-MASTER.
           IF STM-STATUS = '00'
               MOVE 'Y' TO STM-AVAIL-SW
           ELSE
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - NAMES NOT PRINTED'
           END-IF.

      *THE SCHEDULE IS IN STUDENT AND INSTALLMENT ORDER; ONLY THE
      *INSTALLMENTS UP TO THE EXAM'S OWN COUNT TOWARD CLEARANCE.
       CHECK-ONE-INSTALLMENT-RTN.
           ADD 1 TO READ-CTR.
           IF IN-STUD-NUM NOT EQUAL TO CURR-STUD
               PERFORM CLOSE-STUDENT-RTN
               MOVE IN-STUD-NUM TO CURR-STUD
               MOVE 0 TO STUD-BALANCE
               MOVE 0 TO STUD-INST-CNT
           END-IF.
           IF IN-SEQ <= EXAM-SEQ
               COMPUTE INST-BAL = IN-AMOUNT + IN-SURCHARGE - IN-PAID
               IF INST-BAL > 0
                   ADD INST-BAL TO STUD-BALANCE
                   ADD 1 TO STUD-INST-CNT
               END-IF
           END-IF.

       CLOSE-STUDENT-RTN.
           IF CURR-STUD NOT EQUAL TO SPACES
               PERFORM LOOKUP-STUDENT-NAME-RTN
               IF STUD-BALANCE > 0
                   MOVE CURR-STUD TO HDL-STUD
                   MOVE STUD-NAME-WK TO HDL-NAME
                   MOVE STUD-INST-CNT TO HDL-INST-CNT
                   MOVE STUD-BALANCE TO HDL-BALANCE
                   WRITE HOLD-REC FROM HOLD-LINE
                   ADD 1 TO HOLD-CTR
                   ADD STUD-BALANCE TO HOLD-AMT
               ELSE
                   ADD 1 TO PERMIT-CTR
                   MOVE EXAM-PERIOD TO PML-PERIOD
                   MOVE PERMIT-CTR TO PML-PERMIT-SEQ
                   MOVE CURR-STUD TO PML-STUD
                   MOVE STUD-NAME-WK TO PML-NAME
                   MOVE STUD-PROGRAM-WK TO PML-PROGRAM
                   WRITE PERMIT-REC FROM PERMIT-LINE
               END-IF
           END-IF.

       LOOKUP-STUDENT-NAME-RTN.
           MOVE SPACES TO STUD-NAME-WK.
           MOVE SPACES TO STUD-PROGRAM-WK.
           IF STM-AVAIL-SW = 'Y'
               MOVE CURR-STUD TO STM-STUD-NUM
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'NOT ON STUDENT MASTER' TO STUD-NAME-WK
                   NOT INVALID KEY
                       MOVE STM-STUD-NAME TO STUD-NAME-WK
                       MOVE STM-PROGRAM TO STUD-PROGRAM-WK
               END-READ
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
           MOVE FUNCTION CURRENT-DATE TO RL-STAMP.
           OPEN EXTEND RUNLOG.
           MOVE 'EXAM-CLEAR     ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE READ-CTR TO RL-READ.
           MOVE PERMIT-CTR TO RL-WRITTEN.
           MOVE HOLD-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
