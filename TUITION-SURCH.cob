      *=================================================================
      *------------------------- COBOL PROGRAM -------------------------
      *------------------ LATE-PAYMENT SURCHARGE RUN -------------------
      *=================================================================
      *LEVIES THE LATE-PAYMENT SURCHARGE ON EVERY INSTALLMENT OF THE
      *SCHEDULE (INSTALL.TXT) THAT IS PAST ITS DUE DATE AND NOT YET
      *FULLY PAID: THE 'L' CARD'S PERCENTAGE OF WHAT IS STILL UNPAID
      *ON IT. AN INSTALLMENT IS SURCHARGED ONCE - THE SURCHARGE DATE
      *ON THE SCHEDULE KEEPS A SECOND RUN FROM CHARGING IT AGAIN.
      *RUN AFTER THE DAY'S CASHIER POSTING SO THE PAYMENTS ALREADY
      *IN THE DRAWER ARE ON THE SCHEDULE. PRINTS A SURCHARGE
      *REGISTER AND WRITES THE 'LATE' GL EXTRACT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-SURCH.
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
           SELECT FEETABLE ASSIGN TO 'FEETABLE.TXT'
               FILE STATUS IS FT-STATUS.
           SELECT INSTALL-FILE ASSIGN TO 'INSTALL.TXT'
               FILE STATUS IS IN-STATUS.
           SELECT OUTPUT1 ASSIGN TO 'SURCHREG.TXT'.
           SELECT OUTPUT2 ASSIGN TO 'SURCH-GL.TXT'.

       DATA DIVISION.
       FILE SECTION.
      *ONLY THE 'L' CARD IS USED HERE: THE SURCHARGE AS A PERCENTAGE
      *OF THE UNPAID INSTALLMENT.
       FD FEETABLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS FEE-REC.
       01 FEE-REC.
           05 FT-TYPE PIC X.
           05 FT-REST PIC X(20).
       01 FEE-REC-LATE REDEFINES FEE-REC.
           05 FILLER PIC X.
           05 FT-LATE-PCT PIC 9(2)V99.
           05 FILLER PIC X(16).
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
       FD OUTPUT1.
       01 SURCH-REC.
           05 FILLER PIC X(80).
      *GENERAL LEDGER EXTRACT FOR THE GL INTERFACE RUN: ONE 'LATE'
      *RECORD PER INSTALLMENT SURCHARGED, DATED THE DAY OF THIS RUN.
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
       01 HDNG2.
           05 FILLER PIC X(27).
           05 FILLER PIC X(26) VALUE 'LATE-PAYMENT SURCHARGES'.
           05 FILLER PIC X(27).
       01 RATE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 RTL-DATE PIC 9(8).
           05 FILLER PIC X(19) VALUE '   SURCHARGE RATE: '.
           05 RTL-PCT PIC Z9.99.
           05 FILLER PIC X(9) VALUE ' PERCENT '.
           05 FILLER PIC X(27) VALUE SPACES.
       01 SURCH-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(12) VALUE 'INSTALLMENT'.
           05 FILLER PIC X(10) VALUE 'DUE DATE'.
           05 FILLER PIC X(12) VALUE '      UNPAID'.
           05 FILLER PIC X(12) VALUE '   SURCHARGE'.
           05 FILLER PIC X(16) VALUE SPACES.
       01 SURCH-LINE.
           05 FILLER PIC X(2).
           05 SRL-STUD PIC X(12).
           05 FILLER PIC X(4).
           05 SRL-INST PIC X(8).
           05 FILLER PIC X(4).
           05 SRL-DUE PIC 9(8).
           05 FILLER PIC X(2).
           05 SRL-UNPAID PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 SRL-SURCH PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(18).
       01 TOT-CNT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'INSTALLMENTS SURCHARGED:      '.
           05 TCL-CNT PIC ZZZ9.
           05 FILLER PIC X(44) VALUE SPACES.
       01 TOT-AMT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'TOTAL SURCHARGES LEVIED:      '.
           05 TAL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(36) VALUE SPACES.
       01 NO-RATE-LINE.
           05 FILLER PIC X(50) VALUE
              'NO SURCHARGE RATE ON FEETABLE.TXT - RUN STOPPED'.
           05 FILLER PIC X(30) VALUE SPACES.
       01 BLANK-HEADING.
           05 FILLER PIC X(80).

       01 INST-NAME-VALUES.
           05 FILLER PIC X(8) VALUE 'PRELIM  '.
           05 FILLER PIC X(8) VALUE 'MIDTERM '.
           05 FILLER PIC X(8) VALUE 'FINALS  '.
       01 INST-NAME-TABLE REDEFINES INST-NAME-VALUES.
           05 INST-NAME PIC X(8) OCCURS 3 TIMES.

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

       01 FT-STATUS PIC XX.
       01 IN-STATUS PIC XX.
       01 SURCH-OTHERS.
           05 FT-EOF PIC X(3) VALUE 'NO'.
           05 IN-EOF PIC X(3) VALUE 'NO'.
           05 LATE-PCT PIC 9(2)V99 VALUE 0.
           05 UNPAID-AMT PIC 9(6)V99 VALUE 0.
           05 SURCH-AMT PIC 9(5)V99 VALUE 0.
           05 SURCH-CTR PIC 9999 VALUE 0.
           05 SURCH-TOTAL PIC 9(7)V99 VALUE 0.
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
           05 JB-SELF PIC X(15) VALUE 'TUITION-SURCH  '.
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
           WRITE SURCH-REC FROM HDNG1.
           WRITE SURCH-REC FROM HDNG2.
           WRITE SURCH-REC FROM BLANK-HEADING.
           PERFORM READ-SURCHARGE-RATE-RTN.
      *WITHOUT A RATE NO SURCHARGE CAN BE DEFENDED - STOP RATHER
      *THAN LEVY NOTHING AND CALL THE INSTALLMENTS SURCHARGED.
           IF LATE-PCT = 0
               WRITE SURCH-REC FROM NO-RATE-LINE
               DISPLAY 'NO SURCHARGE RATE ON FEETABLE.TXT - RUN '
                       'STOPPED'
               CLOSE OUTPUT1, OUTPUT2
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           MOVE RUN-YMD TO RTL-DATE.
           MOVE LATE-PCT TO RTL-PCT.
           WRITE SURCH-REC FROM RATE-LINE.
           WRITE SURCH-REC FROM BLANK-HEADING.
           WRITE SURCH-REC FROM SURCH-COLHD.
           PERFORM LOAD-SCHEDULE-RTN.
           PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
               IF IT-SURCH-DATE(IT-IX) = 0 AND
                  IT-DUE-DATE(IT-IX) < RUN-YMD AND
                  IT-PAID(IT-IX) < IT-AMOUNT(IT-IX)
                   PERFORM SURCHARGE-ONE-RTN
               END-IF
           END-PERFORM.
           IF SURCH-CTR > 0
               PERFORM REWRITE-SCHEDULE-RTN
           END-IF.
           MOVE SURCH-CTR TO TCL-CNT.
           MOVE SURCH-TOTAL TO TAL-AMT.
           WRITE SURCH-REC FROM BLANK-HEADING.
           WRITE SURCH-REC FROM TOT-CNT-LINE.
           WRITE SURCH-REC FROM TOT-AMT-LINE.
           CLOSE OUTPUT1, OUTPUT2.
           DISPLAY 'INSTALLMENTS SURCHARGED: ' SURCH-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       READ-SURCHARGE-RATE-RTN.
           OPEN INPUT FEETABLE.
           IF FT-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO FT-EOF
           END-IF.
           PERFORM UNTIL FT-EOF = 'YES'
               READ FEETABLE
                   AT END MOVE 'YES' TO FT-EOF
                   NOT AT END
                       IF FT-TYPE = 'L' AND FT-LATE-PCT NUMERIC
                           MOVE FT-LATE-PCT TO LATE-PCT
                       END-IF
           END-PERFORM.
           IF FT-STATUS NOT EQUAL TO '35'
               CLOSE FEETABLE
           END-IF.

       LOAD-SCHEDULE-RTN.
           OPEN INPUT INSTALL-FILE.
           IF IN-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO IN-EOF
               DISPLAY 'INSTALL.TXT NOT AVAILABLE - NOTHING TO '
                       'SURCHARGE'
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
                       MOVE IN-PAID TO IT-PAID(IT-COUNT)
           END-PERFORM.
           IF IN-STATUS NOT EQUAL TO '35'
               CLOSE INSTALL-FILE
           END-IF.

      *THE SCHEDULE IS WRITTEN BACK WHOLE FROM THE TABLE, SO ONE
      *THAT WILL NOT FIT STOPS THE RUN BEFORE ANYTHING IS LEVIED -
      *REWRITING PART OF IT WOULD LOSE THE REST.
       SCHEDULE-FULL-RTN.
           DISPLAY 'MORE THAN 1500 INSTALLMENTS ON INSTALL.TXT - '
                   'RUN STOPPED'
           CLOSE INSTALL-FILE, OUTPUT1, OUTPUT2.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

      *THE SURCHARGE IS ON WHAT IS STILL UNPAID OF THE INSTALLMENT
      *ITSELF, NEVER ON AN EARLIER SURCHARGE.
       SURCHARGE-ONE-RTN.
           COMPUTE UNPAID-AMT = IT-AMOUNT(IT-IX) - IT-PAID(IT-IX).
           COMPUTE SURCH-AMT ROUNDED = UNPAID-AMT * LATE-PCT / 100.
           IF SURCH-AMT > 0
               MOVE SURCH-AMT TO IT-SURCH(IT-IX)
               MOVE RUN-YMD TO IT-SURCH-DATE(IT-IX)
               MOVE IT-STUD(IT-IX) TO SRL-STUD
               MOVE INST-NAME(IT-SEQ(IT-IX)) TO SRL-INST
               MOVE IT-DUE-DATE(IT-IX) TO SRL-DUE
               MOVE UNPAID-AMT TO SRL-UNPAID
               MOVE SURCH-AMT TO SRL-SURCH
               WRITE SURCH-REC FROM SURCH-LINE
               MOVE RUN-YMD TO GLX-DATE
               MOVE 'LATE' TO GLX-ACTIVITY
               MOVE IT-STUD(IT-IX) TO GLX-REF
               MOVE SURCH-AMT TO GLX-AMOUNT
               WRITE GLX-REC
               ADD 1 TO SURCH-CTR
               ADD SURCH-AMT TO SURCH-TOTAL
           END-IF.

       REWRITE-SCHEDULE-RTN.
           OPEN OUTPUT INSTALL-FILE.
           PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
               MOVE IT-STUD(IT-IX) TO IN-STUD-NUM
               MOVE IT-SEQ(IT-IX) TO IN-SEQ
               MOVE IT-DUE-DATE(IT-IX) TO IN-DUE-DATE
               MOVE IT-AMOUNT(IT-IX) TO IN-AMOUNT
               MOVE IT-SURCH(IT-IX) TO IN-SURCHARGE
               MOVE IT-SURCH-DATE(IT-IX) TO IN-SURCH-DATE
               MOVE IT-PAID(IT-IX) TO IN-PAID
               WRITE INST-REC
           END-PERFORM.
           CLOSE INSTALL-FILE.

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
           MOVE 'TUITION-SURCH  ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE IT-COUNT TO RL-READ.
           MOVE SURCH-CTR TO RL-WRITTEN.
           MOVE 0 TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
