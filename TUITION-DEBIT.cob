      *=================================================================
      *------------------------- COBOL PROGRAM -------------------------
      *-------------- TUITION AUTO-DEBIT FROM MJRC SAVINGS -------------
      *=================================================================
      *FAMILIES WHO BANK WITH MJRC SAVINGS MAY SIGN AN AUTHORIZATION
      *(DEBITAUTH.TXT) LETTING THE SCHOOL DEBIT A STUDENT'S
      *INSTALLMENTS FROM THEIR SAVINGS ACCOUNT INSTEAD OF PAYING AT
      *THE CASHIER. RUN BEFORE THE BANK'S DAILY POSTING, UNDER THE
      *BANK'S RUN CONTROL DATE, IT DOES TWO THINGS:
      *  1. SETTLES THE DEBITS SENT ON EARLIER RUNS FROM THE BANK'S
      *     ACKNOWLEDGEMENTS (FEEDACK.TXT). A POSTED DEBIT BECOMES AN
      *     OFFICIAL RECEIPT ON PAYMENTS.TXT FOR THE CASHIER POSTING
      *     RUN; A REJECTED ONE (INSUFFICIENT FUNDS, CLOSED ACCOUNT,
      *     ...) OR ONE HELD FOR A BANK CHECKER GOES ON THE
      *     COLLECTIONS DESK'S EXCEPTION LIST DEBITEXC.TXT.
      *  2. ON EACH INSTALLMENT DUE DATE (INSTALL.TXT) APPENDS A 'W'
      *     WITHDRAWAL TO THE BANK'S ACTIN.TXT FOR WHAT IS STILL DUE:
      *     THE UNPAID INSTALLMENTS DUE TO DATE, NEVER MORE THAN THE
      *     BALANCE ON STUD-LEDGER.TXT. CUSTID-IN CARRIES THE SOURCE
      *     TAG 'TD' AND THE AUTHORIZATION NUMBER; THE MAKER IS THIS
      *     JOB AND THE CHECKER IS THE OPERATOR WHO VERIFIED THE
      *     SIGNED AUTHORIZATION.
      *DEBITREG.TXT REGISTERS EVERY DEBIT SENT AND EVERY RESULT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-DEBIT.
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
           SELECT RUNCTL ASSIGN TO 'RUNCTL.TXT'
               FILE STATUS IS RC-STATUS.
           SELECT AUTHFILE ASSIGN TO 'DEBITAUTH.TXT'
               FILE STATUS IS DA-STATUS.
           SELECT INSTALL-FILE ASSIGN TO 'INSTALL.TXT'
               FILE STATUS IS IN-STATUS.
           SELECT LEDGER-FILE ASSIGN TO 'STUD-LEDGER.TXT'
               FILE STATUS IS LG-STATUS.
           SELECT OPTIONAL FEEDACK ASSIGN TO 'FEEDACK.TXT'.
           SELECT OPTIONAL ACTIN ASSIGN TO 'ACTIN.TXT'.
           SELECT ACCOUNT-MASTER ASSIGN TO 'ACCOUNT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCNO
               FILE STATUS IS AM-STATUS.
           SELECT OPTIONAL PAYFILE ASSIGN TO 'PAYMENTS.TXT'.
           SELECT OUTPUT1 ASSIGN TO 'DEBITREG.TXT'.
           SELECT OUTPUT2 ASSIGN TO 'DEBITEXC.TXT'.

       DATA DIVISION.
       FILE SECTION.
      *THE BANK'S RUN CONTROL CARD - ONLY ITS PROCESSING DATE IS
      *USED, SO THE DEBITS AND THEIR ACKNOWLEDGEMENTS CARRY THE SAME
      *BUSINESS DATE.
       FD RUNCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS RUNCTL-REC.
       01 RUNCTL-REC.
           05 RC-DATE PIC 9(8).
           05 FILLER PIC X(9).
      *ONE SIGNED AUTHORIZATION PER STUDENT. THE REGISTRAR KEYS THE
      *FIRST SIX FIELDS: DA-SEQ IS THE AUTHORIZATION NUMBER, UNIQUE
      *ACROSS THE FILE; DA-SIGNED-DATE IS WHEN THE FAMILY SIGNED;
      *DA-APPROVER IS THE OPERATOR WHO VERIFIED THE SIGNATURE AND
      *SIGNS THE DEBITS AS CHECKER; DA-STAT-CD 'A' ACTIVE, 'C'
      *CANCELLED. THE REST IS KEPT BY THIS RUN: THE LAST DUE DATE
      *DEBITED, THE DEBIT OUTSTANDING AT THE BANK ('W' WAITING FOR
      *ITS ACKNOWLEDGEMENT, 'H' HELD FOR A BANK CHECKER, 'N' NEVER
      *ACKNOWLEDGED - SEND AGAIN) AND THE DATE OF THE LAST
      *ACKNOWLEDGEMENT SETTLED.
       FD AUTHFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS AUTH-REC.
       01 AUTH-REC.
           05 DA-STUD-NUM PIC X(12).
           05 DA-ACCNO PIC X(3).
           05 DA-SEQ PIC 9(4).
           05 DA-SIGNED-DATE PIC 9(8).
           05 DA-APPROVER PIC X(12).
           05 DA-STAT-CD PIC X.
           05 DA-LAST-DUE PIC 9(8).
           05 DA-PEND-STAT PIC X.
           05 DA-PEND-DATE PIC 9(8).
           05 DA-PEND-AMT PIC 9(5)V99.
           05 DA-ACK-DATE PIC 9(8).
      *INSTALLMENT SCHEDULE WRITTEN BY THE TUITION RUN; IN-PAID IS
      *KEPT UP TO DATE BY THE CASHIER POSTING RUN.
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
       FD LEDGER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS LEDGER-REC.
       01 LEDGER-REC.
           05 LG-STUD-NUM PIC X(12).
           05 LG-ASSESSED PIC 9(7)V99.
           05 LG-PAID PIC 9(7)V99.
           05 LG-SURCHARGE PIC 9(7)V99.
      *THE BANK'S ACKNOWLEDGEMENTS. ON AN AUTO-DEBIT THE SOURCE IS
      *'TD' FOLLOWED BY THE AUTHORIZATION NUMBER.
       FD FEEDACK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS FEEDACK-REC.
       01 FEEDACK-REC.
           05 FA-SOURCE.
              10 FA-SRC-SYS PIC XX.
              10 FA-SRC-SEQ PIC X(4).
           05 FA-ACCNO PIC X(3).
           05 FA-TC PIC X.
           05 FA-AMOUNT PIC 9(5)V99.
           05 FA-DATE PIC 9(8).
           05 FA-SEQ PIC 9(4).
           05 FA-RESULT PIC X.
           05 FA-REASON PIC X(17).
      *THE BANK'S TRANSACTION FEED, APPENDED TO HERE.
       FD ACTIN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REC-IN.
       01 REC-IN.
           05 ACCNO-IN PIC X(3).
           05 ACCNAME-IN PIC X(22).
           05 TC-IN PIC X.
           05 AMOUNT-IN PIC 9(5)V99.
           05 TOACCNO-IN PIC X(3).
           05 CUSTID-IN.
              10 CI-SRC-SYS PIC XX.
              10 CI-SRC-SEQ PIC 9(4).
           05 MAKER-IN PIC X(12).
           05 CHECKER-IN PIC X(12).
      *THE BANK'S ACCOUNT MASTER, READ ONLY FOR THE HOLDER'S NAME.
      *THE BANK'S POSTING RUN TAKES THE ACCOUNT NAME FROM THE FEED,
      *SO THE DEBIT MUST CARRY IT UNCHANGED.
       FD ACCOUNT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS AM-REC.
       01 AM-REC.
           05 AM-ACCNO PIC X(3).
           05 AM-ACCNAME PIC X(22).
           05 AM-BALANCE PIC 9(7)V99.
           05 AM-STATUS-CD PIC X.
           05 AM-LAST-ACT-DATE PIC 9(8).
           05 AM-CUST-ID PIC X(6).
           05 AM-HOLD-AMT PIC 9(7)V99.
           05 AM-HOLD-RELEASE PIC 9(8).
      *THE CASHIER'S RECEIPTS, APPENDED TO HERE. AN AUTO-DEBIT
      *RECEIPT IS NUMBERED 'MJ' AND THE BANK'S JOURNAL SEQUENCE AND
      *DATED WITH THE BANK'S POSTING DATE.
       FD PAYFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS PAY-REC.
       01 PAY-REC.
           05 PY-STUD-NUM PIC X(12).
           05 PY-OR-NUM.
              10 PY-OR-PFX PIC XX.
              10 PY-OR-SEQ PIC 9(4).
              10 FILLER PIC XX.
           05 PY-DATE PIC 9(8).
           05 PY-AMOUNT PIC 9(6)V99.
       FD OUTPUT1.
       01 REG-REC.
           05 FILLER PIC X(100).
       FD OUTPUT2.
       01 EXC-REC.
           05 FILLER PIC X(100).

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
           05 FILLER PIC X(42).
           05 FILLER PIC X(16) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(42).
       01 HDNG2.
           05 FILLER PIC X(35).
           05 FILLER PIC X(30) VALUE 'TUITION AUTO-DEBIT REGISTER'.
           05 FILLER PIC X(35).
       01 HDNG2-EXC.
           05 FILLER PIC X(30).
           05 FILLER PIC X(40) VALUE
              'AUTO-DEBIT EXCEPTIONS - COLLECTIONS DESK'.
           05 FILLER PIC X(30).
       01 DATE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 DTL-DATE PIC 9(8).
           05 FILLER PIC X(80) VALUE SPACES.
       01 RESULT-HDNG.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'RESULTS OF DEBITS SENT ON EARLIER RUNS'.
           05 FILLER PIC X(58) VALUE SPACES.
       01 SENT-HDNG.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'DEBITS SENT TO MJRC SAVINGS TODAY'.
           05 FILLER PIC X(58) VALUE SPACES.
       01 REG-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(6) VALUE ' ACCT '.
           05 FILLER PIC X(10) VALUE '  DATE    '.
           05 FILLER PIC X(11) VALUE '     AMOUNT'.
           05 FILLER PIC X(20) VALUE '  EVENT             '.
           05 FILLER PIC X(37) VALUE 'NOTE'.
       01 REG-LINE.
           05 FILLER PIC X(2).
           05 RGL-STUD PIC X(12).
           05 FILLER PIC X(2).
           05 RGL-ACCNO PIC X(3).
           05 FILLER PIC X(3).
           05 RGL-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 RGL-AMT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 RGL-EVENT PIC X(18).
           05 FILLER PIC X(2).
           05 RGL-NOTE PIC X(17).
           05 FILLER PIC X(20).
       01 EXC-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(6) VALUE ' ACCT '.
           05 FILLER PIC X(10) VALUE '  DATE    '.
           05 FILLER PIC X(14) VALUE '        AMOUNT'.
           05 FILLER PIC X(19) VALUE '  REASON           '.
           05 FILLER PIC X(35) VALUE 'ACTION'.
       01 EXC-LINE.
           05 FILLER PIC X(2).
           05 EXL-STUD PIC X(12).
           05 FILLER PIC X(2).
           05 EXL-ACCNO PIC X(3).
           05 FILLER PIC X(3).
           05 EXL-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 EXL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 EXL-REASON PIC X(17).
           05 FILLER PIC X(2).
           05 EXL-ACTION PIC X(24).
           05 FILLER PIC X(11).
       01 TOT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TTL-LABEL PIC X(30).
           05 TTL-CNT PIC ZZZ9.
           05 FILLER PIC X(9) VALUE '  AMOUNT '.
           05 TTL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43) VALUE SPACES.
       01 NO-CTL-LINE.
           05 FILLER PIC X(50) VALUE
              'RUN CONTROL CARD MISSING - RUN STOPPED'.
           05 FILLER PIC X(50) VALUE SPACES.
       01 BLANK-HEADING.
           05 FILLER PIC X(100).

      *------------- AUTHORIZATIONS IN MEMORY ----------------
       01 AUTH-TABLE.
           05 AT-COUNT PIC 9999 VALUE 0.
           05 AT-ENTRY OCCURS 500 TIMES.
              10 AT-STUD PIC X(12).
              10 AT-ACCNO PIC X(3).
              10 AT-SEQ PIC 9(4).
              10 AT-SIGNED-DATE PIC 9(8).
              10 AT-APPROVER PIC X(12).
              10 AT-STAT-CD PIC X.
              10 AT-LAST-DUE PIC 9(8).
              10 AT-PEND-STAT PIC X.
              10 AT-PEND-DATE PIC 9(8).
              10 AT-PEND-AMT PIC 9(5)V99.
              10 AT-ACK-DATE PIC 9(8).
       01 AT-IX PIC 9999.
       01 AT-CUR PIC 9999.
       01 AT-FOUND-SW PIC X(3) VALUE 'NO '.

      *------------- INSTALLMENT SCHEDULE IN MEMORY ----------
       01 INST-TABLE.
           05 IT-COUNT PIC 9999 VALUE 0.
           05 IT-ENTRY OCCURS 1500 TIMES.
              10 IT-STUD PIC X(12).
              10 IT-DUE-DATE PIC 9(8).
              10 IT-AMOUNT PIC 9(6)V99.
              10 IT-SURCH PIC 9(5)V99.
              10 IT-PAID PIC 9(6)V99.
       01 IT-IX PIC 9999.

      *------------- STUDENT LEDGER IN MEMORY ----------------
       01 LEDGER-TABLE.
           05 LT-COUNT PIC 9999 VALUE 0.
           05 LT-ENTRY OCCURS 500 TIMES.
              10 LT-STUD PIC X(12).
              10 LT-BALANCE PIC S9(7)V99.
       01 LT-IX PIC 9999.

       01 RC-STATUS PIC XX.
       01 DA-STATUS PIC XX.
       01 IN-STATUS PIC XX.
       01 LG-STATUS PIC XX.
       01 AM-STATUS PIC XX.
       01 DEBIT-OTHERS.
           05 RUN-DATE PIC 9(8) VALUE 0.
           05 DA-EOF PIC X(3) VALUE 'NO'.
           05 IN-EOF PIC X(3) VALUE 'NO'.
           05 LG-EOF PIC X(3) VALUE 'NO'.
           05 FA-EOF PIC X(3) VALUE 'NO'.
           05 FA-READ-CTR PIC 9(6) VALUE 0.
           05 NEWEST-DUE PIC 9(8) VALUE 0.
           05 SCHED-DUE PIC S9(7)V99 VALUE 0.
           05 INST-UNPAID PIC S9(7)V99 VALUE 0.
           05 LEDGER-DUE PIC S9(7)V99 VALUE 0.
           05 DEBIT-AMT PIC S9(7)V99 VALUE 0.
           05 RCPT-LEFT PIC S9(7)V99 VALUE 0.
           05 OLDEST-DUE PIC 9(8) VALUE 0.
           05 OLDEST-IX PIC 9999 VALUE 0.
           05 SENT-CTR PIC 9999 VALUE 0.
           05 SENT-AMT PIC 9(8)V99 VALUE 0.
           05 RCPT-CTR PIC 9999 VALUE 0.
           05 RCPT-AMT PIC 9(8)V99 VALUE 0.
           05 EXC-CTR PIC 9999 VALUE 0.
           05 EXC-AMT PIC 9(8)V99 VALUE 0.
           05 EXC-LINE-AMT PIC 9(7)V99 VALUE 0.

      *------------- RUN LOG ---------------------------------
       01 RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'TUITION-DEBIT  '.
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
           WRITE REG-REC FROM HDNG1.
           WRITE REG-REC FROM HDNG2.
           WRITE EXC-REC FROM HDNG1.
           WRITE EXC-REC FROM HDNG2-EXC.
           PERFORM READ-RUN-CONTROL-RTN.
      *A DEBIT DATED ZERO COULD NEVER BE MATCHED TO ITS
      *ACKNOWLEDGEMENT, SO THERE IS NO DEFAULT DATE.
           IF RUN-DATE = 0
               WRITE REG-REC FROM NO-CTL-LINE
               DISPLAY 'RUN CONTROL CARD MISSING - RUN STOPPED'
               CLOSE OUTPUT1, OUTPUT2
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           MOVE RUN-DATE TO DTL-DATE.
           WRITE REG-REC FROM DATE-LINE.
           WRITE EXC-REC FROM DATE-LINE.
           WRITE EXC-REC FROM BLANK-HEADING.
           WRITE EXC-REC FROM EXC-COLHD.
           PERFORM LOAD-AUTHORIZATIONS-RTN.
           PERFORM LOAD-SCHEDULE-RTN.
           PERFORM LOAD-LEDGER-RTN.
      *EVERY DEBIT CARRIES THE HOLDER'S NAME FROM THE BANK'S MASTER,
      *SO WITHOUT THE MASTER NOTHING IS SENT.
           OPEN INPUT ACCOUNT-MASTER.
           IF AM-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCOUNT-MASTER.DAT NOT AVAILABLE - STATUS '
                       AM-STATUS ' - RUN STOPPED'
               CLOSE OUTPUT1, OUTPUT2
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           OPEN EXTEND PAYFILE.
           OPEN EXTEND ACTIN.
           WRITE REG-REC FROM BLANK-HEADING.
           WRITE REG-REC FROM RESULT-HDNG.
           WRITE REG-REC FROM REG-COLHD.
           PERFORM PROCESS-ACKS-RTN.
           PERFORM CHECK-UNACKNOWLEDGED-RTN.
           WRITE REG-REC FROM BLANK-HEADING.
           WRITE REG-REC FROM SENT-HDNG.
           WRITE REG-REC FROM REG-COLHD.
           PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > AT-COUNT
               MOVE AT-IX TO AT-CUR
               PERFORM GENERATE-ONE-DEBIT-RTN
           END-PERFORM.
           PERFORM REWRITE-AUTHORIZATIONS-RTN.
           CLOSE PAYFILE, ACTIN, ACCOUNT-MASTER.
           WRITE REG-REC FROM BLANK-HEADING.
           MOVE 'DEBITS SENT TO THE BANK:      ' TO TTL-LABEL.
           MOVE SENT-CTR TO TTL-CNT.
           MOVE SENT-AMT TO TTL-AMT.
           WRITE REG-REC FROM TOT-LINE.
           MOVE 'RECEIPTS WRITTEN:             ' TO TTL-LABEL.
           MOVE RCPT-CTR TO TTL-CNT.
           MOVE RCPT-AMT TO TTL-AMT.
           WRITE REG-REC FROM TOT-LINE.
           MOVE 'EXCEPTIONS LISTED:            ' TO TTL-LABEL.
           MOVE EXC-CTR TO TTL-CNT.
           MOVE EXC-AMT TO TTL-AMT.
           WRITE REG-REC FROM TOT-LINE.
           WRITE EXC-REC FROM BLANK-HEADING.
           WRITE EXC-REC FROM TOT-LINE.
           CLOSE OUTPUT1, OUTPUT2.
           DISPLAY 'DEBITS SENT: ' SENT-CTR '  RECEIPTS: ' RCPT-CTR
                   '  EXCEPTIONS: ' EXC-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       READ-RUN-CONTROL-RTN.
           OPEN INPUT RUNCTL.
           IF RC-STATUS = '00'
               READ RUNCTL
                   AT END MOVE 0 TO RUN-DATE
                   NOT AT END
                       IF RC-DATE NUMERIC
                           MOVE RC-DATE TO RUN-DATE
                       END-IF
               END-READ
               CLOSE RUNCTL
           END-IF.

      *THE RUN-MAINTAINED FIELDS ARE BLANK ON A NEWLY KEYED
      *AUTHORIZATION AND START FROM ZERO.
       LOAD-AUTHORIZATIONS-RTN.
           OPEN INPUT AUTHFILE.
           IF DA-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO DA-EOF
               DISPLAY 'DEBITAUTH.TXT NOT AVAILABLE - NO DEBITS SENT'
           END-IF.
           PERFORM UNTIL DA-EOF = 'YES'
               READ AUTHFILE
                   AT END MOVE 'YES' TO DA-EOF
                   NOT AT END
                       IF AT-COUNT NOT < 500
                           PERFORM AUTH-FULL-RTN
                       END-IF
                       ADD 1 TO AT-COUNT
                       PERFORM TABLE-ONE-AUTH-RTN
               END-READ
           END-PERFORM.
           IF DA-STATUS NOT EQUAL TO '35'
               CLOSE AUTHFILE
           END-IF.

      *AN AUTHORIZATION LEFT OUT OF THE TABLE WOULD BE DROPPED FROM
      *THE REWRITTEN DEBITAUTH.TXT, SO THE RUN STOPS INSTEAD.
       AUTH-FULL-RTN.
           DISPLAY 'MORE THAN 500 AUTHORIZATIONS ON DEBITAUTH.TXT - '
                   'RUN STOPPED'
           CLOSE AUTHFILE, OUTPUT1, OUTPUT2.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       TABLE-ONE-AUTH-RTN.
           MOVE DA-STUD-NUM TO AT-STUD(AT-COUNT).
           MOVE DA-ACCNO TO AT-ACCNO(AT-COUNT).
           MOVE DA-APPROVER TO AT-APPROVER(AT-COUNT).
           MOVE DA-STAT-CD TO AT-STAT-CD(AT-COUNT).
           MOVE DA-PEND-STAT TO AT-PEND-STAT(AT-COUNT).
           MOVE 0 TO AT-SEQ(AT-COUNT).
           MOVE 0 TO AT-SIGNED-DATE(AT-COUNT).
           MOVE 0 TO AT-LAST-DUE(AT-COUNT).
           MOVE 0 TO AT-PEND-DATE(AT-COUNT).
           MOVE 0 TO AT-PEND-AMT(AT-COUNT).
           MOVE 0 TO AT-ACK-DATE(AT-COUNT).
           IF DA-SEQ NUMERIC
               MOVE DA-SEQ TO AT-SEQ(AT-COUNT)
           END-IF.
           IF DA-SIGNED-DATE NUMERIC
               MOVE DA-SIGNED-DATE TO AT-SIGNED-DATE(AT-COUNT)
           END-IF.
           IF DA-LAST-DUE NUMERIC
               MOVE DA-LAST-DUE TO AT-LAST-DUE(AT-COUNT)
           END-IF.
           IF DA-PEND-DATE NUMERIC
               MOVE DA-PEND-DATE TO AT-PEND-DATE(AT-COUNT)
           END-IF.
           IF DA-PEND-AMT NUMERIC
               MOVE DA-PEND-AMT TO AT-PEND-AMT(AT-COUNT)
           END-IF.
           IF DA-ACK-DATE NUMERIC
               MOVE DA-ACK-DATE TO AT-ACK-DATE(AT-COUNT)
           END-IF.

       LOAD-SCHEDULE-RTN.
           OPEN INPUT INSTALL-FILE.
           IF IN-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO IN-EOF
               DISPLAY 'INSTALL.TXT NOT AVAILABLE - NOTHING FALLS DUE'
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
                       MOVE IN-DUE-DATE TO IT-DUE-DATE(IT-COUNT)
                       MOVE IN-AMOUNT TO IT-AMOUNT(IT-COUNT)
                       MOVE IN-SURCHARGE TO IT-SURCH(IT-COUNT)
                       MOVE IN-PAID TO IT-PAID(IT-COUNT)
               END-READ
           END-PERFORM.
           IF IN-STATUS NOT EQUAL TO '35'
               CLOSE INSTALL-FILE
           END-IF.

       SCHEDULE-FULL-RTN.
           DISPLAY 'MORE THAN 1500 INSTALLMENTS ON INSTALL.TXT - '
                   'RUN STOPPED'
           CLOSE INSTALL-FILE, OUTPUT1, OUTPUT2.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       LOAD-LEDGER-RTN.
           OPEN INPUT LEDGER-FILE.
      *THE LEDGER CAPS EVERY DEBIT, SO WITHOUT IT NOTHING CAN BE
      *SENT SAFELY AND THE RUN STOPS AS FOR A MISSING CONTROL CARD.
           IF LG-STATUS NOT EQUAL TO '00'
               DISPLAY 'STUD-LEDGER.TXT NOT AVAILABLE - STATUS '
                       LG-STATUS ' - RUN STOPPED'
               CLOSE OUTPUT1, OUTPUT2
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM UNTIL LG-EOF = 'YES'
               READ LEDGER-FILE
                   AT END MOVE 'YES' TO LG-EOF
                   NOT AT END
                       IF LT-COUNT NOT < 500
                           PERFORM LEDGER-FULL-RTN
                       END-IF
                       ADD 1 TO LT-COUNT
                       MOVE LG-STUD-NUM TO LT-STUD(LT-COUNT)
                       COMPUTE LT-BALANCE(LT-COUNT) =
                               LG-ASSESSED + LG-SURCHARGE - LG-PAID
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

       LEDGER-FULL-RTN.
           DISPLAY 'MORE THAN 500 STUDENTS ON STUD-LEDGER.TXT - '
                   'RUN STOPPED'
           CLOSE LEDGER-FILE, OUTPUT1, OUTPUT2.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

      *================ RESULTS FROM THE BANK ==================
      *ONLY AN ACKNOWLEDGEMENT DATED ON OR AFTER THE DAY THE
      *OUTSTANDING DEBIT WAS SENT, FOR ITS ACCOUNT AND AMOUNT,
      *COUNTS; EARLIER ONES FOR THE SAME AUTHORIZATION WERE SETTLED
      *ON EARLIER RUNS AND ARE PASSED OVER.
       PROCESS-ACKS-RTN.
           OPEN INPUT FEEDACK.
           PERFORM UNTIL FA-EOF = 'YES'
               READ FEEDACK
                   AT END MOVE 'YES' TO FA-EOF
                   NOT AT END
                       ADD 1 TO FA-READ-CTR
                       IF FA-SRC-SYS = 'TD' AND FA-TC = 'W' AND
                          FA-SRC-SEQ NUMERIC
                           PERFORM ONE-ACK-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEEDACK.

       ONE-ACK-RTN.
           MOVE 'NO ' TO AT-FOUND-SW.
           PERFORM VARYING AT-IX FROM 1 BY 1
                   UNTIL AT-IX > AT-COUNT OR AT-FOUND-SW = 'YES'
               IF AT-SEQ(AT-IX) = FA-SRC-SEQ AND
                  AT-ACCNO(AT-IX) = FA-ACCNO
                   MOVE 'YES' TO AT-FOUND-SW
                   MOVE AT-IX TO AT-CUR
               END-IF
           END-PERFORM.
           IF AT-FOUND-SW = 'YES'
               IF (AT-PEND-STAT(AT-CUR) = 'W' OR
                   AT-PEND-STAT(AT-CUR) = 'H') AND
                  AT-PEND-DATE(AT-CUR) > 0 AND
                  FA-DATE NOT < AT-PEND-DATE(AT-CUR) AND
                  FA-AMOUNT = AT-PEND-AMT(AT-CUR)
                   EVALUATE FA-RESULT
                       WHEN 'P'
                           PERFORM RECORD-RECEIPT-RTN
                       WHEN 'H'
                           PERFORM RECORD-HELD-RTN
                       WHEN OTHER
                           PERFORM RECORD-REJECTION-RTN
                   END-EVALUATE
               END-IF
           END-IF.

      *THE POSTED DEBIT IS MONEY RECEIVED: IT GOES TO THE CASHIER
      *POSTING RUN AS AN OFFICIAL RECEIPT LIKE ANY OTHER PAYMENT.
      *THE CASHIER RUN HAS NOT POSTED IT YET, SO IT IS TAKEN OFF THE
      *LEDGER BALANCE AND THE SCHEDULE IN MEMORY HERE, AND A DEBIT
      *SENT LATER IN THIS RUN ASKS ONLY FOR WHAT IS STILL UNPAID.
       RECORD-RECEIPT-RTN.
           MOVE AT-STUD(AT-CUR) TO PY-STUD-NUM.
           MOVE SPACES TO PY-OR-NUM.
           MOVE 'MJ' TO PY-OR-PFX.
           MOVE FA-SEQ TO PY-OR-SEQ.
           MOVE FA-DATE TO PY-DATE.
           MOVE FA-AMOUNT TO PY-AMOUNT.
           WRITE PAY-REC.
           ADD 1 TO RCPT-CTR.
           ADD FA-AMOUNT TO RCPT-AMT.
           MOVE SPACE TO AT-PEND-STAT(AT-CUR).
           MOVE 0 TO AT-PEND-DATE(AT-CUR).
           MOVE 0 TO AT-PEND-AMT(AT-CUR).
           MOVE FA-DATE TO AT-ACK-DATE(AT-CUR).
           MOVE 'RECEIPT WRITTEN   ' TO RGL-EVENT.
           MOVE PY-OR-NUM TO RGL-NOTE.
           PERFORM WRITE-RESULT-LINE-RTN.
           PERFORM VARYING LT-IX FROM 1 BY 1 UNTIL LT-IX > LT-COUNT
               IF LT-STUD(LT-IX) = AT-STUD(AT-CUR)
                   SUBTRACT FA-AMOUNT FROM LT-BALANCE(LT-IX)
               END-IF
           END-PERFORM.
           MOVE FA-AMOUNT TO RCPT-LEFT.
           MOVE 1 TO OLDEST-IX.
           PERFORM UNTIL RCPT-LEFT NOT > 0 OR OLDEST-IX = 0
               PERFORM APPLY-TO-OLDEST-RTN
           END-PERFORM.

      *THE RECEIPT PAYS THE OLDEST UNPAID INSTALLMENT FIRST, AS
      *THE CASHIER RUN APPLIES A PAYMENT.
       APPLY-TO-OLDEST-RTN.
           MOVE 0 TO OLDEST-IX.
           MOVE 99999999 TO OLDEST-DUE.
           PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
               IF IT-STUD(IT-IX) = AT-STUD(AT-CUR) AND
                  IT-DUE-DATE(IT-IX) < OLDEST-DUE AND
                  IT-AMOUNT(IT-IX) + IT-SURCH(IT-IX) > IT-PAID(IT-IX)
                   MOVE IT-IX TO OLDEST-IX
                   MOVE IT-DUE-DATE(IT-IX) TO OLDEST-DUE
               END-IF
           END-PERFORM.
           IF OLDEST-IX > 0
               COMPUTE INST-UNPAID = IT-AMOUNT(OLDEST-IX)
                       + IT-SURCH(OLDEST-IX) - IT-PAID(OLDEST-IX)
               IF INST-UNPAID > RCPT-LEFT
                   MOVE RCPT-LEFT TO INST-UNPAID
               END-IF
               ADD INST-UNPAID TO IT-PAID(OLDEST-IX)
               SUBTRACT INST-UNPAID FROM RCPT-LEFT
           END-IF.

      *A DEBIT ABOVE THE BANK'S OWN LIMITS WAITS FOR A BANK CHECKER;
      *IT IS LISTED ONCE, AND STAYS OUTSTANDING UNTIL THE RELEASED
      *POSTING, OR THE CHECKER'S DECLINE, IS ACKNOWLEDGED.
       RECORD-HELD-RTN.
           IF AT-PEND-STAT(AT-CUR) = 'W'
               MOVE 'H' TO AT-PEND-STAT(AT-CUR)
               MOVE FA-DATE TO AT-ACK-DATE(AT-CUR)
               MOVE 'HELD AT BANK      ' TO RGL-EVENT
               MOVE FA-REASON TO RGL-NOTE
               PERFORM WRITE-RESULT-LINE-RTN
               MOVE FA-REASON TO EXL-REASON
               MOVE 'WAIT - BANK APPROVAL    ' TO EXL-ACTION
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.

      *A REJECTED DEBIT IS NOT SENT AGAIN: THE COLLECTIONS DESK
      *TAKES IT UP WITH THE FAMILY, AND THE NEXT DUE DATE DEBITS
      *WHATEVER IS STILL UNPAID BY THEN. A HELD DEBIT THE BANK'S
      *CHECKER DECLINED IS SETTLED THE SAME WAY.
       RECORD-REJECTION-RTN.
           MOVE SPACE TO AT-PEND-STAT(AT-CUR).
           MOVE 0 TO AT-PEND-DATE(AT-CUR).
           MOVE 0 TO AT-PEND-AMT(AT-CUR).
           MOVE FA-DATE TO AT-ACK-DATE(AT-CUR).
           IF FA-REASON = 'DECLINED BY CHKR '
               MOVE 'DECLINED AT BANK  ' TO RGL-EVENT
           ELSE
               MOVE 'REJECTED BY BANK  ' TO RGL-EVENT
           END-IF.
           MOVE FA-REASON TO RGL-NOTE.
           PERFORM WRITE-RESULT-LINE-RTN.
           MOVE FA-REASON TO EXL-REASON.
           EVALUATE FA-REASON
               WHEN 'OVERDRAFT        '
                   MOVE 'NO FUNDS IN ACCT' TO EXL-REASON
                   MOVE 'COLLECT AT CASHIER      ' TO EXL-ACTION
               WHEN 'ACCOUNT CLOSED   '
                   MOVE 'CANCEL AUTH, COLLECT    ' TO EXL-ACTION
               WHEN 'DECLINED BY CHKR '
                   MOVE 'COLLECT AT CASHIER      ' TO EXL-ACTION
               WHEN OTHER
                   MOVE 'CHECK AUTHORIZATION     ' TO EXL-ACTION
           END-EVALUATE.
           PERFORM WRITE-EXCEPTION-RTN.

      *A DEBIT SENT ON AN EARLIER BANK DATE WITH NO ANSWER AT ALL
      *NEVER REACHED THE POSTING RUN; IT IS SENT AGAIN TODAY.
       CHECK-UNACKNOWLEDGED-RTN.
           PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > AT-COUNT
               IF AT-PEND-STAT(AT-IX) = 'W' AND
                  AT-PEND-DATE(AT-IX) < RUN-DATE
                   MOVE AT-IX TO AT-CUR
                   MOVE AT-PEND-AMT(AT-CUR) TO FA-AMOUNT
                   MOVE AT-PEND-DATE(AT-CUR) TO FA-DATE
                   MOVE 'N' TO AT-PEND-STAT(AT-CUR)
                   MOVE 0 TO AT-PEND-DATE(AT-CUR)
                   MOVE 0 TO AT-PEND-AMT(AT-CUR)
                   MOVE 'NOT ACKNOWLEDGED  ' TO RGL-EVENT
                   MOVE 'SENT AGAIN TODAY ' TO RGL-NOTE
                   PERFORM WRITE-RESULT-LINE-RTN
               END-IF
           END-PERFORM.

       WRITE-RESULT-LINE-RTN.
           MOVE AT-STUD(AT-CUR) TO RGL-STUD.
           MOVE AT-ACCNO(AT-CUR) TO RGL-ACCNO.
           MOVE FA-DATE TO RGL-DATE.
           MOVE FA-AMOUNT TO RGL-AMT.
           WRITE REG-REC FROM REG-LINE.

       WRITE-EXCEPTION-RTN.
           MOVE FA-AMOUNT TO EXC-LINE-AMT.
           PERFORM WRITE-EXCEPTION-LINE-RTN.

       WRITE-EXCEPTION-LINE-RTN.
           MOVE AT-STUD(AT-CUR) TO EXL-STUD.
           MOVE AT-ACCNO(AT-CUR) TO EXL-ACCNO.
           MOVE FA-DATE TO EXL-DATE.
           MOVE EXC-LINE-AMT TO EXL-AMT.
           WRITE EXC-REC FROM EXC-LINE.
           ADD 1 TO EXC-CTR.
           ADD EXC-LINE-AMT TO EXC-AMT.

      *================ TODAY'S DEBITS =========================
      *AN ACTIVE, SIGNED AUTHORIZATION WITH NOTHING OUTSTANDING AT
      *THE BANK IS DEBITED WHEN AN INSTALLMENT HAS FALLEN DUE SINCE
      *ITS LAST DEBIT (OR THAT DEBIT WAS NEVER ACKNOWLEDGED), AND
      *NOT ON THE SAME BANK DATE AS ITS LAST ACKNOWLEDGEMENT.
       GENERATE-ONE-DEBIT-RTN.
           IF AT-STAT-CD(AT-CUR) = 'A' AND
              (AT-PEND-STAT(AT-CUR) = SPACE OR
               AT-PEND-STAT(AT-CUR) = 'N') AND
              AT-ACK-DATE(AT-CUR) < RUN-DATE
               PERFORM COMPUTE-AMOUNT-DUE-RTN
               IF NEWEST-DUE > AT-LAST-DUE(AT-CUR) OR
                  (AT-PEND-STAT(AT-CUR) = 'N' AND NEWEST-DUE > 0)
                   PERFORM SEND-DEBIT-RTN
               END-IF
           END-IF.

      *WHAT IS DUE IS THE UNPAID PART OF EVERY INSTALLMENT (AND ITS
      *SURCHARGE) DUE BY TODAY, CAPPED AT THE LEDGER BALANCE SO A
      *PAYMENT POSTED SINCE THE SCHEDULE WAS LAST REFRESHED IS
      *NEVER DEBITED A SECOND TIME.
       COMPUTE-AMOUNT-DUE-RTN.
           MOVE 0 TO NEWEST-DUE.
           MOVE 0 TO SCHED-DUE.
           MOVE 0 TO LEDGER-DUE.
           PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
               IF IT-STUD(IT-IX) = AT-STUD(AT-CUR) AND
                  IT-DUE-DATE(IT-IX) NOT > RUN-DATE
                   IF IT-DUE-DATE(IT-IX) > NEWEST-DUE
                       MOVE IT-DUE-DATE(IT-IX) TO NEWEST-DUE
                   END-IF
                   COMPUTE INST-UNPAID = IT-AMOUNT(IT-IX)
                           + IT-SURCH(IT-IX) - IT-PAID(IT-IX)
                   IF INST-UNPAID > 0
                       ADD INST-UNPAID TO SCHED-DUE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING LT-IX FROM 1 BY 1 UNTIL LT-IX > LT-COUNT
               IF LT-STUD(LT-IX) = AT-STUD(AT-CUR)
                   MOVE LT-BALANCE(LT-IX) TO LEDGER-DUE
               END-IF
           END-PERFORM.
           IF LEDGER-DUE < SCHED-DUE
               MOVE LEDGER-DUE TO DEBIT-AMT
           ELSE
               MOVE SCHED-DUE TO DEBIT-AMT
           END-IF.

      *THE DUE DATE IS MARKED DEBITED ONLY WHEN THE DEBIT GOES TO
      *THE BANK. AN UNSIGNED OR OVERSIZED DEBIT IS LISTED AGAIN ON
      *EVERY RUN UNTIL THE AUTHORIZATION IS PUT RIGHT OR THE FAMILY
      *PAYS AT THE CASHIER.
       SEND-DEBIT-RTN.
           MOVE SPACE TO AT-PEND-STAT(AT-CUR).
           MOVE RUN-DATE TO FA-DATE.
           EVALUATE TRUE
               WHEN DEBIT-AMT NOT > 0
                   CONTINUE
               WHEN AT-SIGNED-DATE(AT-CUR) = 0 OR
                    AT-APPROVER(AT-CUR) = SPACES OR
                    AT-SEQ(AT-CUR) = 0
                   MOVE DEBIT-AMT TO FA-AMOUNT
                   MOVE 'AUTH NOT SIGNED  ' TO EXL-REASON
                   MOVE 'COMPLETE AUTH, COLLECT  ' TO EXL-ACTION
                   PERFORM WRITE-EXCEPTION-RTN
               WHEN DEBIT-AMT > 99999.99
                   MOVE DEBIT-AMT TO EXC-LINE-AMT
                   MOVE 'OVER DEBIT LIMIT ' TO EXL-REASON
                   MOVE 'COLLECT AT CASHIER      ' TO EXL-ACTION
                   PERFORM WRITE-EXCEPTION-LINE-RTN
               WHEN OTHER
                   MOVE NEWEST-DUE TO AT-LAST-DUE(AT-CUR)
                   PERFORM WRITE-ACTIN-RTN
           END-EVALUATE.

      *THE BANK'S POSTING RUN REWRITES THE ACCOUNT NAME FROM THE
      *FEED, SO THE HOLDER'S OWN NAME GOES OUT AS IT STANDS ON THE
      *MASTER. THE TUITION REFERENCE TRAVELS IN CUSTID-IN ('TD' AND
      *THE AUTHORIZATION NUMBER) AND ON DEBITREG.TXT.
       WRITE-ACTIN-RTN.
           MOVE AT-ACCNO(AT-CUR) TO AM-ACCNO.
           READ ACCOUNT-MASTER
               INVALID KEY MOVE SPACES TO AM-ACCNAME
           END-READ.
           MOVE AT-ACCNO(AT-CUR) TO ACCNO-IN.
           MOVE AM-ACCNAME TO ACCNAME-IN.
           MOVE 'W' TO TC-IN.
           MOVE DEBIT-AMT TO AMOUNT-IN.
           MOVE SPACES TO TOACCNO-IN.
           MOVE 'TD' TO CI-SRC-SYS.
           MOVE AT-SEQ(AT-CUR) TO CI-SRC-SEQ.
           MOVE 'TUITION-DEBT' TO MAKER-IN.
           MOVE AT-APPROVER(AT-CUR) TO CHECKER-IN.
           WRITE REC-IN.
           MOVE 'W' TO AT-PEND-STAT(AT-CUR).
           MOVE RUN-DATE TO AT-PEND-DATE(AT-CUR).
           MOVE DEBIT-AMT TO AT-PEND-AMT(AT-CUR).
           ADD 1 TO SENT-CTR.
           ADD DEBIT-AMT TO SENT-AMT.
           MOVE AT-STUD(AT-CUR) TO RGL-STUD.
           MOVE AT-ACCNO(AT-CUR) TO RGL-ACCNO.
           MOVE RUN-DATE TO RGL-DATE.
           MOVE DEBIT-AMT TO RGL-AMT.
           MOVE 'SENT TO BANK      ' TO RGL-EVENT.
           MOVE SPACES TO RGL-NOTE.
           STRING 'DUE ' DELIMITED BY SIZE
                  NEWEST-DUE DELIMITED BY SIZE
                  INTO RGL-NOTE
           END-STRING.
           WRITE REG-REC FROM REG-LINE.

       REWRITE-AUTHORIZATIONS-RTN.
           IF AT-COUNT > 0
               OPEN OUTPUT AUTHFILE
               PERFORM VARYING AT-IX FROM 1 BY 1
                       UNTIL AT-IX > AT-COUNT
                   MOVE AT-STUD(AT-IX) TO DA-STUD-NUM
                   MOVE AT-ACCNO(AT-IX) TO DA-ACCNO
                   MOVE AT-SEQ(AT-IX) TO DA-SEQ
                   MOVE AT-SIGNED-DATE(AT-IX) TO DA-SIGNED-DATE
                   MOVE AT-APPROVER(AT-IX) TO DA-APPROVER
                   MOVE AT-STAT-CD(AT-IX) TO DA-STAT-CD
                   MOVE AT-LAST-DUE(AT-IX) TO DA-LAST-DUE
                   MOVE AT-PEND-STAT(AT-IX) TO DA-PEND-STAT
                   MOVE AT-PEND-DATE(AT-IX) TO DA-PEND-DATE
                   MOVE AT-PEND-AMT(AT-IX) TO DA-PEND-AMT
                   MOVE AT-ACK-DATE(AT-IX) TO DA-ACK-DATE
                   WRITE AUTH-REC
               END-PERFORM
               CLOSE AUTHFILE
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
           MOVE 'TUITION-DEBIT  ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE FA-READ-CTR TO RL-READ.
           COMPUTE RL-WRITTEN = SENT-CTR + RCPT-CTR.
           MOVE EXC-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
