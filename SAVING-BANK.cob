       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT RAW-INFILE ASSIGN TO "ACTIN.TXT".
           SELECT SORTWK ASSIGN TO "SORTWK.TMP".
           SELECT INFILE ASSIGN TO "ACTIN-SORTED.TXT".
           SELECT RUNCTL ASSIGN TO "RUNCTL.TXT"
               FILE STATUS IS RC-STATUS.
           SELECT OPTIONAL WTAXCTL ASSIGN TO "WTAXCTL.TXT".
           SELECT RATESCHED ASSIGN TO "RATESCHED.TXT"
               FILE STATUS IS RS-STATUS.
           SELECT OUTFILE ASSIGN TO "OUTACT.TXT".
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL.TXT".
           SELECT OPTIONAL FEEDACK ASSIGN TO "FEEDACK.TXT".
           SELECT OPERFILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OP-FILE-STATUS.
           SELECT OPTIONAL HOLDFILE ASSIGN TO "APPRHOLD.TXT".
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CM-STATUS.
           SELECT TIME-DEPOSIT ASSIGN TO "TIME-DEPOSIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCNO
               FILE STATUS IS TDF-STATUS.
           SELECT ACCOUNT-OWNER ASSIGN TO "ACCOUNT-OWNER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AO-KEY
               FILE STATUS IS AO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           05 RC-RATE PIC V999.
           05 RC-DORMANT-MOS PIC 99.
           05 RC-HOLD-DAYS PIC 99.
      *FINAL TAX CONTROL CARD: THE RATE WITHHELD FROM EVERY
      *INTEREST POSTING. NO CARD MEANS THE STANDARD 20% RATE.
       FD  WTAXCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS WTAXCTL-REC.
       01  WTAXCTL-REC.
           05 WC-RATE PIC V999.
      *RATE SCHEDULE BY BALANCE BAND, ONE BAND PER RECORD. THE
      *INTEREST AND FINAL-INTEREST POSTINGS LOOK EACH ACCOUNT'S
      *RATE UP HERE; THE SINGLE CARD RATE ONLY APPLIES WHEN THE
           05 RS-FROM-BAL PIC 9(7)V99.
           05 RS-TO-BAL PIC 9(7)V99.
           05 RS-RATE PIC V999.
      *THE TELLER LINES AND THE LINES THE FEEDING SYSTEMS APPEND
      *(STANDING ORDERS, TUITION DEBITS, COMMISSIONS) ARRIVE IN NO
      *PARTICULAR ACCOUNT ORDER, SO THE RAW FEED IS SORTED BY
      *ACCOUNT NUMBER BEFORE THE POSTING PASS - OTHERWISE ONE
      *ACCOUNT COULD BREAK TWICE AND TAKE ITS INTEREST TWICE. EACH
      *ACCOUNT'S LINES KEEP THEIR ARRIVAL ORDER, SO AN 'O' STILL
      *LEADS ITS 'J' OWNER LINES.
       FD  RAW-INFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS RAW-REC.
       01  RAW-REC.
           05 FILLER PIC X(66).
       SD  SORTWK
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS SORT-REC.
       01  SORT-REC.
           05 SRT-ACCNO PIC X(3).
           05 FILLER PIC X(63).
      *CUSTID-IN IS ONLY MEANINGFUL ON AN 'O' OR 'J' TRANSACTION,
      *WHERE IT MUST NAME A CUSTOMER ALREADY ON CUSTOMER-MASTER.DAT.
      *ON ANY OTHER CODE IT IS BLANK FOR TELLER WORK, OR CARRIES THE
      *SOURCE TAG OF THE SYSTEM THAT FED THE TRANSACTION (E.G.
      *'COMMFD' ON THE SALES COMMISSION DEPOSITS, 'SO' AND THE
      *ORDER NUMBER ON A STANDING ORDER TRANSFER) SO THE FEEDER CAN
      *BE TOLD WHAT BECAME OF IT ON FEEDACK.TXT.
      *MAKER-IN IS THE OPERATOR (OR FEEDING SYSTEM) THAT KEYED THE
      *LINE. A WITHDRAWAL, REVERSAL, TRANSFER OR CLOSE-OUT ABOVE THE
      *MAKER'S OWN LIMIT ALSO NEEDS CHECKER-IN, A SECOND OPERATOR
      *WHOSE LIMIT COVERS THE AMOUNT (THE BALANCE, ON A CLOSE-OUT),
      *OR IT IS HELD FOR APPROVAL INSTEAD OF POSTED.
       FD  INFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REC-IN.
       01  REC-IN.
           05 ACCNO-IN PIC X(3).
           05 AMOUNT-IN PIC 9(5)V99.
           05 TOACCNO-IN PIC X(3).
           05 CUSTID-IN PIC X(6).
           05 MAKER-IN PIC X(12).
           05 CHECKER-IN PIC X(12).
      *ALTERNATE VIEW FOR TC 'R' CORRECTIONS: THE NAME FIELD
      *CARRIES THE JR-DATE/JR-SEQ OF THE JOURNAL LEG BEING BACKED
      *OUT, AND THE AMOUNT MUST MATCH THE ORIGINAL EXACTLY.
           05 FILLER PIC X(3).
           05 RV-ORIG-DATE PIC 9(8).
           05 RV-ORIG-SEQ PIC 9(4).
           05 FILLER PIC X(51).
      *ALTERNATE VIEW FOR TC 'J' OWNER LINES, WHICH FOLLOW AN 'O'
      *FOR THE SAME ACCOUNT: CUSTID-IN NAMES THE CO-OWNER AND THE
      *FIRST BYTE OF THE TRANSFER FIELD CARRIES THE OWNER'S ROLE.
       01  REC-IN-OWNER.
           05 FILLER PIC X(33).
           05 OW-ROLE-IN PIC X.
           05 FILLER PIC X(32).
       FD  OUTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 86 CHARACTERS
       05  FILLER PIC X(86).
      *MACHINE-READABLE RECORD OF EVERY ACCEPTED POSTING: WHO, WHAT,
      *HOW MUCH, BALANCE BEFORE AND AFTER, RUN DATE AND SEQUENCE.
      *JR-TC 'XC' IS THE CREDIT LEG OF A TRANSFER, 'I ' IS INTEREST
      *(GROSS) AND 'WT' THE FINAL TAX WITHHELD FROM IT.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           05 JR-BAL-AFTER PIC 9(7)V99.
           05 JR-DATE PIC 9(8).
           05 JR-SEQ PIC 9(4).
      *ONE ACKNOWLEDGEMENT PER SOURCE-TAGGED TRANSACTION: POSTED
      *('P') WITH THE DATE/SEQ OF THE JOURNAL LEG IT WROTE, OR
      *REJECTED ('R') WITH THE REASON FROM THE EXCEPTION LINE, OR
      *HELD ('H') ON APPRHOLD.TXT UNTIL A CHECKER APPROVES IT.
       FD  FEEDACK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS FEEDACK-REC.
       01  FEEDACK-REC.
           05 FA-SOURCE PIC X(6).
           05 FA-ACCNO PIC X(3).
           05 FA-TC PIC X.
           05 FA-AMOUNT PIC 9(5)V99.
           05 FA-DATE PIC 9(8).
           05 FA-SEQ PIC 9(4).
           05 FA-RESULT PIC X.
           05 FA-REASON PIC X(17).
      *OPERATOR SIGN-ON FILE, SHARED BY EVERY RUN THAT TAKES KEYED
      *WORK. OP-LEVEL 1 MAY KEY (MAKER), 2 AND ABOVE MAY ALSO
      *APPROVE ANOTHER OPERATOR'S WORK (CHECKER). OP-LIMIT IS THE
      *LARGEST AMOUNT THE OPERATOR MAY POST OR APPROVE. ONLY AN
      *'A' (ACTIVE) OPERATOR COUNTS.
       FD  OPERFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS OPER-REC.
       01  OPER-REC.
           05 OP-ID PIC X(12).
           05 OP-NAME PIC X(25).
           05 OP-LEVEL PIC 9.
           05 OP-STATUS PIC X.
           05 OP-LIMIT PIC 9(7)V99.
      *TRANSACTIONS HELD FOR A CHECKER'S APPROVAL, SHARED BY EVERY
      *DUAL-CONTROL RUN AND CLEARED BY THE APPROVAL RUN. AH-IMAGE IS
      *THE CARD AS KEYED SO IT CAN BE RELEASED UNCHANGED.
       FD  HOLDFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 201 CHARACTERS
           DATA RECORD IS HOLD-REC.
       01  HOLD-REC.
           05 AH-HOLD-NO PIC 9(6).
           05 AH-PROGRAM PIC X(15).
           05 AH-DATE PIC 9(8).
           05 AH-MAKER PIC X(12).
           05 AH-CHECKER PIC X(12).
           05 AH-REASON PIC X(17).
           05 AH-KEY PIC X(12).
           05 AH-AMOUNT PIC 9(7)V99.
           05 AH-IMAGE PIC X(110).
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           05 AM-HOLD-AMT PIC 9(7)V99.
           05 AM-HOLD-RELEASE PIC 9(8).
      *CUSTOMER INFORMATION FILE, MAINTAINED BY THE CUSTOMER-MAINT
      *RUN. READ HERE TO PROVE THE OWNER OF AN 'O' EXISTS, AND FOR
      *THE OWNER'S TAX CODE WHEN INTEREST POSTS ('E' IS EXEMPT).
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS CM-REC.
       01  CM-REC.
           05 CM-CUST-ID PIC X(6).
           05 CM-ADDRESS PIC X(40).
           05 CM-ID-TYPE PIC X(10).
           05 CM-ID-NUMBER PIC X(15).
           05 CM-TAX-CD PIC X.
      *TIME DEPOSIT CONTRACTS, BOOKED AND MATURED BY THE
      *TIME-DEPOSIT RUN. AN ACCOUNT WITH A RECORD HERE IS A
      *CERTIFICATE: NO DEPOSITS, NO PASSBOOK INTEREST, NO
      *WITHDRAWALS WHILE IT RUNS ('A'), AND AN EARLY CLOSE PAYS
      *THE PRE-TERMINATION PENALTY. ONCE MATURED AND HELD ('H') THE
      *FUNDS MAY BE WITHDRAWN, TRANSFERRED OR CLOSED OUT FREELY.
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
      *ACCOUNT OWNERSHIP, ONE RECORD PER CUSTOMER WITH A SHARE IN
      *THE ACCOUNT. AO-ROLE: 'P' PRIMARY (THE AM-CUST-ID OWNER),
      *'O' JOINT-OR (EITHER MAY SIGN), 'A' JOINT-AND (ALL MUST
      *SIGN), 'T' TRUSTEE. AN ACCOUNT OPENED BEFORE THIS FILE
      *EXISTED HAS NO RECORDS HERE AND IS OWNED BY AM-CUST-ID ALONE.
       FD  ACCOUNT-OWNER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS AO-REC.
       01  AO-REC.
           05 AO-KEY.
              10 AO-ACCNO PIC X(3).
              10 AO-CUST-ID PIC X(6).
           05 AO-ROLE PIC X.
           05 AO-ADD-DATE PIC 9(8).

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
           05 FILLER PIC X(30) VALUE "TOTAL INTEREST EARNED:        ".
           05 TOTINT-OUT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(37) VALUE SPACES.
       01  TOTWTREC.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL FINAL TAX WITHHELD:     ".
           05 TOTWT-OUT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(33) VALUE SPACES.
       01  TOTODREC.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL OVERDRAFTS PREVENTED:   ".
           05 FILLER PIC X(30) VALUE "TOTAL ACCOUNTS OPENED:        ".
           05 TOTOP-OUT PIC Z9.
           05 FILLER PIC X(37) VALUE SPACES.
       01  TOTOWREC.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL JOINT OWNERS ADDED:     ".
           05 TOTOW-OUT PIC Z9.
           05 FILLER PIC X(37) VALUE SPACES.
       01  TOTCLREC.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL ACCOUNTS CLOSED:        ".
           05 EXCPT-BC-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(17) VALUE SPACES.

      *------------------- OPERATOR CONTROL EXCEPTIONS ---------
       01  EXCPT-MAKER-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "BAD MAKER ID: ".
           05 EXCPT-MK-ACCNO PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "CODE: ".
           05 EXCPT-MK-CODE PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "MAKER: ".
           05 EXCPT-MK-MAKER PIC X(12).
           05 FILLER PIC X(26) VALUE SPACES.
       01  EXCPT-HELD-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "HELD FOR APPROVAL: ".
           05 EXCPT-HL-ACCNO PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "CODE: ".
           05 EXCPT-HL-CODE PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "AMOUNT: ".
           05 EXCPT-HL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "HOLD NO: ".
           05 EXCPT-HL-NO PIC 9(6).
           05 FILLER PIC X VALUE SPACES.

      *------------------- ACCOUNT STATUS EXCEPTION ------------
       01  EXCPT-STATUS-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DTL-BAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE SPACES.
       01  INT-TAX-LINE.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "INTEREST: ".
           05 ITL-GROSS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  TAX: ".
           05 ITL-TAX PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  NET: ".
           05 ITL-NET PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ITL-NOTE PIC X(10).
           05 FILLER PIC X VALUE SPACE.

       01  TEMP-VARIABLES.
           05 DCTR PIC 99 VALUE 0.
           05 CM-AVAIL-SW PIC X VALUE 'N'.
           05 CM-FOUND-SW PIC X(3) VALUE 'NO '.

      *------------------- ACCOUNT OWNERSHIP -------------------
       01  OWNER-VARS.
           05 AO-STATUS PIC XX.
           05 OWNER-OPEN-ACCNO PIC X(3) VALUE SPACES.
           05 OWNERS-CTR PIC 99 VALUE 0.

      *------------------- TIME DEPOSIT CONTRACTS --------------
       01  TIME-DEPOSIT-VARS.
           05 TDF-STATUS PIC XX.
           05 TD-AVAIL-SW PIC X VALUE 'N'.
           05 ACCT-TD-SW PIC X(3) VALUE 'NO '.
           05 ACCT-TD-STAT-WK PIC X VALUE SPACE.
           05 DEST-TD-SW PIC X(3) VALUE 'NO '.
           05 PT-PENALTY PIC 9(7)V99 VALUE 0.
           05 PT-CNT PIC 999 VALUE 0.
           05 PT-AMT PIC 9(8)V99 VALUE 0.

      *------------------- INTEREST COMPUTATION ----------------
       01  INTEREST-VARIABLES.
           05 INTEREST-RATE PIC V999 VALUE .005.
           05 INTEREST-EARNED PIC 9(7)V99 VALUE 0.
           05 TOT-INTEREST PIC 9(7)V99 VALUE 0.

      *------------------- FINAL TAX ON INTEREST ---------------
       01  WTAX-VARIABLES.
           05 WTAX-RATE PIC V999 VALUE .200.
           05 WTAX-CARD-SW PIC X VALUE 'N'.
           05 WTAX-BASE PIC 9(7)V99 VALUE 0.
           05 WTAX-AMT PIC 9(7)V99 VALUE 0.
           05 TOT-WTAX PIC 9(7)V99 VALUE 0.
           05 WTAX-CNT PIC 999 VALUE 0.
           05 WTAX-EXEMPT-CNT PIC 999 VALUE 0.
           05 TAX-EXEMPT-SW PIC X(3) VALUE 'NO '.
       01  WTAX-PARM-LINE.
           05 FILLER PIC X(23) VALUE 'FINAL TAX ON INTEREST: '.
           05 WTP-RATE PIC .999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WTP-SOURCE PIC X(30).
           05 FILLER PIC X(27) VALUE SPACES.

      *------------------- TIERED RATE SCHEDULE ----------------
       01  RATE-TABLE.
           05 RT-ENTRY OCCURS 20 TIMES INDEXED BY RT-IX.
           05 CLOSED-CTR PIC 99 VALUE 0.
           05 BADACCT-CTR PIC 99 VALUE 0.
           05 TXN-READ-CTR PIC 9(4) VALUE 0.
           05 MAKER-REJ-CTR PIC 99 VALUE 0.

      *------------------- OPERATORS / DUAL CONTROL ------------
       01  OPERATOR-TABLE.
           05 OT-COUNT PIC 999 VALUE 0.
           05 OT-ENTRY OCCURS 200 TIMES.
              10 OT-ID PIC X(12).
              10 OT-LEVEL PIC 9.
              10 OT-STATUS PIC X.
              10 OT-LIMIT PIC 9(7)V99.
       01  OPERATOR-WORK.
           05 OP-FILE-STATUS PIC XX.
           05 OT-EOF PIC X(3) VALUE 'NO '.
           05 OT-IX PIC 999.
           05 OPR-KEY PIC X(12).
           05 OPR-FOUND-SW PIC X(3) VALUE 'NO '.
           05 OPR-LEVEL PIC 9 VALUE 0.
           05 OPR-LIMIT PIC 9(7)V99 VALUE 0.
           05 MAKER-OK-SW PIC X(3) VALUE 'NO '.
           05 MAKER-LIMIT PIC 9(7)V99 VALUE 0.
           05 DUAL-AMT PIC 9(7)V99 VALUE 0.
           05 CHECKER-OK-SW PIC X(3) VALUE 'NO '.
           05 TXN-HELD-SW PIC X VALUE 'N'.
           05 HOLD-EOF PIC X(3) VALUE 'NO '.
           05 HOLD-LAST-NO PIC 9(6) VALUE 0.

      *------------------- FEEDER ACKNOWLEDGEMENT --------------
       01  FEEDACK-VARS.
           05 ACK-SEQ-START PIC 9(4) VALUE 0.
           05 ACK-REASON PIC X(17) VALUE SPACES.
           05 ACK-CTR PIC 9(4) VALUE 0.

      *------------------- REVERSAL PROCESSING -----------------
      *PRIOR JOURNAL LEGS ARE TABLED AT START-UP (AND EVERY LEG
           05 XFR-CNT PIC 999 VALUE 0.
           05 XFR-AMT PIC 9(8)V99 VALUE 0.
           05 CLS-AMT PIC 9(8)V99 VALUE 0.
           05 HLD-CNT PIC 999 VALUE 0.
           05 HLD-AMT PIC 9(8)V99 VALUE 0.
           05 NET-CASH PIC S9(8)V99 VALUE 0.
       01  PROOF-HDR-LINE.
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'SAVING-BANK    '.
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
           PERFORM PROCESS-RTN THRU PROCESS-END UNTIL EOFSW = 'YES'.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INIT-RTN.
           PERFORM LOAD-OPERATORS-RTN.
           PERFORM SEED-HOLD-NO-RTN.
           PERFORM LOAD-JOURNAL-LOOKUP-RTN.
           SORT SORTWK ON ASCENDING KEY SRT-ACCNO
               WITH DUPLICATES IN ORDER
               USING RAW-INFILE GIVING INFILE.
           OPEN INPUT INFILE OUTPUT OUTFILE
                EXTEND JOURNAL-FILE
                EXTEND FEEDACK
                EXTEND HOLDFILE.
           PERFORM READ-RUN-CONTROL-RTN.
      *THE DETAIL SWITCH, INTEREST FLAG AND RATE HAVE DEFAULTS, BUT
      *THERE IS NO DEFAULT PROCESSING DATE - POSTING WITH DATE ZERO
               MOVE END-RPT-LINE TO ACT-PRT
               PERFORM WRITE-ACT-RTN
               DISPLAY 'RUN CONTROL CARD MISSING - RUN STOPPED'
               CLOSE INFILE, OUTFILE, JOURNAL-FILE, FEEDACK,
                     HOLDFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM SEED-JRN-SEQ-RTN.
           PERFORM READ-WTAX-CONTROL-RTN.
           PERFORM LOAD-RATESCHED-RTN.
           PERFORM OPEN-ACCOUNT-MASTER-RTN.
           PERFORM OPEN-ACCOUNT-OWNER-RTN.
           OPEN INPUT CUSTOMER-MASTER.
           IF CM-STATUS = '00'
               MOVE 'Y' TO CM-AVAIL-SW
           END-IF.
      *NO CONTRACT FILE MEANS NO CERTIFICATES HAVE BEEN BOOKED YET
      *AND EVERY ACCOUNT IS AN ORDINARY PASSBOOK ACCOUNT.
           OPEN I-O TIME-DEPOSIT.
           IF TDF-STATUS = '00'
               MOVE 'Y' TO TD-AVAIL-SW
           END-IF.
           READ INFILE
               AT END MOVE 'YES' TO EOFSW
               NOT END MOVE ACCNO-IN TO TACCNO,
           MOVE HOLD-DAYS TO PARM-HOLD.
           MOVE RUNCTL-PARM-LINE TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           MOVE WTAX-RATE TO WTP-RATE.
           IF WTAX-CARD-SW = 'Y'
               MOVE 'FROM WTAXCTL.TXT' TO WTP-SOURCE
           ELSE
               MOVE 'STANDARD RATE - NO WTAXCTL.TXT' TO WTP-SOURCE
           END-IF.
           MOVE WTAX-PARM-LINE TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           PERFORM WRITE-SCHED-RTN.
           MOVE BLANK-LINE TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
               MOVE 'Y' TO RUNCTL-MISSING-SW
           END-IF.

       READ-WTAX-CONTROL-RTN.
           OPEN INPUT WTAXCTL.
           READ WTAXCTL
               AT END CONTINUE
               NOT AT END
                   IF WC-RATE NUMERIC
                       MOVE WC-RATE TO WTAX-RATE
                       MOVE 'Y' TO WTAX-CARD-SW
                   END-IF
           END-READ.
           CLOSE WTAXCTL.

       OPEN-ACCOUNT-MASTER-RTN.
           OPEN I-O ACCOUNT-MASTER.
           IF AM-STATUS = '35'
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER.

       OPEN-ACCOUNT-OWNER-RTN.
           OPEN I-O ACCOUNT-OWNER.
           IF AO-STATUS = '35'
               OPEN OUTPUT ACCOUNT-OWNER
               CLOSE ACCOUNT-OWNER
               OPEN I-O ACCOUNT-OWNER.

      *THE FILE IS OPTIONAL, SO A FIRST-EVER RUN SIMPLY LOADS AN
      *EMPTY TABLE AND EVERY REVERSAL REJECTS AS NOT FOUND.
      *WHEN THE JOURNAL HAS OUTGROWN THE TABLE THE NEWEST LEGS ARE
           IF ACCNO-IN NOT EQUAL TO TACCNO
               MOVE 'N' TO EOF-BREAK-SW
               PERFORM ACCNT-BREAK-RTN THRU ACCNT-BREAK-END.
           MOVE JRN-SEQ TO ACK-SEQ-START.
           MOVE SPACES TO ACK-REASON.
           MOVE 'N' TO TXN-HELD-SW.
           PERFORM CHECK-MAKER-CHECKER-RTN.
           EVALUATE TRUE
               WHEN MAKER-OK-SW NOT EQUAL TO 'YES'
                   PERFORM WRITE-MAKER-EXCEPTION-RTN
               WHEN CHECKER-OK-SW NOT EQUAL TO 'YES'
                   PERFORM HOLD-FOR-APPROVAL-RTN
               WHEN OTHER
                   EVALUATE TC-IN
                       WHEN 'O'
                           PERFORM OPEN-ACCOUNT-RTN
                       WHEN 'C'
                           PERFORM CLOSE-ACCOUNT-RTN
                       WHEN 'D'
                           PERFORM POST-DEPOSIT-RTN
                       WHEN 'K'
                           PERFORM POST-CHECK-DEPOSIT-RTN
                       WHEN 'W'
                           PERFORM POST-WITHDRAWAL-RTN
                       WHEN 'X'
                           PERFORM POST-TRANSFER-RTN
                       WHEN 'R'
                           PERFORM POST-REVERSAL-RTN
                       WHEN 'J'
                           PERFORM ADD-JOINT-OWNER-RTN
                       WHEN OTHER
                           PERFORM UNRECOGNIZED-CODE-RTN
                   END-EVALUATE
           END-EVALUATE.
      *OWNER LINES MUST FOLLOW THEIR 'O' DIRECTLY; ANY OTHER
      *TRANSACTION ENDS THE OPENING.
           IF TC-IN NOT EQUAL TO 'O' AND TC-IN NOT EQUAL TO 'J'
               MOVE SPACES TO OWNER-OPEN-ACCNO
           END-IF.
           IF TC-IN NOT EQUAL TO 'O' AND TC-IN NOT EQUAL TO 'J' AND
              CUSTID-IN NOT EQUAL TO SPACES
               PERFORM WRITE-FEEDACK-RTN
           END-IF.
           READ INFILE
               AT END MOVE 'YES' TO EOFSW
                       MOVE 'Y' TO EOF-BREAK-SW
                       PERFORM ACCNT-BREAK-RTN THRU ACCNT-BREAK-END.
       PROCESS-END.

      *A TAGGED TRANSACTION THAT WROTE A JOURNAL LEG POSTED, AND ITS
      *FIRST LEG (THE ONE ON THE ACCOUNT ITSELF) IS THE REFERENCE;
      *ONE THAT WROTE NOTHING WAS REJECTED ON AN EXCEPTION LINE,
      *UNLESS IT WAS HELD FOR A CHECKER.
       WRITE-FEEDACK-RTN.
           MOVE CUSTID-IN TO FA-SOURCE.
           MOVE ACCNO-IN TO FA-ACCNO.
           MOVE TC-IN TO FA-TC.
           MOVE AMOUNT-IN TO FA-AMOUNT.
           MOVE RUN-DATE TO FA-DATE.
           EVALUATE TRUE
               WHEN TXN-HELD-SW = 'Y'
                   MOVE 0 TO FA-SEQ
                   MOVE 'H' TO FA-RESULT
                   MOVE 'HELD FOR APPROVAL' TO FA-REASON
               WHEN JRN-SEQ > ACK-SEQ-START
                   COMPUTE FA-SEQ = ACK-SEQ-START + 1
                   MOVE 'P' TO FA-RESULT
                   MOVE SPACES TO FA-REASON
               WHEN OTHER
                   MOVE 0 TO FA-SEQ
                   MOVE 'R' TO FA-RESULT
                   MOVE ACK-REASON TO FA-REASON
           END-EVALUATE.
           WRITE FEEDACK-REC.
           ADD 1 TO ACK-CTR.

      *AN 'O' TRANSACTION IS THE ONLY WAY AN ACCOUNT COMES INTO
      *EXISTENCE; THE AMOUNT IS THE OPENING DEPOSIT. THE OPENING
      *CUSTOMER MUST ALREADY BE ON THE CUSTOMER MASTER - NEW
      *CUSTOMERS ARE ADDED BY THE CUSTOMER-MAINT RUN, NEVER BY AN
      *UNKNOWN ID IN THE TELLER FEED. THE OPENING CUSTOMER BECOMES
      *THE PRIMARY OWNER; ANY CO-OWNERS FOLLOW ON 'J' LINES.
       OPEN-ACCOUNT-RTN.
           MOVE SPACES TO OWNER-OPEN-ACCNO.
           IF ACCT-ON-FILE-SW = 'YES'
               MOVE 'ALREADY ON FILE  ' TO EXCPT-ST-REASON
               PERFORM WRITE-STATUS-EXCEPTION-RTN
                   MOVE BALANCE TO JW-AFTER
                   PERFORM WRITE-JOURNAL-RTN
                   PERFORM WRITE-DETAIL-LINE-RTN
                   MOVE TACCNO TO AO-ACCNO
                   MOVE CUSTID-IN TO AO-CUST-ID
                   MOVE 'P' TO AO-ROLE
                   MOVE RUN-DATE TO AO-ADD-DATE
                   WRITE AO-REC
                       INVALID KEY REWRITE AO-REC
                   END-WRITE
                   MOVE TACCNO TO OWNER-OPEN-ACCNO
               END-IF
           END-IF.

      *A 'J' LINE ADDS ONE CO-OWNER TO THE ACCOUNT JUST OPENED BY
      *THE 'O' AHEAD OF IT. THE CO-OWNER MUST BE ON THE CUSTOMER
      *MASTER LIKE THE PRIMARY, AND MAY APPEAR ONLY ONCE.
       ADD-JOINT-OWNER-RTN.
           IF OWNER-OPEN-ACCNO NOT EQUAL TO TACCNO
               MOVE 'OWNER W/O OPENING' TO EXCPT-ST-REASON
               PERFORM WRITE-STATUS-EXCEPTION-RTN
           ELSE IF OW-ROLE-IN NOT EQUAL TO 'O' AND
                   OW-ROLE-IN NOT EQUAL TO 'A' AND
                   OW-ROLE-IN NOT EQUAL TO 'T'
               MOVE 'BAD OWNER ROLE   ' TO EXCPT-ST-REASON
               PERFORM WRITE-STATUS-EXCEPTION-RTN
           ELSE
               PERFORM CHECK-CUSTOMER-RTN
               IF CM-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE 'CUST NOT ON FILE ' TO EXCPT-ST-REASON
                   PERFORM WRITE-STATUS-EXCEPTION-RTN
               ELSE
                   MOVE TACCNO TO AO-ACCNO
                   MOVE CUSTID-IN TO AO-CUST-ID
                   MOVE OW-ROLE-IN TO AO-ROLE
                   MOVE RUN-DATE TO AO-ADD-DATE
                   WRITE AO-REC
                       INVALID KEY
                           MOVE 'OWNER ON FILE    ' TO EXCPT-ST-REASON
                           PERFORM WRITE-STATUS-EXCEPTION-RTN
                       NOT INVALID KEY
                           ADD 1 TO OWNERS-CTR
                           PERFORM WRITE-DETAIL-LINE-RTN
                   END-WRITE
               END-IF
           END-IF.

           IF ACCT-OK-SW NOT EQUAL TO 'YES'
               PERFORM WRITE-STATUS-EXCEPTION-RTN
           ELSE
               IF ACCT-TD-SW = 'YES'
                   PERFORM CLOSE-TIME-DEPOSIT-RTN
               ELSE
                   PERFORM POST-FINAL-INTEREST-RTN
               END-IF
               MOVE TACCNO TO CLOSE-ACCNO
               MOVE CLOSE-INT TO CLOSE-INT-OUT
               MOVE BALANCE TO CLOSE-PAID-OUT
               PERFORM WRITE-JOURNAL-RTN
           END-IF.

      *FINAL INTEREST IS JOURNALED AS ITS OWN 'I ' LEG SO THE SUM OF
      *'I ' RECORDS TIES TO TOTAL INTEREST EARNED, AND THE 'C '
      *PAYOUT LEG BALANCES (BEFORE MINUS AMOUNT EQUALS AFTER).
       POST-FINAL-INTEREST-RTN.
           MOVE BALANCE TO JW-BEFORE.
           PERFORM LOOKUP-RATE-RTN.
           COMPUTE CLOSE-INT ROUNDED = BALANCE * USE-RATE.
           ADD CLOSE-INT TO BALANCE.
           ADD CLOSE-INT TO TOT-INTEREST.
           MOVE TACCNO TO JW-ACCNO.
           MOVE 'I ' TO JW-TC.
           MOVE CLOSE-INT TO JW-AMOUNT.
           MOVE BALANCE TO JW-AFTER.
           PERFORM WRITE-JOURNAL-RTN.
           IF CLOSE-INT > 0
               MOVE CLOSE-INT TO WTAX-BASE
               PERFORM WITHHOLD-TAX-RTN
           END-IF.

      *FINAL TAX IS WITHHELD THE MOMENT INTEREST POSTS, AS ITS OWN
      *'WT' LEG RIGHT AFTER THE 'I ' LEG, SO THE JOURNAL CARRIES
      *GROSS INTEREST AND TAX SEPARATELY AND THE MONTH-END
      *REMITTANCE RUN CAN TOTAL THE 'WT' LEGS. THE ACCOUNT'S OWNER
      *OF RECORD (AM-CUST-ID) DECIDES THE EXEMPTION. THE PASSBOOK
      *LISTING SHOWS GROSS, TAX AND NET UNDER THE ACCOUNT.
       WITHHOLD-TAX-RTN.
           MOVE 0 TO WTAX-AMT.
           PERFORM CHECK-TAX-EXEMPT-RTN.
           IF TAX-EXEMPT-SW = 'YES'
               ADD 1 TO WTAX-EXEMPT-CNT
           ELSE
               COMPUTE WTAX-AMT ROUNDED = WTAX-BASE * WTAX-RATE
           END-IF.
           IF WTAX-AMT > 0
               MOVE BALANCE TO JW-BEFORE
               SUBTRACT WTAX-AMT FROM BALANCE
               ADD WTAX-AMT TO TOT-WTAX
               ADD 1 TO WTAX-CNT
               MOVE TACCNO TO JW-ACCNO
               MOVE 'WT' TO JW-TC
               MOVE WTAX-AMT TO JW-AMOUNT
               MOVE BALANCE TO JW-AFTER
               PERFORM WRITE-JOURNAL-RTN
           END-IF.
           IF DETAIL-MODE-SW = 'Y'
               MOVE WTAX-BASE TO ITL-GROSS
               MOVE WTAX-AMT TO ITL-TAX
               COMPUTE ITL-NET = WTAX-BASE - WTAX-AMT
               IF TAX-EXEMPT-SW = 'YES'
                   MOVE 'TAX EXEMPT' TO ITL-NOTE
               ELSE
                   MOVE SPACES TO ITL-NOTE
               END-IF
               MOVE INT-TAX-LINE TO ACT-PRT
               PERFORM WRITE-ACT-RTN
           END-IF.

      *AN ACCOUNT WITH NO OWNER ON FILE, OR A RUN WITHOUT THE
      *CUSTOMER MASTER, IS TAXED - EXEMPTION MUST BE PROVEN.
       CHECK-TAX-EXEMPT-RTN.
           MOVE 'NO ' TO TAX-EXEMPT-SW.
           IF CM-AVAIL-SW = 'Y' AND ACCT-CUST-WK NOT EQUAL TO SPACES
               MOVE ACCT-CUST-WK TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY MOVE 'NO ' TO TAX-EXEMPT-SW
                   NOT INVALID KEY
                       IF CM-TAX-CD = 'E'
                           MOVE 'YES' TO TAX-EXEMPT-SW
                       END-IF
               END-READ
           END-IF.

      *A CERTIFICATE EARNS NO PASSBOOK INTEREST ON CLOSING. ONE
      *MATURED AND HELD HAS ALREADY HAD ITS TERM'S INTEREST; ONE
      *STILL RUNNING IS BEING BROKEN EARLY, FORFEITS THE TERM'S
      *INTEREST (IT ONLY POSTS AT MATURITY) AND PAYS THE PENALTY
      *RATE ON ITS PRINCIPAL AS A 'PT' LEG BEFORE THE 'C ' PAYOUT.
      *THE PENALTY NEVER TAKES THE BALANCE BELOW ZERO.
       CLOSE-TIME-DEPOSIT-RTN.
           MOVE 0 TO CLOSE-INT.
           MOVE TACCNO TO TD-ACCNO.
           READ TIME-DEPOSIT
               INVALID KEY MOVE 0 TO TD-PRINCIPAL
                           MOVE 0 TO TD-PENALTY-RATE
           END-READ.
           IF ACCT-TD-STAT-WK = 'A'
               COMPUTE PT-PENALTY ROUNDED =
                       TD-PRINCIPAL * TD-PENALTY-RATE
               IF PT-PENALTY > BALANCE
                   MOVE BALANCE TO PT-PENALTY
               END-IF
               IF PT-PENALTY > 0
                   MOVE BALANCE TO JW-BEFORE
                   SUBTRACT PT-PENALTY FROM BALANCE
                   MOVE TACCNO TO JW-ACCNO
                   MOVE 'PT' TO JW-TC
                   MOVE PT-PENALTY TO JW-AMOUNT
                   MOVE BALANCE TO JW-AFTER
                   PERFORM WRITE-JOURNAL-RTN
                   ADD 1 TO PT-CNT
                   ADD PT-PENALTY TO PT-AMT
               END-IF
               MOVE 'T' TO TD-STAT-CD
           ELSE
               MOVE 'M' TO TD-STAT-CD
           END-IF.
           REWRITE TD-REC
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE TD-STAT-CD TO ACCT-TD-STAT-WK.

       POST-DEPOSIT-RTN.
           PERFORM CHECK-ACCT-OPEN-RTN.
           PERFORM CHECK-TD-CREDIT-RTN.
           IF ACCT-OK-SW NOT EQUAL TO 'YES'
               PERFORM WRITE-STATUS-EXCEPTION-RTN
           ELSE
      *RELEASE DATE.
       POST-CHECK-DEPOSIT-RTN.
           PERFORM CHECK-ACCT-OPEN-RTN.
           PERFORM CHECK-TD-CREDIT-RTN.
           IF ACCT-OK-SW NOT EQUAL TO 'YES'
               PERFORM WRITE-STATUS-EXCEPTION-RTN
           ELSE
      *LEDGER MINUS UNCOLLECTED HOLDS - NOT THE LEDGER ALONE.
       POST-WITHDRAWAL-RTN.
           PERFORM CHECK-ACCT-OPEN-RTN.
           PERFORM CHECK-TD-DEBIT-RTN.
           IF ACCT-OK-SW NOT EQUAL TO 'YES'
               PERFORM WRITE-STATUS-EXCEPTION-RTN
           ELSE

       POST-TRANSFER-RTN.
           PERFORM CHECK-ACCT-OPEN-RTN.
           PERFORM CHECK-TD-DEBIT-RTN.
           IF ACCT-OK-SW NOT EQUAL TO 'YES'
               PERFORM WRITE-STATUS-EXCEPTION-RTN
           ELSE
           END-IF.

      *A TRANSFER MAY ONLY LAND IN AN ACCOUNT THAT EXISTS AND IS NOT
      *CLOSED OR A CERTIFICATE; A DORMANT DESTINATION WAKES UP.
       CREDIT-TRANSFER-DESTINATION-RTN.
           MOVE TOACCNO-IN TO AM-ACCNO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM WRITE-TRANSFER-EXCEPTION-RTN
               NOT INVALID KEY
                   PERFORM CHECK-DEST-TD-RTN
                   IF AM-STATUS-CD = 'C' OR DEST-TD-SW = 'YES'
                       PERFORM WRITE-TRANSFER-EXCEPTION-RTN
                   ELSE
                       MOVE BALANCE TO JW-BEFORE

      *TC 'R' BACKS A MIS-KEYED POSTING OUT OF THE ACCOUNT IT HIT,
      *INSTEAD OF DISGUISING THE FIX AS AN UNRELATED WITHDRAWAL.
      *A CREDIT LEG (O, D, K, XC, I) IS BACKED OUT BY DEBITING THE
      *ACCOUNT AND A DEBIT LEG (W, X, SC, PT) BY CREDITING IT; EITHER
      *WAY THE CORRECTION POSTS ITS OWN 'RV' JOURNAL LEG SO THE
      *RECONCILIATION STILL TIES, AND IT COUNTS ON ITS OWN PROOF
      *LINES INSTEAD OF HIDING IN THE DEPOSIT/WITHDRAWAL FIGURES.
       POST-REVERSAL-RTN.
               MOVE 'ORIG LEG NOT FND ' TO RVSL-REASON
           ELSE IF JL-AMOUNT(JL-CUR) NOT EQUAL TO AMOUNT-IN
               MOVE 'AMOUNT MISMATCH  ' TO RVSL-REASON
      *TAX WITHHELD IS ALREADY OWED TO THE GOVERNMENT AND GOES ON
      *THE MONTH'S REMITTANCE - IT IS NEVER BACKED OUT BY A TELLER.
      *A BALANCE-FORWARD LEG LEFT BY THE ARCHIVE RUN MOVES NO MONEY.
           ELSE IF JL-TC(JL-CUR) = 'C ' OR JL-TC(JL-CUR) = 'RV' OR
                   JL-TC(JL-CUR) = 'WT' OR JL-TC(JL-CUR) = 'OB'
               MOVE 'NOT REVERSIBLE   ' TO RVSL-REASON
           ELSE
               MOVE 'YES' TO RVSL-OK-SW
      *IT DOES NOT STAMP THE LAST-ACTIVITY DATE OR WAKE A DORMANT
      *ACCOUNT THE WAY AN ACCEPTED CUSTOMER POSTING DOES.
       APPLY-REVERSAL-RTN.
           IF JL-TC(JL-CUR) = 'W ' OR JL-TC(JL-CUR) = 'X ' OR
              JL-TC(JL-CUR) = 'SC' OR JL-TC(JL-CUR) = 'PT'
               MOVE BALANCE TO JW-BEFORE
               ADD AMOUNT-IN TO BALANCE
               ADD 1 TO RVD-DR-CNT
           PERFORM WRITE-DETAIL-LINE-RTN.

       WRITE-RVSL-EXCEPTION-RTN.
           MOVE RVSL-REASON TO ACK-REASON.
           MOVE TACCNO TO EXCPT-RV-ACCNO.
           MOVE RV-ORIG-DATE TO EXCPT-RV-DATE.
           MOVE RV-ORIG-SEQ TO EXCPT-RV-SEQ.
               END-IF
           END-IF.

      *A CERTIFICATE TAKES NO FRESH MONEY: ITS PRINCIPAL IS FIXED
      *FOR THE TERM AND A MATURED ONE IS ONLY WAITING TO BE SETTLED.
       CHECK-TD-CREDIT-RTN.
           IF ACCT-OK-SW = 'YES' AND ACCT-TD-SW = 'YES'
               MOVE 'NO ' TO ACCT-OK-SW
               MOVE 'TIME DEPOSIT ACCT' TO EXCPT-ST-REASON
           END-IF.

      *A RUNNING CERTIFICATE CANNOT BE DRAWN ON; THE ONLY WAY OUT
      *BEFORE MATURITY IS A 'C' CLOSE, WHICH PAYS THE PENALTY.
       CHECK-TD-DEBIT-RTN.
           IF ACCT-OK-SW = 'YES' AND ACCT-TD-SW = 'YES' AND
              ACCT-TD-STAT-WK = 'A'
               MOVE 'NO ' TO ACCT-OK-SW
               MOVE 'TD NOT MATURED   ' TO EXCPT-ST-REASON
           END-IF.

       CHECK-DEST-TD-RTN.
           MOVE 'NO ' TO DEST-TD-SW.
           IF TD-AVAIL-SW = 'Y'
               MOVE TOACCNO-IN TO TD-ACCNO
               READ TIME-DEPOSIT
                   INVALID KEY MOVE 'NO ' TO DEST-TD-SW
                   NOT INVALID KEY MOVE 'YES' TO DEST-TD-SW
               END-READ
           END-IF.

      *ANY ACCEPTED POSTING STAMPS THE LAST-ACTIVITY DATE AND WAKES
      *A DORMANT ACCOUNT.
       RECORD-ACTIVITY-RTN.
           END-IF.

       WRITE-STATUS-EXCEPTION-RTN.
           MOVE EXCPT-ST-REASON TO ACK-REASON.
           MOVE TACCNO TO EXCPT-ST-ACCNO.
           MOVE TC-IN TO EXCPT-ST-TC.
           MOVE AMOUNT-IN TO EXCPT-ST-AMT.
           ADD 1 TO BADACCT-CTR.

       WRITE-TRANSFER-EXCEPTION-RTN.
           MOVE 'BAD DEST ACCOUNT ' TO ACK-REASON.
           MOVE TACCNO TO EXCPT-XF-ACCNO.
           MOVE TOACCNO-IN TO EXCPT-XF-TOACCNO.
           MOVE AMOUNT-IN TO EXCPT-XF-AMT.
           ADD 1 TO XFER-BADACCT-CTR.

       WRITE-OVERDRAFT-EXCEPTION-RTN.
           MOVE 'OVERDRAFT        ' TO ACK-REASON.
           MOVE TACCNO TO EXCPT-OD-ACCNO.
           MOVE AMOUNT-IN TO EXCPT-OD-AMT.
           MOVE BALANCE TO EXCPT-OD-BAL.
           ADD 1 TO OVERDRAFT-CTR.

       UNRECOGNIZED-CODE-RTN.
           MOVE 'BAD TXN CODE     ' TO ACK-REASON.
           MOVE TACCNO TO EXCPT-BC-ACCNO.
           MOVE TC-IN TO EXCPT-BC-CODE.
           MOVE AMOUNT-IN TO EXCPT-BC-AMT.
           PERFORM WRITE-ACT-RTN.
           ADD 1 TO BADCODE-CTR.

      *EVERY LINE MUST BE KEYED BY AN ACTIVE OPERATOR OF KEYING
      *AUTHORITY (LEVEL 1 UP). MONEY GOING OUT BEYOND THE MAKER'S
      *OWN LIMIT ALSO NEEDS A DIFFERENT ACTIVE OPERATOR OF CHECKER
      *AUTHORITY (LEVEL 2 UP) WHOSE LIMIT COVERS THE AMOUNT: THE
      *AMOUNT OF A WITHDRAWAL, REVERSAL OR TRANSFER OUT, OR THE
      *WHOLE BALANCE A CLOSE-OUT PAYS AWAY.
       CHECK-MAKER-CHECKER-RTN.
           MOVE MAKER-IN TO OPR-KEY.
           PERFORM FIND-OPERATOR-RTN.
           MOVE OPR-FOUND-SW TO MAKER-OK-SW.
           IF OPR-LEVEL < 1
               MOVE 'NO ' TO MAKER-OK-SW
           END-IF.
           MOVE OPR-LIMIT TO MAKER-LIMIT.
           MOVE 'YES' TO CHECKER-OK-SW.
           EVALUATE TC-IN
               WHEN 'W'
               WHEN 'R'
               WHEN 'X'
                   MOVE AMOUNT-IN TO DUAL-AMT
               WHEN 'C'
                   MOVE BALANCE TO DUAL-AMT
               WHEN OTHER
                   MOVE 0 TO DUAL-AMT
           END-EVALUATE.
           IF MAKER-OK-SW = 'YES' AND
              DUAL-AMT > MAKER-LIMIT
               MOVE 'NO ' TO CHECKER-OK-SW
               IF CHECKER-IN NOT EQUAL TO SPACES AND
                  CHECKER-IN NOT EQUAL TO MAKER-IN
                   MOVE CHECKER-IN TO OPR-KEY
                   PERFORM FIND-OPERATOR-RTN
                   IF OPR-FOUND-SW = 'YES' AND OPR-LEVEL > 1 AND
                      OPR-LIMIT NOT < DUAL-AMT
                       MOVE 'YES' TO CHECKER-OK-SW
                   END-IF
               END-IF
           END-IF.

      *AN 'O' WITH AN UNKNOWN MAKER OPENS NOTHING, SO ANY OWNER
      *LINES BEHIND IT FALL OUT AS WELL.
       WRITE-MAKER-EXCEPTION-RTN.
           MOVE 'BAD MAKER ID     ' TO ACK-REASON.
           MOVE SPACES TO OWNER-OPEN-ACCNO.
           MOVE TACCNO TO EXCPT-MK-ACCNO.
           MOVE TC-IN TO EXCPT-MK-CODE.
           MOVE MAKER-IN TO EXCPT-MK-MAKER.
           MOVE EXCPT-MAKER-LINE TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           ADD 1 TO MAKER-REJ-CTR.

      *THE LINE IS KEPT AS KEYED ON APPRHOLD.TXT; NOTHING IS POSTED
      *OR VALIDATED UNTIL THE APPROVAL RUN RELEASES IT.
       HOLD-FOR-APPROVAL-RTN.
           ADD 1 TO HOLD-LAST-NO.
           MOVE HOLD-LAST-NO TO AH-HOLD-NO.
           MOVE 'SAVING-BANK    ' TO AH-PROGRAM.
           MOVE RUN-DATE TO AH-DATE.
           MOVE MAKER-IN TO AH-MAKER.
           MOVE CHECKER-IN TO AH-CHECKER.
           IF CHECKER-IN = SPACES
               MOVE 'NO CHECKER ID    ' TO AH-REASON
           ELSE
               MOVE 'CHECKER NOT VALID' TO AH-REASON
           END-IF.
           MOVE ACCNO-IN TO AH-KEY.
           MOVE DUAL-AMT TO AH-AMOUNT.
           MOVE REC-IN TO AH-IMAGE.
           WRITE HOLD-REC.
           MOVE 'Y' TO TXN-HELD-SW.
           MOVE TACCNO TO EXCPT-HL-ACCNO.
           MOVE TC-IN TO EXCPT-HL-CODE.
           MOVE DUAL-AMT TO EXCPT-HL-AMT.
           MOVE HOLD-LAST-NO TO EXCPT-HL-NO.
           MOVE EXCPT-HELD-LINE TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           ADD 1 TO HLD-CNT.
           ADD AMOUNT-IN TO HLD-AMT.

      *THE OPERATOR FILE IS NOT OPTIONAL: WITHOUT IT NO LINE COULD
      *BE PROVED TO COME FROM A SIGNED-ON TELLER, SO THE RUN STOPS
      *BEFORE ANYTHING IS OPENED FOR POSTING.
       LOAD-OPERATORS-RTN.
           OPEN INPUT OPERFILE.
           IF OP-FILE-STATUS NOT EQUAL TO '00'
               DISPLAY 'OPERATOR.TXT NOT AVAILABLE - STATUS '
                       OP-FILE-STATUS ' - RUN STOPPED'
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM UNTIL OT-EOF = 'YES'
               READ OPERFILE
                   AT END MOVE 'YES' TO OT-EOF
                   NOT AT END
                       IF OT-COUNT < 200
                           ADD 1 TO OT-COUNT
                           MOVE OP-ID TO OT-ID(OT-COUNT)
                           MOVE OP-LEVEL TO OT-LEVEL(OT-COUNT)
                           MOVE OP-STATUS TO OT-STATUS(OT-COUNT)
                           MOVE OP-LIMIT TO OT-LIMIT(OT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERFILE.

      *AN OPERATOR COUNTS ONLY WHEN ON FILE AND ACTIVE.
       FIND-OPERATOR-RTN.
           MOVE 'NO ' TO OPR-FOUND-SW.
           MOVE 0 TO OPR-LEVEL.
           MOVE 0 TO OPR-LIMIT.
           IF OPR-KEY NOT EQUAL TO SPACES
               PERFORM VARYING OT-IX FROM 1 BY 1
                       UNTIL OT-IX > OT-COUNT OR OPR-FOUND-SW = 'YES'
                   IF OT-ID(OT-IX) = OPR-KEY AND
                      OT-STATUS(OT-IX) = 'A'
                       MOVE 'YES' TO OPR-FOUND-SW
                       MOVE OT-LEVEL(OT-IX) TO OPR-LEVEL
                       MOVE OT-LIMIT(OT-IX) TO OPR-LIMIT
                   END-IF
               END-PERFORM
           END-IF.

      *HOLD NUMBERS RUN ON ACROSS EVERY PROGRAM THAT HOLDS WORK, SO
      *ONE APPROVAL CARD NAMES ONE TRANSACTION.
       SEED-HOLD-NO-RTN.
           OPEN INPUT HOLDFILE.
           PERFORM UNTIL HOLD-EOF = 'YES'
               READ HOLDFILE
                   AT END MOVE 'YES' TO HOLD-EOF
                   NOT AT END
                       IF AH-HOLD-NO NUMERIC AND
                          AH-HOLD-NO > HOLD-LAST-NO
                           MOVE AH-HOLD-NO TO HOLD-LAST-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLDFILE.

       WRITE-DETAIL-LINE-RTN.
           IF DETAIL-MODE-SW = 'Y'
               ADD 1 TO TXN-SEQ

      *INTEREST POSTS ONLY WHEN THE RUN CONTROL CARD SAYS SO, SO A
      *RE-RUN OF A DAY'S ACTIVITY NO LONGER PAYS INTEREST TWICE.
      *A CERTIFICATE EARNS ITS CONTRACT RATE AT MATURITY INSTEAD.
      *A GROUP WHOSE ACCOUNT NEVER EXISTED (EVERY POSTING REJECTED)
      *WRITES NOTHING BACK - UNKNOWN NUMBERS NO LONGER BECOME LIVE
      *ZERO-BALANCE ACCOUNTS.
       ACCNT-BREAK-RTN.
           IF ACCT-ON-FILE-SW = 'YES'
               IF INTEREST-POST-SW = 'Y' AND
                  ACCT-STATUS-WK NOT EQUAL TO 'C' AND
                  ACCT-TD-SW NOT EQUAL TO 'YES'
                   MOVE BALANCE TO JW-BEFORE
                   PERFORM LOOKUP-RATE-RTN
                   COMPUTE INTEREST-EARNED ROUNDED =
                   MOVE INTEREST-EARNED TO JW-AMOUNT
                   MOVE BALANCE TO JW-AFTER
                   PERFORM WRITE-JOURNAL-RTN
                   IF INTEREST-EARNED > 0
                       MOVE INTEREST-EARNED TO WTAX-BASE
                       PERFORM WITHHOLD-TAX-RTN
                   END-IF
               ELSE
                   MOVE 0 TO INTEREST-EARNED
               END-IF
                   MOVE AM-HOLD-AMT TO ACCT-HOLD-WK
                   MOVE AM-HOLD-RELEASE TO ACCT-HOLD-REL-WK
           END-READ.
           PERFORM LOAD-TIME-DEPOSIT-RTN.
      *A HOLD WHOSE CLEARING PERIOD HAS RUN OUT RELEASES THE
      *MOMENT THE ACCOUNT IS NEXT TOUCHED; THE END-OF-RUN SWEEP
      *RELEASES THE ACCOUNTS NOBODY TOUCHED.
               MOVE 0 TO ACCT-HOLD-REL-WK
           END-IF.

       LOAD-TIME-DEPOSIT-RTN.
           MOVE 'NO ' TO ACCT-TD-SW.
           MOVE SPACE TO ACCT-TD-STAT-WK.
           IF TD-AVAIL-SW = 'Y'
               MOVE TACCNO TO TD-ACCNO
               READ TIME-DEPOSIT
                   INVALID KEY MOVE 'NO ' TO ACCT-TD-SW
                   NOT INVALID KEY
                       MOVE 'YES' TO ACCT-TD-SW
                       MOVE TD-STAT-CD TO ACCT-TD-STAT-WK
               END-READ
           END-IF.

      *EVERY BALANCE CHANGE FUNNELS THROUGH HERE, SO THE JOURNAL AND
      *THE RECONCILIATION TABLE CAN NEVER DISAGREE WITH EACH OTHER.
       WRITE-JOURNAL-RTN.
           MOVE RVD-DR-CNT TO PRF-CNT.
           MOVE RVD-DR-AMT TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE-RTN.
      *HELD LINES MOVED NO MONEY; THEY ARE LISTED SO THE DRAWER
      *KNOWS WHAT IS STILL WAITING ON A CHECKER.
           MOVE 'HELD FOR APPROVAL (W/R):      ' TO PRF-LABEL.
           MOVE HLD-CNT TO PRF-CNT.
           MOVE HLD-AMT TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE-RTN.
           MOVE 'REJECTED - BAD MAKER ID:      ' TO PRF-LABEL.
           MOVE MAKER-REJ-CTR TO PRF-CNT.
           MOVE 0 TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE-RTN.
      *THE PENALTY IS BANK INCOME KEPT OUT OF THE PAYOUT, NOT CASH
      *ACROSS THE COUNTER - THE 'C' LINE ALREADY SHOWS THE NET PAID.
           MOVE 'TD PRE-TERM PENALTIES (PT):   ' TO PRF-LABEL.
           MOVE PT-CNT TO PRF-CNT.
           MOVE PT-AMT TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE-RTN.
      *TAX WITHHELD IS OWED TO THE GOVERNMENT, NOT PAID ACROSS THE
      *COUNTER; EXEMPT POSTINGS ARE COUNTED WITH NO AMOUNT.
           MOVE 'FINAL TAX WITHHELD (WT):      ' TO PRF-LABEL.
           MOVE WTAX-CNT TO PRF-CNT.
           MOVE TOT-WTAX TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE-RTN.
           MOVE 'INTEREST POSTED TAX EXEMPT:   ' TO PRF-LABEL.
           MOVE WTAX-EXEMPT-CNT TO PRF-CNT.
           MOVE 0 TO PRF-AMT.
           PERFORM WRITE-PROOF-LINE-RTN.
      *A REVERSED CREDIT TAKES CASH BACK OUT OF THE DAY AND A
      *REVERSED DEBIT PUTS IT BACK IN, SO CORRECTIONS SHOW IN THE
      *NET POSITION INSTEAD OF HIDING INSIDE OTHER CODES.
           PERFORM WRITE-ACT-RTN.
           MOVE TOTINTREC TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           MOVE TOT-WTAX TO TOTWT-OUT.
           MOVE TOTWTREC TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           MOVE TOTODREC TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           MOVE TOTBCREC TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           MOVE TOTOPREC TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           MOVE OWNERS-CTR TO TOTOW-OUT.
           MOVE TOTOWREC TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           MOVE TOTCLREC TO ACT-PRT.
           PERFORM WRITE-ACT-RTN.
           MOVE TOTBAREC TO ACT-PRT.
           IF CM-AVAIL-SW = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF TD-AVAIL-SW = 'Y'
               CLOSE TIME-DEPOSIT
           END-IF.
           CLOSE INFILE, OUTFILE, JOURNAL-FILE, ACCOUNT-MASTER,
                 ACCOUNT-OWNER, FEEDACK, HOLDFILE.
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
           MOVE TXN-READ-CTR TO RL-READ.
           MOVE DCTR TO RL-WRITTEN.
           COMPUTE RL-REJECTED = BADACCT-CTR + BADCODE-CTR +
                   XFER-BADACCT-CTR + OVERDRAFT-CTR + RVSL-REJ-CTR +
                   MAKER-REJ-CTR.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
