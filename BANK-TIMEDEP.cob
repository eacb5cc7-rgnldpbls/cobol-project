      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tectonics: cobc
      ******************************************************************
      *DAILY TIME DEPOSIT RUN. A TIME DEPOSIT (CERTIFICATE) IS AN
      *ORDINARY ACCOUNT-MASTER.DAT ACCOUNT WITH A CONTRACT RECORD OF
      *THE SAME NUMBER ON TIME-DEPOSIT.DAT: PLACEMENT AMOUNT, TERM IN
      *DAYS, FIXED CONTRACT RATE PER ANNUM, PLACEMENT AND MATURITY
      *DATES, AND THE CUSTOMER'S MATURITY INSTRUCTION. THE RUN
      *  1. BOOKS NEW PLACEMENTS AND INSTRUCTION CHANGES FROM
      *     TDPLACE.TXT (THE PLACEMENT IS THE 'O ' OPENING LEG),
      *     EACH CARD SIGNED BY AN ACTIVE OPERATOR ON OPERATOR.TXT,
      *  2. MATURES EVERY CERTIFICATE DUE ON OR BEFORE THE RUN DATE,
      *     POSTING THE TERM'S INTEREST AS AN 'I ' LEG, WITHHOLDING
      *     FINAL TAX FROM IT AS A 'WT' LEG AT THE WTAXCTL.TXT RATE
      *     (UNLESS THE OWNER IS TAX EXEMPT), AND THEN PAYING OUT OR
      *     ROLLING OVER THE NET PER THE INSTRUCTION THROUGH
      *     'X '/'XC' TRANSFER LEGS TO THE SETTLEMENT ACCOUNT,
      *  3. PRINTS A MATURITY NOTICE ON TDNOTICE.TXT ONCE PER TERM
      *     WHEN THE MATURITY DATE COMES WITHIN THE NOTICE DAYS ON
      *     TDCTL.TXT.
      *EVERY POSTING GOES THROUGH JOURNAL.TXT SO THE RECONCILIATION
      *AND THE STATEMENTS STILL TIE. THE TELLER RUN (SAVING-BANK)
      *BLOCKS DEPOSITS TO A CERTIFICATE, BLOCKS WITHDRAWALS BEFORE
      *MATURITY, AND CHARGES THE PRE-TERMINATION PENALTY ON AN
      *EARLY CLOSE. THE REGISTER TDREG.TXT LISTS EVERY EVENT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-DEPOSIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT RUNCTL ASSIGN TO "RUNCTL.TXT"
               FILE STATUS IS RC-STATUS.
           SELECT OPTIONAL TDCTL ASSIGN TO "TDCTL.TXT".
           SELECT OPTIONAL WTAXCTL ASSIGN TO "WTAXCTL.TXT".
           SELECT OPTIONAL TDPLACE ASSIGN TO "TDPLACE.TXT".
           SELECT OPERFILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OP-FILE-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL.TXT".
           SELECT REGISTER-FILE ASSIGN TO "TDREG.TXT".
           SELECT NOTICE-FILE ASSIGN TO "TDNOTICE.TXT".
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCNO
               FILE STATUS IS AM-STATUS.
           SELECT TIME-DEPOSIT ASSIGN TO "TIME-DEPOSIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCNO
               FILE STATUS IS TDF-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS RUNCTL-REC.
       01  RUNCTL-REC.
           05 RC-DATE PIC 9(8).
           05 RC-DETAIL PIC X.
           05 RC-INTPOST PIC X.
           05 RC-RATE PIC V999.
           05 RC-DORMANT-MOS PIC 99.
           05 RC-HOLD-DAYS PIC 99.
      *TIME DEPOSIT PARAMETER CARD: HOW MANY DAYS AHEAD OF MATURITY
      *THE NOTICE GOES OUT, AND THE PRE-TERMINATION PENALTY RATE
      *(FRACTION OF PRINCIPAL) GIVEN TO A PLACEMENT THAT CARRIES
      *NONE OF ITS OWN. A MISSING CARD MEANS 7 DAYS AND NO PENALTY.
       FD  TDCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS TDCTL-REC.
       01  TDCTL-REC.
           05 TC-NOTICE-DAYS PIC 99.
           05 TC-PENALTY-RATE PIC V999.
      *FINAL TAX CONTROL CARD, SHARED WITH THE TELLER RUN: THE RATE
      *WITHHELD FROM EVERY INTEREST POSTING. NO CARD MEANS THE
      *STANDARD 20% RATE.
       FD  WTAXCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS WTAXCTL-REC.
       01  WTAXCTL-REC.
           05 WC-RATE PIC V999.
      *TP-ACTION 'N' BOOKS A NEW PLACEMENT UNDER A NEW ACCOUNT
      *NUMBER; 'I' CHANGES THE MATURITY INSTRUCTION (AND SETTLEMENT
      *ACCOUNT) OF A CERTIFICATE STILL RUNNING - THE OTHER FIELDS
      *ARE IGNORED ON AN 'I'. INSTRUCTION 'P' PAYS PRINCIPAL AND
      *INTEREST TO THE SETTLEMENT ACCOUNT, 'R' RENEWS THE PRINCIPAL
      *AND PAYS THE INTEREST TO THE SETTLEMENT ACCOUNT, 'C' RENEWS
      *PRINCIPAL PLUS INTEREST. TP-RATE IS PER ANNUM. TP-MAKER IS
      *THE OPERATOR ID OF THE CLERK WHO KEYED THE CARD.
       FD  TDPLACE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS TP-REC.
       01  TP-REC.
           05 TP-ACTION PIC X.
           05 TP-ACCNO PIC X(3).
           05 TP-ACCNAME PIC X(22).
           05 TP-CUST-ID PIC X(6).
           05 TP-AMOUNT PIC 9(7)V99.
           05 TP-TERM-DAYS PIC 9(4).
           05 TP-RATE PIC V999.
           05 TP-INSTRUCTION PIC X.
           05 TP-SETTLE-ACCNO PIC X(3).
           05 TP-PENALTY-RATE PIC V999.
           05 TP-MAKER PIC X(12).
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
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS JOURNAL-REC.
       01  JOURNAL-REC.
           05 JR-ACCNO PIC X(3).
           05 JR-TC PIC XX.
           05 JR-AMOUNT PIC 9(7)V99.
           05 JR-BAL-BEFORE PIC 9(7)V99.
           05 JR-BAL-AFTER PIC 9(7)V99.
           05 JR-DATE PIC 9(8).
           05 JR-SEQ PIC 9(4).
       FD  REGISTER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD REG-REC.
       01  REG-REC.
       05  FILLER PIC X(99).
       FD  NOTICE-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD NTC-REC.
       01  NTC-REC.
       05  FILLER PIC X(86).
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS AM-REC.
       01  AM-REC.
           05 AM-ACCNO PIC X(3).
           05 AM-ACCNAME PIC X(22).
           05 AM-BALANCE PIC 9(7)V99.
           05 AM-STATUS-CD PIC X.
           05 AM-LAST-ACT-DATE PIC 9(8).
           05 AM-CUST-ID PIC X(6).
           05 AM-HOLD-AMT PIC 9(7)V99.
           05 AM-HOLD-RELEASE PIC 9(8).
      *ONE CONTRACT RECORD PER CERTIFICATE, KEYED BY ITS ACCOUNT
      *NUMBER. TD-PRINCIPAL IS THE AMOUNT EARNING THE CONTRACT RATE
      *FOR THE CURRENT TERM. TD-STAT-CD: 'A' RUNNING, 'H' MATURED
      *BUT HELD (THE SETTLEMENT ACCOUNT WAS MISSING OR CLOSED - THE
      *FUNDS WAIT IN THE CERTIFICATE FOR THE TELLER), 'M' MATURED
      *AND PAID OUT, 'T' PRE-TERMINATED. TD-NOTICE-DATE IS THE DATE
      *THE CURRENT TERM'S NOTICE PRINTED (ZERO UNTIL THEN).
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
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS CM-REC.
       01  CM-REC.
           05 CM-CUST-ID PIC X(6).
           05 CM-NAME PIC X(25).
           05 CM-ADDRESS PIC X(40).
           05 CM-ID-TYPE PIC X(10).
           05 CM-ID-NUMBER PIC X(15).
           05 CM-TAX-CD PIC X.

      *SHARED OPERATIONS RUN LOG - ONE RECORD APPENDED PER RUN.
       FD  RUNLOG
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01  RUNLOG-REC.
           05 RL-PROGRAM PIC X(15).
           05 RL-DATE PIC 9(8).
           05 RL-TIME PIC 9(6).
           05 RL-READ PIC 9(6).
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
           05 FILLER PIC X(17) VALUE "MJRC SAVING BANK".
           05 FILLER PIC X(37) VALUE SPACES.
       01  HD2-REC.
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "Maypajo, Caloocan Branch".
           05 FILLER PIC X(34) VALUE SPACES.
       01  HD3-REC.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "TIME DEPOSIT REGISTER".
           05 FILLER PIC X(42) VALUE SPACES.
       01  PARM-LINE.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 PML-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE '  NOTICE DAYS:  '.
           05 PML-DAYS PIC Z9.
           05 FILLER PIC X(20) VALUE '  DEFAULT PENALTY:  '.
           05 PML-PENALTY PIC .999.
           05 FILLER PIC X(13) VALUE '  WTAX RATE: '.
           05 PML-WTAX PIC .999.
           05 FILLER PIC X(22) VALUE SPACES.
       01  CTL-MISSING-LINE.
           05 FILLER PIC X(52) VALUE
              'RUN CONTROL CARD MISSING - RUN STOPPED'.
           05 FILLER PIC X(47) VALUE SPACES.
       01  PLACE-HDG.
           05 FILLER PIC X(35) VALUE
              'PLACEMENTS AND INSTRUCTION CHANGES'.
           05 FILLER PIC X(64) VALUE SPACES.
       01  MATURE-HDG.
           05 FILLER PIC X(35) VALUE
              'MATURITIES AND MATURITY NOTICES'.
           05 FILLER PIC X(64) VALUE SPACES.
       01  REG-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'ACCT '.
           05 FILLER PIC X(24) VALUE 'ACCOUNT NAME'.
           05 FILLER PIC X(11) VALUE 'EVENT'.
           05 FILLER PIC X(12) VALUE '   PRINCIPAL'.
           05 FILLER PIC X(11) VALUE '   INTEREST'.
           05 FILLER PIC X(9) VALUE ' MATURITY'.
           05 FILLER PIC X(12) VALUE ' NOTE'.
           05 FILLER PIC X(13) VALUE ' MAKER'.
       01  REG-LINE.
           05 FILLER PIC X(2).
           05 RG-ACCNO PIC X(3).
           05 FILLER PIC X(2).
           05 RG-ACCNAME PIC X(22).
           05 FILLER PIC X(2).
           05 RG-EVENT PIC X(10).
           05 FILLER PIC X(1).
           05 RG-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 RG-INTEREST PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1).
           05 RG-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RG-NOTE.
              10 RG-NOTE-TEXT PIC X(8).
              10 RG-NOTE-ACCNO PIC X(3).
           05 FILLER PIC X(1).
           05 RG-MAKER PIC X(12).
       01  TOT-BOOKED-LINE.
           05 FILLER PIC X(30) VALUE 'PLACEMENTS BOOKED:            '.
           05 TBK-CTR PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'AMOUNT: '.
           05 TBK-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43) VALUE SPACES.
       01  TOT-PLREJ-LINE.
           05 FILLER PIC X(30) VALUE 'PLACEMENT RECORDS REJECTED:   '.
           05 TPR-CTR PIC ZZ9.
           05 FILLER PIC X(66) VALUE SPACES.
       01  TOT-INSTR-LINE.
           05 FILLER PIC X(30) VALUE 'INSTRUCTIONS CHANGED:         '.
           05 TIC-CTR PIC ZZ9.
           05 FILLER PIC X(66) VALUE SPACES.
       01  TOT-MATURED-LINE.
           05 FILLER PIC X(30) VALUE 'CERTIFICATES MATURED:         '.
           05 TMT-CTR PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'INTEREST: '.
           05 TMT-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(41) VALUE SPACES.
       01  TOT-WTAX-LINE.
           05 FILLER PIC X(30) VALUE 'FINAL TAX WITHHELD (WT):      '.
           05 TWX-CTR PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'AMOUNT: '.
           05 TWX-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43) VALUE SPACES.
       01  TOT-EXEMPT-LINE.
           05 FILLER PIC X(30) VALUE 'MATURED TAX EXEMPT:           '.
           05 TEX-CTR PIC ZZ9.
           05 FILLER PIC X(66) VALUE SPACES.
       01  TOT-PAID-LINE.
           05 FILLER PIC X(30) VALUE 'PAID OUT TO SETTLEMENT (P):   '.
           05 TPD-CTR PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'AMOUNT: '.
           05 TPD-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(43) VALUE SPACES.
       01  TOT-ROLLED-LINE.
           05 FILLER PIC X(30) VALUE 'ROLLED OVER (R/C):            '.
           05 TRL-CTR PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'INT PAID OUT: '.
           05 TRL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(37) VALUE SPACES.
       01  TOT-HELD-LINE.
           05 FILLER PIC X(30) VALUE 'HELD - NO SETTLEMENT ACCOUNT: '.
           05 THD-CTR PIC ZZ9.
           05 FILLER PIC X(66) VALUE SPACES.
       01  TOT-NOTPOST-LINE.
           05 FILLER PIC X(30) VALUE 'NOT POSTED - ACCOUNT MISSING: '.
           05 TNP-CTR PIC ZZ9.
           05 FILLER PIC X(66) VALUE SPACES.
       01  TOT-NOTICE-LINE.
           05 FILLER PIC X(30) VALUE 'MATURITY NOTICES PRINTED:     '.
           05 TNT-CTR PIC ZZ9.
           05 FILLER PIC X(66) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(78) VALUE SPACES.
       01  BLANK-LINE.
           05 FILLER PIC X(86) VALUE SPACES.

      *------------------- MATURITY NOTICE ---------------------
       01  NTC-TITLE-LINE.
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
              'TIME DEPOSIT MATURITY NOTICE'.
           05 FILLER PIC X(28) VALUE SPACES.
       01  NTC-DATE-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'NOTICE DATE: '.
           05 NDL-DATE PIC 9(8).
           05 FILLER PIC X(60) VALUE SPACES.
       01  NTC-NAME-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 NNL-NAME PIC X(25).
           05 FILLER PIC X(56) VALUE SPACES.
       01  NTC-ADDR-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 NAL-ADDRESS PIC X(40).
           05 FILLER PIC X(41) VALUE SPACES.
       01  NTC-ACCT-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'CERTIFICATE ACCOUNT '.
           05 NCL-ACCNO PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NCL-ACCNAME PIC X(22).
           05 FILLER PIC X(34) VALUE SPACES.
       01  NTC-PRIN-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(25) VALUE 'PRINCIPAL:               '.
           05 NPL-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(44) VALUE SPACES.
       01  NTC-RATE-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(25) VALUE 'CONTRACT RATE PER ANNUM: '.
           05 NRL-RATE PIC .999.
           05 FILLER PIC X(10) VALUE '   TERM:  '.
           05 NRL-TERM PIC ZZZ9.
           05 FILLER PIC X(5) VALUE ' DAYS'.
           05 FILLER PIC X(33) VALUE SPACES.
       01  NTC-DATES-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(25) VALUE 'PLACED:                  '.
           05 NTL-PLACED PIC 9(8).
           05 FILLER PIC X(14) VALUE '   MATURES:   '.
           05 NTL-MATURES PIC 9(8).
           05 FILLER PIC X(26) VALUE SPACES.
       01  NTC-INT-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(25) VALUE 'INTEREST AT MATURITY:    '.
           05 NIL-INTEREST PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(44) VALUE SPACES.
       01  NTC-INSTR-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 NSL-TEXT PIC X(58).
           05 NSL-ACCNO PIC X(3).
           05 FILLER PIC X(20) VALUE SPACES.
       01  NTC-CLOSE1-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              'TO CHANGE THIS INSTRUCTION PLEASE VISIT THE BRANCH'.
           05 FILLER PIC X(31) VALUE SPACES.
       01  NTC-CLOSE2-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(25) VALUE 'BEFORE THE MATURITY DATE.'.
           05 FILLER PIC X(56) VALUE SPACES.

      *------------------- RUN CONTROL -------------------------
       01  RUN-CONTROL-VARS.
           05 RC-STATUS PIC XX.
           05 RUN-DATE PIC 9(8) VALUE 0.
           05 NOTICE-DAYS PIC 99 VALUE 7.
           05 DFLT-PENALTY-RATE PIC V999 VALUE 0.
           05 CTL-MISSING-SW PIC X VALUE 'N'.
           05 TC-EOF-SW PIC X(3) VALUE 'NO '.
           05 WTAX-RATE PIC V999 VALUE .200.

      *------------------- PROCESS STATE -----------------------
       01  PROCESS-VARS.
           05 AM-STATUS PIC XX.
           05 TDF-STATUS PIC XX.
           05 CM-STATUS PIC XX.
           05 CM-AVAIL-SW PIC X VALUE 'N'.
           05 CM-FOUND-SW PIC X(3) VALUE 'NO '.
           05 TP-EOF-SW PIC X(3) VALUE 'NO '.
           05 TD-EOF-SW PIC X(3) VALUE 'NO '.
           05 JRN-SEQ PIC 9(4) VALUE 0.
           05 JRNL-SCAN-EOF PIC X(3) VALUE 'NO '.
           05 REJ-REASON PIC X(11) VALUE SPACES.
           05 CERT-ACCNO-WK PIC X(3) VALUE SPACES.
           05 SETTLE-ACCNO-WK PIC X(3) VALUE SPACES.
           05 SETTLE-OK-SW PIC X(3) VALUE 'NO '.
           05 CERT-ACCT-OK-SW PIC X(3) VALUE 'NO '.
           05 CERT-CHANGED-SW PIC X VALUE 'N'.
           05 MAT-INT PIC 9(7)V99 VALUE 0.
           05 WTAX-AMT PIC 9(7)V99 VALUE 0.
           05 NET-INT PIC 9(7)V99 VALUE 0.
           05 TAX-EXEMPT-SW PIC X(3) VALUE 'NO '.
           05 XFER-AMT PIC 9(7)V99 VALUE 0.
           05 DAYS-TO-MAT PIC S9(5) VALUE 0.

      *------------------- OPERATORS ---------------------------
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
      *THE RUN'S OWN EVENTS - MATURITIES, PAYOUTS, ROLLOVERS - ARE
      *MADE UNDER ITS JOB NAME, THE WAY THE OTHER FEEDER RUNS SIGN.
           05 SELF-MAKER PIC X(12) VALUE 'TIME-DEPOSIT'.

      *------------------- COUNTERS ----------------------------
       01  COUNTERS.
           05 TP-READ-CTR PIC 9(4) VALUE 0.
           05 TD-READ-CTR PIC 9(4) VALUE 0.
           05 BOOKED-CTR PIC 999 VALUE 0.
           05 BOOKED-AMT PIC 9(8)V99 VALUE 0.
           05 PLREJ-CTR PIC 999 VALUE 0.
           05 INSTR-CTR PIC 999 VALUE 0.
           05 MATURED-CTR PIC 999 VALUE 0.
           05 MATURED-INT PIC 9(8)V99 VALUE 0.
           05 WTAX-CTR PIC 999 VALUE 0.
           05 WTAX-TOT PIC 9(8)V99 VALUE 0.
           05 WTAX-EXEMPT-CTR PIC 999 VALUE 0.
           05 PAID-CTR PIC 999 VALUE 0.
           05 PAID-AMT PIC 9(8)V99 VALUE 0.
           05 ROLLED-CTR PIC 999 VALUE 0.
           05 ROLLED-INT-PAID PIC 9(8)V99 VALUE 0.
           05 HELD-CTR PIC 999 VALUE 0.
           05 NOTPOST-CTR PIC 999 VALUE 0.
           05 NOTICE-CTR PIC 999 VALUE 0.

      *----------------------- RUN LOG -------------------------
       01  RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'TIME-DEPOSIT   '.
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
           PERFORM PROCESS-PLACEMENTS-RTN.
           PERFORM PROCESS-CERTIFICATES-RTN.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INIT-RTN.
           OPEN OUTPUT REGISTER-FILE, NOTICE-FILE.
           PERFORM READ-RUN-CONTROL-RTN.
      *MATURITY IS A DATE TEST AND EVERY LEG CARRIES THE RUN DATE,
      *SO THERE IS NO SAFE DEFAULT - A RUN WITHOUT A CARD STOPS.
           IF CTL-MISSING-SW = 'Y'
               WRITE REG-REC FROM CTL-MISSING-LINE
               DISPLAY 'RUN CONTROL CARD MISSING - RUN STOPPED'
               CLOSE REGISTER-FILE, NOTICE-FILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM READ-TDCTL-RTN.
           PERFORM READ-WTAX-CONTROL-RTN.
           PERFORM LOAD-OPERATORS-RTN.
           OPEN I-O ACCOUNT-MASTER.
           IF AM-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCOUNT-MASTER.DAT NOT AVAILABLE - STATUS '
                       AM-STATUS ' - RUN STOPPED'
               CLOSE REGISTER-FILE, NOTICE-FILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           OPEN I-O TIME-DEPOSIT.
           IF TDF-STATUS = '35'
               OPEN OUTPUT TIME-DEPOSIT
               CLOSE TIME-DEPOSIT
               OPEN I-O TIME-DEPOSIT
           END-IF.
           IF TDF-STATUS NOT EQUAL TO '00'
               DISPLAY 'TIME-DEPOSIT.DAT NOT AVAILABLE - STATUS '
                       TDF-STATUS ' - RUN STOPPED'
               CLOSE REGISTER-FILE, NOTICE-FILE, ACCOUNT-MASTER
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CM-STATUS = '00'
               MOVE 'Y' TO CM-AVAIL-SW
           END-IF.
           PERFORM SEED-JRN-SEQ-RTN.
           OPEN EXTEND JOURNAL-FILE.
           WRITE REG-REC FROM HD1-REC.
           WRITE REG-REC FROM HD2-REC.
           WRITE REG-REC FROM HD3-REC.
           MOVE RUN-DATE TO PML-DATE.
           MOVE NOTICE-DAYS TO PML-DAYS.
           MOVE DFLT-PENALTY-RATE TO PML-PENALTY.
           MOVE WTAX-RATE TO PML-WTAX.
           WRITE REG-REC FROM PARM-LINE.
       INIT-END.

       READ-RUN-CONTROL-RTN.
           OPEN INPUT RUNCTL.
           IF RC-STATUS = '00'
               READ RUNCTL
                   AT END MOVE 'Y' TO CTL-MISSING-SW
                   NOT AT END MOVE RC-DATE TO RUN-DATE
               END-READ
               IF RUN-DATE = 0
                   MOVE 'Y' TO CTL-MISSING-SW
               END-IF
               CLOSE RUNCTL
           ELSE
               MOVE 'Y' TO CTL-MISSING-SW
           END-IF.

       READ-TDCTL-RTN.
           OPEN INPUT TDCTL.
           READ TDCTL
               AT END MOVE 'YES' TO TC-EOF-SW
               NOT AT END
                   IF TC-NOTICE-DAYS NUMERIC
                       MOVE TC-NOTICE-DAYS TO NOTICE-DAYS
                   END-IF
                   IF TC-PENALTY-RATE NUMERIC
                       MOVE TC-PENALTY-RATE TO DFLT-PENALTY-RATE
                   END-IF
           END-READ.
           CLOSE TDCTL.

       READ-WTAX-CONTROL-RTN.
           OPEN INPUT WTAXCTL.
           READ WTAXCTL
               AT END CONTINUE
               NOT AT END
                   IF WC-RATE NUMERIC
                       MOVE WC-RATE TO WTAX-RATE
                   END-IF
           END-READ.
           CLOSE WTAXCTL.

      *JR-SEQ MUST BE UNIQUE WITHIN A POSTING DATE - THE REVERSAL
      *TRANSACTION NAMES ITS ORIGINAL LEG BY DATE AND SEQUENCE -
      *SO THIS RUN CONTINUES FROM THE HIGHEST SEQUENCE ALREADY ON
      *THE JOURNAL FOR RUN-DATE INSTEAD OF RESTARTING AT 1 AND
      *DUPLICATING THE POSTING RUN'S REFERENCES.
       SEED-JRN-SEQ-RTN.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL JRNL-SCAN-EOF = 'YES'
               READ JOURNAL-FILE
                   AT END MOVE 'YES' TO JRNL-SCAN-EOF
                   NOT AT END
                       IF JR-DATE = RUN-DATE AND JR-SEQ > JRN-SEQ
                           MOVE JR-SEQ TO JRN-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

      *=============== PLACEMENTS AND INSTRUCTION CHANGES ======
       PROCESS-PLACEMENTS-RTN.
           WRITE REG-REC FROM BLANK-LINE.
           WRITE REG-REC FROM PLACE-HDG.
           WRITE REG-REC FROM REG-COLHD.
           OPEN INPUT TDPLACE.
           PERFORM UNTIL TP-EOF-SW = 'YES'
               READ TDPLACE
                   AT END MOVE 'YES' TO TP-EOF-SW
                   NOT AT END PERFORM ONE-PLACEMENT-RTN
               END-READ
           END-PERFORM.
           CLOSE TDPLACE.

      *A PLACEMENT BOOKS MONEY AND AN INSTRUCTION CHANGE IS
      *MAINTENANCE, SO EITHER CARD MUST COME FROM AN ACTIVE OPERATOR
      *OF KEYING AUTHORITY OR IT REJECTS UNREAD.
       ONE-PLACEMENT-RTN.
           ADD 1 TO TP-READ-CTR.
           MOVE SPACES TO REJ-REASON.
           MOVE TP-MAKER TO OPR-KEY.
           PERFORM FIND-OPERATOR-RTN.
           EVALUATE TRUE
               WHEN OPR-FOUND-SW NOT EQUAL TO 'YES' OR OPR-LEVEL < 1
                   MOVE 'BAD MAKER  ' TO REJ-REASON
               WHEN TP-ACTION = 'N'
                   PERFORM VALIDATE-PLACEMENT-RTN
                   IF REJ-REASON = SPACES
                       PERFORM BOOK-PLACEMENT-RTN
                   END-IF
               WHEN TP-ACTION = 'I'
                   PERFORM VALIDATE-INSTR-CHANGE-RTN
                   IF REJ-REASON = SPACES
                       PERFORM APPLY-INSTR-CHANGE-RTN
                   END-IF
               WHEN OTHER
                   MOVE 'BAD ACTION ' TO REJ-REASON
           END-EVALUATE.
           IF REJ-REASON NOT EQUAL TO SPACES
               PERFORM WRITE-PLACE-REJECT-RTN
           END-IF.

      *A PLACEMENT OPENS A NEW ACCOUNT NUMBER - MONEY ALREADY IN A
      *PASSBOOK ACCOUNT IS WITHDRAWN AT THE TELLER FIRST - AND ITS
      *OWNER MUST ALREADY BE ON THE CUSTOMER MASTER, EXACTLY AS FOR
      *THE TELLER'S 'O' TRANSACTION.
       VALIDATE-PLACEMENT-RTN.
           IF TP-ACCNO = SPACES
               MOVE 'NO ACCOUNT ' TO REJ-REASON
           ELSE IF TP-AMOUNT NOT NUMERIC OR TP-AMOUNT = 0
               MOVE 'BAD AMOUNT ' TO REJ-REASON
           ELSE IF TP-TERM-DAYS NOT NUMERIC OR TP-TERM-DAYS = 0
               MOVE 'BAD TERM   ' TO REJ-REASON
           ELSE IF TP-RATE NOT NUMERIC OR TP-RATE = 0
               MOVE 'BAD RATE   ' TO REJ-REASON
           ELSE IF TP-INSTRUCTION NOT EQUAL TO 'P' AND
                   TP-INSTRUCTION NOT EQUAL TO 'R' AND
                   TP-INSTRUCTION NOT EQUAL TO 'C'
               MOVE 'BAD INSTR  ' TO REJ-REASON
           END-IF.
           IF REJ-REASON = SPACES
               MOVE TP-ACCNO TO AM-ACCNO
               READ ACCOUNT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'ACCT EXISTS' TO REJ-REASON
               END-READ
           END-IF.
           IF REJ-REASON = SPACES
               PERFORM CHECK-CUSTOMER-RTN
               IF CM-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE 'NO CUSTOMER' TO REJ-REASON
               END-IF
           END-IF.
           IF REJ-REASON = SPACES
               PERFORM VALIDATE-SETTLEMENT-RTN
           END-IF.

       CHECK-CUSTOMER-RTN.
           MOVE 'NO ' TO CM-FOUND-SW.
           IF CM-AVAIL-SW = 'Y' AND TP-CUST-ID NOT EQUAL TO SPACES
               MOVE TP-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY MOVE 'NO ' TO CM-FOUND-SW
                   NOT INVALID KEY MOVE 'YES' TO CM-FOUND-SW
               END-READ
           END-IF.

      *'P' AND 'R' NEED A LIVE SETTLEMENT ACCOUNT THAT IS NOT ITSELF
      *A CERTIFICATE; 'C' NEEDS NONE, BUT ONE GIVEN IS STILL CHECKED.
       VALIDATE-SETTLEMENT-RTN.
           IF TP-INSTRUCTION NOT EQUAL TO 'C' OR
              TP-SETTLE-ACCNO NOT EQUAL TO SPACES
               MOVE TP-ACCNO TO CERT-ACCNO-WK
               MOVE TP-SETTLE-ACCNO TO SETTLE-ACCNO-WK
               PERFORM CHECK-SETTLE-ACCT-RTN
               IF SETTLE-OK-SW = 'YES'
                   MOVE TP-SETTLE-ACCNO TO TD-ACCNO
                   READ TIME-DEPOSIT
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'NO ' TO SETTLE-OK-SW
                   END-READ
               END-IF
               IF SETTLE-OK-SW NOT EQUAL TO 'YES'
                   MOVE 'BAD SETTLE ' TO REJ-REASON
               END-IF
           END-IF.

      *THE SETTLEMENT ACCOUNT MUST EXIST, MUST NOT BE CLOSED, AND
      *MUST NOT BE THE CERTIFICATE ITSELF.
       CHECK-SETTLE-ACCT-RTN.
           MOVE 'NO ' TO SETTLE-OK-SW.
           IF SETTLE-ACCNO-WK NOT EQUAL TO SPACES AND
              SETTLE-ACCNO-WK NOT EQUAL TO CERT-ACCNO-WK
               MOVE SETTLE-ACCNO-WK TO AM-ACCNO
               READ ACCOUNT-MASTER
                   INVALID KEY MOVE 'NO ' TO SETTLE-OK-SW
                   NOT INVALID KEY
                       IF AM-STATUS-CD NOT EQUAL TO 'C'
                           MOVE 'YES' TO SETTLE-OK-SW
                       END-IF
               END-READ
           END-IF.

      *THE PLACEMENT IS THE CERTIFICATE'S OPENING DEPOSIT: THE
      *ACCOUNT RECORD, ITS 'O ' JOURNAL LEG AND THE CONTRACT RECORD
      *ARE WRITTEN TOGETHER. THE TERM RUNS FROM THE RUN DATE. AN
      *ACCOUNT NUMBER TAKEN SINCE THE EDIT REJECTS THE PLACEMENT
      *BEFORE ANY LEG OR CONTRACT IS WRITTEN.
       BOOK-PLACEMENT-RTN.
           MOVE TP-ACCNO TO AM-ACCNO.
           MOVE TP-ACCNAME TO AM-ACCNAME.
           MOVE TP-AMOUNT TO AM-BALANCE.
           MOVE 'A' TO AM-STATUS-CD.
           MOVE RUN-DATE TO AM-LAST-ACT-DATE.
           MOVE TP-CUST-ID TO AM-CUST-ID.
           MOVE 0 TO AM-HOLD-AMT.
           MOVE 0 TO AM-HOLD-RELEASE.
           WRITE AM-REC
               INVALID KEY MOVE 'ACCT EXISTS' TO REJ-REASON
           END-WRITE.
           IF REJ-REASON = SPACES
               PERFORM BOOK-CERTIFICATE-RTN
           END-IF.

       BOOK-CERTIFICATE-RTN.
           MOVE TP-ACCNO TO JR-ACCNO.
           MOVE 'O ' TO JR-TC.
           MOVE TP-AMOUNT TO JR-AMOUNT.
           MOVE 0 TO JR-BAL-BEFORE.
           MOVE TP-AMOUNT TO JR-BAL-AFTER.
           PERFORM WRITE-JOURNAL-RTN.
           MOVE TP-ACCNO TO TD-ACCNO.
           MOVE TP-AMOUNT TO TD-PRINCIPAL.
           MOVE TP-TERM-DAYS TO TD-TERM-DAYS.
           MOVE TP-RATE TO TD-RATE.
           MOVE RUN-DATE TO TD-PLACE-DATE.
           COMPUTE TD-MATURITY-DATE =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   + TP-TERM-DAYS).
           MOVE TP-INSTRUCTION TO TD-INSTRUCTION.
           MOVE TP-SETTLE-ACCNO TO TD-SETTLE-ACCNO.
           IF TP-PENALTY-RATE NUMERIC AND TP-PENALTY-RATE > 0
               MOVE TP-PENALTY-RATE TO TD-PENALTY-RATE
           ELSE
               MOVE DFLT-PENALTY-RATE TO TD-PENALTY-RATE
           END-IF.
           MOVE 0 TO TD-NOTICE-DATE.
           MOVE 'A' TO TD-STAT-CD.
           MOVE 0 TO TD-ROLL-CTR.
           WRITE TD-REC
               INVALID KEY REWRITE TD-REC
           END-WRITE.
           ADD 1 TO BOOKED-CTR.
           ADD TP-AMOUNT TO BOOKED-AMT.
           MOVE TP-ACCNO TO RG-ACCNO.
           MOVE TP-ACCNAME TO RG-ACCNAME.
           MOVE 'PLACED    ' TO RG-EVENT.
           MOVE TP-AMOUNT TO RG-PRINCIPAL.
           MOVE 0 TO RG-INTEREST.
           MOVE TD-MATURITY-DATE TO RG-DATE.
           MOVE SPACES TO RG-NOTE.
           MOVE TP-MAKER TO RG-MAKER.
           WRITE REG-REC FROM REG-LINE.

      *ONLY A RUNNING CERTIFICATE TAKES A NEW INSTRUCTION; ONE
      *ALREADY MATURED AND HELD IS SETTLED AT THE TELLER.
       VALIDATE-INSTR-CHANGE-RTN.
           MOVE TP-ACCNO TO TD-ACCNO.
           READ TIME-DEPOSIT
               INVALID KEY MOVE 'NOT A TD   ' TO REJ-REASON
               NOT INVALID KEY
                   IF TD-STAT-CD NOT EQUAL TO 'A'
                       MOVE 'NOT RUNNING' TO REJ-REASON
                   END-IF
           END-READ.
           IF REJ-REASON = SPACES
               IF TP-INSTRUCTION NOT EQUAL TO 'P' AND
                  TP-INSTRUCTION NOT EQUAL TO 'R' AND
                  TP-INSTRUCTION NOT EQUAL TO 'C'
                   MOVE 'BAD INSTR  ' TO REJ-REASON
               ELSE
                   PERFORM VALIDATE-SETTLEMENT-RTN
               END-IF
           END-IF.

      *THE SETTLEMENT CHECK READ OTHER RECORDS, SO THE CONTRACT IS
      *READ AGAIN BEFORE IT IS CHANGED.
       APPLY-INSTR-CHANGE-RTN.
           MOVE TP-ACCNO TO TD-ACCNO.
           READ TIME-DEPOSIT
               INVALID KEY CONTINUE
           END-READ.
           MOVE TP-INSTRUCTION TO TD-INSTRUCTION.
           MOVE TP-SETTLE-ACCNO TO TD-SETTLE-ACCNO.
           REWRITE TD-REC.
           ADD 1 TO INSTR-CTR.
           MOVE TP-ACCNO TO AM-ACCNO.
           READ ACCOUNT-MASTER
               INVALID KEY MOVE SPACES TO AM-ACCNAME
           END-READ.
           MOVE TP-ACCNO TO RG-ACCNO.
           MOVE AM-ACCNAME TO RG-ACCNAME.
           MOVE 'INSTR CHG ' TO RG-EVENT.
           MOVE TD-PRINCIPAL TO RG-PRINCIPAL.
           MOVE 0 TO RG-INTEREST.
           MOVE TD-MATURITY-DATE TO RG-DATE.
           PERFORM SET-INSTR-NOTE-RTN.
           MOVE TP-MAKER TO RG-MAKER.
           WRITE REG-REC FROM REG-LINE.

       WRITE-PLACE-REJECT-RTN.
           ADD 1 TO PLREJ-CTR.
           MOVE TP-ACCNO TO RG-ACCNO.
           MOVE TP-ACCNAME TO RG-ACCNAME.
           MOVE 'REJECTED  ' TO RG-EVENT.
           IF TP-AMOUNT NUMERIC
               MOVE TP-AMOUNT TO RG-PRINCIPAL
           ELSE
               MOVE 0 TO RG-PRINCIPAL
           END-IF.
           MOVE 0 TO RG-INTEREST.
           MOVE 0 TO RG-DATE.
           MOVE REJ-REASON TO RG-NOTE.
           MOVE TP-MAKER TO RG-MAKER.
           WRITE REG-REC FROM REG-LINE.

       SET-INSTR-NOTE-RTN.
           EVALUATE TD-INSTRUCTION
               WHEN 'P'
                   MOVE 'PAY TO  ' TO RG-NOTE-TEXT
                   MOVE TD-SETTLE-ACCNO TO RG-NOTE-ACCNO
               WHEN 'R'
                   MOVE 'INT TO  ' TO RG-NOTE-TEXT
                   MOVE TD-SETTLE-ACCNO TO RG-NOTE-ACCNO
               WHEN OTHER
                   MOVE 'COMPOUNDED ' TO RG-NOTE
           END-EVALUATE.

      *THE OPERATOR FILE IS NOT OPTIONAL: WITHOUT IT NO CARD COULD
      *BE PROVED TO COME FROM A SIGNED-ON CLERK, SO THE RUN STOPS
      *BEFORE IT TOUCHES A MASTER.
       LOAD-OPERATORS-RTN.
           OPEN INPUT OPERFILE.
           IF OP-FILE-STATUS NOT EQUAL TO '00'
               DISPLAY 'OPERATOR.TXT NOT AVAILABLE - STATUS '
                       OP-FILE-STATUS ' - RUN STOPPED'
               CLOSE REGISTER-FILE, NOTICE-FILE
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

      *=============== MATURITIES AND NOTICES ==================
      *ONE SEQUENTIAL PASS OVER THE CONTRACTS. NO RANDOM READ OF
      *TIME-DEPOSIT.DAT HAPPENS INSIDE THE PASS - IT WOULD MOVE THE
      *FILE POSITION - SO EVERYTHING BELOW WORKS FROM THE RECORD
      *JUST READ AND REWRITES IT ONCE AT THE END.
       PROCESS-CERTIFICATES-RTN.
           WRITE REG-REC FROM BLANK-LINE.
           WRITE REG-REC FROM MATURE-HDG.
           WRITE REG-REC FROM REG-COLHD.
           MOVE LOW-VALUES TO TD-ACCNO.
           START TIME-DEPOSIT KEY NOT LESS THAN TD-ACCNO
               INVALID KEY MOVE 'YES' TO TD-EOF-SW.
           PERFORM UNTIL TD-EOF-SW = 'YES'
               READ TIME-DEPOSIT NEXT RECORD
                   AT END MOVE 'YES' TO TD-EOF-SW
                   NOT AT END PERFORM ONE-CERTIFICATE-RTN
               END-READ
           END-PERFORM.

       ONE-CERTIFICATE-RTN.
           ADD 1 TO TD-READ-CTR.
           MOVE 'N' TO CERT-CHANGED-SW.
           IF TD-STAT-CD = 'A' AND TD-MATURITY-DATE <= RUN-DATE
               PERFORM MATURE-ONE-RTN
           END-IF.
      *A CERTIFICATE JUST ROLLED OVER ON A SHORT TERM MAY ALREADY
      *BE INSIDE THE NOTICE WINDOW FOR ITS NEW MATURITY.
           IF TD-STAT-CD = 'A' AND TD-NOTICE-DATE = 0 AND
              TD-MATURITY-DATE > RUN-DATE
               COMPUTE DAYS-TO-MAT =
                       FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
                     - FUNCTION INTEGER-OF-DATE(RUN-DATE)
               IF DAYS-TO-MAT <= NOTICE-DAYS
                   PERFORM WRITE-NOTICE-RTN
                   MOVE RUN-DATE TO TD-NOTICE-DATE
                   MOVE 'Y' TO CERT-CHANGED-SW
               END-IF
           END-IF.
           IF CERT-CHANGED-SW = 'Y'
               REWRITE TD-REC
           END-IF.

      *INTEREST FOR THE TERM IS SIMPLE INTEREST AT THE CONTRACT
      *RATE ON AN ACTUAL/365 BASIS. THE SETTLEMENT ACCOUNT IS
      *PROVED BEFORE THE CERTIFICATE IS TOUCHED, SO A MISSING OR
      *CLOSED ONE LEAVES PRINCIPAL AND INTEREST IN THE CERTIFICATE
      *('H' - HELD) INSTEAD OF HALF-POSTING A TRANSFER.
       MATURE-ONE-RTN.
           MOVE 'Y' TO CERT-CHANGED-SW.
           COMPUTE MAT-INT ROUNDED =
                   TD-PRINCIPAL * TD-RATE * TD-TERM-DAYS / 365.
           MOVE 'YES' TO SETTLE-OK-SW.
           IF TD-INSTRUCTION = 'P' OR TD-INSTRUCTION = 'R'
               MOVE TD-SETTLE-ACCNO TO SETTLE-ACCNO-WK
               MOVE TD-ACCNO TO CERT-ACCNO-WK
               PERFORM CHECK-SETTLE-ACCT-RTN
           END-IF.
           MOVE TD-ACCNO TO AM-ACCNO.
           READ ACCOUNT-MASTER
               INVALID KEY MOVE 'NO ' TO CERT-ACCT-OK-SW
               NOT INVALID KEY
                   IF AM-STATUS-CD = 'C'
                       MOVE 'NO ' TO CERT-ACCT-OK-SW
                   ELSE
                       MOVE 'YES' TO CERT-ACCT-OK-SW
                   END-IF
           END-READ.
           MOVE TD-ACCNO TO RG-ACCNO.
           MOVE TD-PRINCIPAL TO RG-PRINCIPAL.
           MOVE TD-MATURITY-DATE TO RG-DATE.
           MOVE SPACES TO RG-NOTE.
           MOVE SELF-MAKER TO RG-MAKER.
           IF CERT-ACCT-OK-SW NOT EQUAL TO 'YES'
               MOVE 'N' TO CERT-CHANGED-SW
               MOVE SPACES TO RG-ACCNAME
               MOVE 'NOT POSTED' TO RG-EVENT
               MOVE 0 TO RG-INTEREST
               MOVE 'NO ACCOUNT ' TO RG-NOTE
               ADD 1 TO NOTPOST-CTR
           ELSE
               MOVE AM-ACCNAME TO RG-ACCNAME
               MOVE MAT-INT TO RG-INTEREST
               PERFORM POST-MATURITY-RTN
           END-IF.
           WRITE REG-REC FROM REG-LINE.

      *ONLY THE INTEREST NET OF FINAL TAX IS LEFT IN THE
      *CERTIFICATE, SO EVERY INSTRUCTION BELOW PAYS OUT OR RENEWS
      *THE NET AMOUNT.
       POST-MATURITY-RTN.
           MOVE AM-ACCNO TO JR-ACCNO.
           MOVE 'I ' TO JR-TC.
           MOVE MAT-INT TO JR-AMOUNT.
           MOVE AM-BALANCE TO JR-BAL-BEFORE.
           ADD MAT-INT TO AM-BALANCE.
           MOVE AM-BALANCE TO JR-BAL-AFTER.
           PERFORM WRITE-JOURNAL-RTN.
           ADD 1 TO MATURED-CTR.
           ADD MAT-INT TO MATURED-INT.
           PERFORM WITHHOLD-TAX-RTN.
           COMPUTE NET-INT = MAT-INT - WTAX-AMT.
           IF SETTLE-OK-SW NOT EQUAL TO 'YES'
               REWRITE AM-REC
               MOVE 'H' TO TD-STAT-CD
               MOVE 'HELD      ' TO RG-EVENT
               MOVE 'NO SETTLE  ' TO RG-NOTE
               ADD 1 TO HELD-CTR
           ELSE
               EVALUATE TD-INSTRUCTION
                   WHEN 'P'
                       PERFORM PAY-OUT-RTN
                   WHEN 'R'
                       PERFORM ROLL-PAY-INTEREST-RTN
                   WHEN OTHER
                       PERFORM ROLL-COMPOUND-RTN
               END-EVALUATE
           END-IF.

      *FINAL TAX IS WITHHELD AS ITS OWN 'WT' LEG RIGHT AFTER THE
      *'I ' LEG, THE SAME WAY THE TELLER RUN POSTS INTEREST, SO THE
      *MONTH-END REMITTANCE RUN PICKS IT UP WITH THE REST. THE
      *CERTIFICATE'S OWNER OF RECORD (AM-CUST-ID) DECIDES THE
      *EXEMPTION.
       WITHHOLD-TAX-RTN.
           MOVE 0 TO WTAX-AMT.
           PERFORM CHECK-TAX-EXEMPT-RTN.
           IF TAX-EXEMPT-SW = 'YES'
               ADD 1 TO WTAX-EXEMPT-CTR
           ELSE
               COMPUTE WTAX-AMT ROUNDED = MAT-INT * WTAX-RATE
           END-IF.
           IF WTAX-AMT > 0
               MOVE AM-ACCNO TO JR-ACCNO
               MOVE 'WT' TO JR-TC
               MOVE WTAX-AMT TO JR-AMOUNT
               MOVE AM-BALANCE TO JR-BAL-BEFORE
               SUBTRACT WTAX-AMT FROM AM-BALANCE
               MOVE AM-BALANCE TO JR-BAL-AFTER
               PERFORM WRITE-JOURNAL-RTN
               ADD 1 TO WTAX-CTR
               ADD WTAX-AMT TO WTAX-TOT
           END-IF.

      *A CERTIFICATE WITH NO OWNER ON FILE, OR A RUN WITHOUT THE
      *CUSTOMER MASTER, IS TAXED - EXEMPTION MUST BE PROVEN.
       CHECK-TAX-EXEMPT-RTN.
           MOVE 'NO ' TO TAX-EXEMPT-SW.
           IF CM-AVAIL-SW = 'Y' AND AM-CUST-ID NOT EQUAL TO SPACES
               MOVE AM-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY MOVE 'NO ' TO TAX-EXEMPT-SW
                   NOT INVALID KEY
                       IF CM-TAX-CD = 'E'
                           MOVE 'YES' TO TAX-EXEMPT-SW
                       END-IF
               END-READ
           END-IF.

      *THE WHOLE BALANCE MOVES TO THE SETTLEMENT ACCOUNT AND THE
      *CERTIFICATE ACCOUNT CLOSES AT ZERO.
       PAY-OUT-RTN.
           MOVE AM-BALANCE TO XFER-AMT.
           MOVE AM-ACCNO TO JR-ACCNO.
           MOVE 'X ' TO JR-TC.
           MOVE XFER-AMT TO JR-AMOUNT.
           MOVE AM-BALANCE TO JR-BAL-BEFORE.
           MOVE 0 TO AM-BALANCE.
           MOVE 0 TO JR-BAL-AFTER.
           PERFORM WRITE-JOURNAL-RTN.
           MOVE 'C' TO AM-STATUS-CD.
           MOVE RUN-DATE TO AM-LAST-ACT-DATE.
           REWRITE AM-REC.
           PERFORM CREDIT-SETTLEMENT-RTN.
           MOVE 'M' TO TD-STAT-CD.
           MOVE 'PAID OUT  ' TO RG-EVENT.
           MOVE 'PAID TO ' TO RG-NOTE-TEXT.
           MOVE TD-SETTLE-ACCNO TO RG-NOTE-ACCNO.
           ADD 1 TO PAID-CTR.
           ADD XFER-AMT TO PAID-AMT.

       ROLL-PAY-INTEREST-RTN.
           MOVE NET-INT TO XFER-AMT.
           MOVE AM-ACCNO TO JR-ACCNO.
           MOVE 'X ' TO JR-TC.
           MOVE XFER-AMT TO JR-AMOUNT.
           MOVE AM-BALANCE TO JR-BAL-BEFORE.
           SUBTRACT XFER-AMT FROM AM-BALANCE.
           MOVE AM-BALANCE TO JR-BAL-AFTER.
           PERFORM WRITE-JOURNAL-RTN.
           REWRITE AM-REC.
           PERFORM CREDIT-SETTLEMENT-RTN.
           PERFORM RENEW-TERM-RTN.
           MOVE 'INT TO  ' TO RG-NOTE-TEXT.
           MOVE TD-SETTLE-ACCNO TO RG-NOTE-ACCNO.
           ADD XFER-AMT TO ROLLED-INT-PAID.

       ROLL-COMPOUND-RTN.
           REWRITE AM-REC.
           MOVE AM-BALANCE TO TD-PRINCIPAL.
           PERFORM RENEW-TERM-RTN.
           MOVE 'COMPOUNDED ' TO RG-NOTE.

      *THE NEW TERM RUNS FROM THE OLD MATURITY DATE, NOT FROM THE
      *RUN DATE, SO A LATE RUN DOES NOT SHORT THE CUSTOMER DAYS.
      *THE SAME TERM AND CONTRACT RATE CARRY OVER.
       RENEW-TERM-RTN.
           MOVE TD-MATURITY-DATE TO TD-PLACE-DATE.
           COMPUTE TD-MATURITY-DATE =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TD-PLACE-DATE)
                   + TD-TERM-DAYS).
           MOVE 0 TO TD-NOTICE-DATE.
           ADD 1 TO TD-ROLL-CTR.
           ADD 1 TO ROLLED-CTR.
           MOVE 'ROLLED    ' TO RG-EVENT.
           MOVE TD-PRINCIPAL TO RG-PRINCIPAL.
           MOVE TD-MATURITY-DATE TO RG-DATE.

      *THE CREDIT LEG OF THE TRANSFER; LIKE THE TELLER RUN'S 'XC',
      *IT WAKES A DORMANT SETTLEMENT ACCOUNT.
       CREDIT-SETTLEMENT-RTN.
           MOVE TD-SETTLE-ACCNO TO AM-ACCNO.
           READ ACCOUNT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AM-ACCNO TO JR-ACCNO
                   MOVE 'XC' TO JR-TC
                   MOVE XFER-AMT TO JR-AMOUNT
                   MOVE AM-BALANCE TO JR-BAL-BEFORE
                   ADD XFER-AMT TO AM-BALANCE
                   MOVE AM-BALANCE TO JR-BAL-AFTER
                   PERFORM WRITE-JOURNAL-RTN
                   IF AM-STATUS-CD = 'D'
                       MOVE 'A' TO AM-STATUS-CD
                   END-IF
                   MOVE RUN-DATE TO AM-LAST-ACT-DATE
                   REWRITE AM-REC
           END-READ.

      *ONE NOTICE PER TERM, ADDRESSED FROM THE CUSTOMER MASTER
      *WHEN IT IS AVAILABLE, EACH ON ITS OWN PAGE.
       WRITE-NOTICE-RTN.
           MOVE TD-ACCNO TO AM-ACCNO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO AM-ACCNAME
                   MOVE SPACES TO AM-CUST-ID
           END-READ.
           MOVE AM-ACCNAME TO NNL-NAME.
           MOVE SPACES TO NAL-ADDRESS.
           IF CM-AVAIL-SW = 'Y' AND AM-CUST-ID NOT EQUAL TO SPACES
               MOVE AM-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NAME TO NNL-NAME
                       MOVE CM-ADDRESS TO NAL-ADDRESS
               END-READ
           END-IF.
           IF NOTICE-CTR = 0
               WRITE NTC-REC FROM HD1-REC
           ELSE
               WRITE NTC-REC FROM HD1-REC AFTER ADVANCING PAGE
           END-IF.
           WRITE NTC-REC FROM HD2-REC.
           WRITE NTC-REC FROM BLANK-LINE.
           WRITE NTC-REC FROM NTC-TITLE-LINE.
           WRITE NTC-REC FROM BLANK-LINE.
           MOVE RUN-DATE TO NDL-DATE.
           WRITE NTC-REC FROM NTC-DATE-LINE.
           WRITE NTC-REC FROM BLANK-LINE.
           WRITE NTC-REC FROM NTC-NAME-LINE.
           WRITE NTC-REC FROM NTC-ADDR-LINE.
           WRITE NTC-REC FROM BLANK-LINE.
           MOVE TD-ACCNO TO NCL-ACCNO.
           MOVE AM-ACCNAME TO NCL-ACCNAME.
           WRITE NTC-REC FROM NTC-ACCT-LINE.
           MOVE TD-PRINCIPAL TO NPL-PRINCIPAL.
           WRITE NTC-REC FROM NTC-PRIN-LINE.
           MOVE TD-RATE TO NRL-RATE.
           MOVE TD-TERM-DAYS TO NRL-TERM.
           WRITE NTC-REC FROM NTC-RATE-LINE.
           MOVE TD-PLACE-DATE TO NTL-PLACED.
           MOVE TD-MATURITY-DATE TO NTL-MATURES.
           WRITE NTC-REC FROM NTC-DATES-LINE.
           COMPUTE MAT-INT ROUNDED =
                   TD-PRINCIPAL * TD-RATE * TD-TERM-DAYS / 365.
           MOVE MAT-INT TO NIL-INTEREST.
           WRITE NTC-REC FROM NTC-INT-LINE.
           WRITE NTC-REC FROM BLANK-LINE.
           MOVE SPACES TO NSL-ACCNO.
           EVALUATE TD-INSTRUCTION
               WHEN 'P'
                   MOVE
               'ON MATURITY PRINCIPAL AND INTEREST GO TO ACCOUNT'
                       TO NSL-TEXT
                   MOVE TD-SETTLE-ACCNO TO NSL-ACCNO
               WHEN 'R'
                   MOVE 'PRINCIPAL RENEWS, INTEREST GOES TO ACCOUNT'
                       TO NSL-TEXT
                   MOVE TD-SETTLE-ACCNO TO NSL-ACCNO
               WHEN OTHER
                   MOVE
               'PRINCIPAL AND INTEREST RENEW FOR THE SAME TERM'
                       TO NSL-TEXT
           END-EVALUATE.
           WRITE NTC-REC FROM NTC-INSTR-LINE.
           WRITE NTC-REC FROM BLANK-LINE.
           WRITE NTC-REC FROM NTC-CLOSE1-LINE.
           WRITE NTC-REC FROM NTC-CLOSE2-LINE.
           ADD 1 TO NOTICE-CTR.
           MOVE TD-ACCNO TO RG-ACCNO.
           MOVE AM-ACCNAME TO RG-ACCNAME.
           MOVE 'NOTICE    ' TO RG-EVENT.
           MOVE TD-PRINCIPAL TO RG-PRINCIPAL.
           MOVE MAT-INT TO RG-INTEREST.
           MOVE TD-MATURITY-DATE TO RG-DATE.
           PERFORM SET-INSTR-NOTE-RTN.
           MOVE SELF-MAKER TO RG-MAKER.
           WRITE REG-REC FROM REG-LINE.

      *EVERY LEG OF THIS RUN FUNNELS THROUGH HERE WITH THE ACCOUNT,
      *CODE, AMOUNT AND BEFORE/AFTER BALANCES ALREADY IN PLACE.
       WRITE-JOURNAL-RTN.
           ADD 1 TO JRN-SEQ.
           MOVE RUN-DATE TO JR-DATE.
           MOVE JRN-SEQ TO JR-SEQ.
           WRITE JOURNAL-REC.

       FINISH-RTN.
           MOVE BOOKED-CTR TO TBK-CTR.
           MOVE BOOKED-AMT TO TBK-AMT.
           MOVE PLREJ-CTR TO TPR-CTR.
           MOVE INSTR-CTR TO TIC-CTR.
           MOVE MATURED-CTR TO TMT-CTR.
           MOVE MATURED-INT TO TMT-AMT.
           MOVE WTAX-CTR TO TWX-CTR.
           MOVE WTAX-TOT TO TWX-AMT.
           MOVE WTAX-EXEMPT-CTR TO TEX-CTR.
           MOVE PAID-CTR TO TPD-CTR.
           MOVE PAID-AMT TO TPD-AMT.
           MOVE ROLLED-CTR TO TRL-CTR.
           MOVE ROLLED-INT-PAID TO TRL-AMT.
           MOVE HELD-CTR TO THD-CTR.
           MOVE NOTPOST-CTR TO TNP-CTR.
           MOVE NOTICE-CTR TO TNT-CTR.
           WRITE REG-REC FROM BLANK-LINE.
           WRITE REG-REC FROM TOT-BOOKED-LINE.
           WRITE REG-REC FROM TOT-PLREJ-LINE.
           WRITE REG-REC FROM TOT-INSTR-LINE.
           WRITE REG-REC FROM TOT-MATURED-LINE.
           WRITE REG-REC FROM TOT-WTAX-LINE.
           WRITE REG-REC FROM TOT-EXEMPT-LINE.
           WRITE REG-REC FROM TOT-PAID-LINE.
           WRITE REG-REC FROM TOT-ROLLED-LINE.
           WRITE REG-REC FROM TOT-HELD-LINE.
           WRITE REG-REC FROM TOT-NOTPOST-LINE.
           WRITE REG-REC FROM TOT-NOTICE-LINE.
           WRITE REG-REC FROM END-RPT-LINE.
           IF CM-AVAIL-SW = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE REGISTER-FILE, NOTICE-FILE, JOURNAL-FILE,
                 ACCOUNT-MASTER, TIME-DEPOSIT.
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
           MOVE FUNCTION CURRENT-DATE TO RL-STAMP.
           OPEN EXTEND RUNLOG.
           MOVE 'TIME-DEPOSIT   ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           COMPUTE RL-READ = TP-READ-CTR + TD-READ-CTR.
           COMPUTE RL-WRITTEN = BOOKED-CTR + INSTR-CTR + MATURED-CTR.
           COMPUTE RL-REJECTED = PLREJ-CTR + NOTPOST-CTR.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

       END PROGRAM TIME-DEPOSIT.
