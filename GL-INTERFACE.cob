       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-INTERFACE.
       AUTHOR. BSIT 2-4.
       INSTALLATION. OWN COMPUTER.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ACCESSIBLE TO BSIT 2-4 ONLY.
       REMARKS. DAILY GENERAL LEDGER INTERFACE FOR ALL THREE SUITES.
                FOR ONE BUSINESS DATE IT GATHERS THE DAY'S ACTIVITY -
                THE SAVINGS BANK JOURNAL BY TRANSACTION CODE, THE
                SALES AND RETURNS POSTED TO THE RECEIVABLES LEDGER
                WITH THEIR COMMISSION ACCRUAL, AND THE SCHOOL'S
                TUITION ASSESSMENTS, DISCOUNTS, CASHIER RECEIPTS,
                CREDIT MEMOS AND LATE SURCHARGES - AND TURNS EACH
                ACTIVITY TOTAL INTO A DEBIT AND A CREDIT THROUGH THE
                CHART-OF-ACCOUNTS MAPPING ON GLMAP.TXT. THE BATCH IS
                RELEASED TO GLPOST.TXT ONLY WHEN DEBITS EQUAL CREDITS
                AND EVERY ACTIVITY FOUND A VALID MAPPING; OTHERWISE
                GLPOST.TXT IS LEFT EMPTY AND THE RUN ENDS ABNORMALLY.
                THE PROOF LISTING GLPROOF.TXT SHOWS THE SOURCE TOTALS
                AND THE ENTRIES BY GL ACCOUNT. ACCOUNTING NO LONGER
                RE-KEYS THE DAY'S TOTALS FROM THE PRINTED REPORTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       OBJECT-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLCTL ASSIGN TO "GLCTL.TXT".
           SELECT RUNCTL ASSIGN TO "RUNCTL.TXT"
               FILE STATUS IS RC-STATUS.
           SELECT GLMAP ASSIGN TO "GLMAP.TXT"
               FILE STATUS IS GM-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL.TXT".
           SELECT OPTIONAL PRODSALES ASSIGN TO "PRODSALES.TXT".
           SELECT OPTIONAL ASSESS-GL ASSIGN TO "ASSESS-GL.TXT".
           SELECT OPTIONAL CASH-GL ASSIGN TO "CASH-GL.TXT".
           SELECT OPTIONAL CREDMEMO-GL ASSIGN TO "CREDMEMO-GL.TXT".
           SELECT OPTIONAL SURCH-GL ASSIGN TO "SURCH-GL.TXT".
           SELECT GLPOST ASSIGN TO "GLPOST.TXT".
           SELECT OUTFILE ASSIGN TO "GLPROOF.TXT".
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
       DATA DIVISION.
       FILE SECTION.
      *CONTROL CARD: THE BUSINESS DATE TO INTERFACE. A MISSING CARD
      *OR ZERO DATE TAKES THE SAVINGS BANK'S RUNCTL.TXT DATE.
       FD  GLCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS GLCTL-REC.
       01  GLCTL-REC.
           05 GC-DATE PIC 9(8).
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS RUNCTL-REC.
       01  RUNCTL-REC.
           05 RC-DATE PIC 9(8).
           05 FILLER PIC X(9).
      *CHART OF ACCOUNTS AND ACTIVITY MAPPING. AN 'A' CARD NAMES A
      *GL ACCOUNT; AN 'M' CARD SAYS WHICH ACCOUNT IS DEBITED AND
      *WHICH CREDITED FOR ONE ACTIVITY OF ONE SOURCE SUITE ('BANK',
      *'SALE' OR 'SCHL'). BANK ACTIVITIES ARE THE JOURNAL'S JR-TC,
      *EXCEPT A CORRECTION, WHICH IS 'RVCR' WHEN IT PUT MONEY BACK
      *INTO THE ACCOUNT AND 'RVDR' WHEN IT TOOK MONEY OUT. SALES
      *ACTIVITIES ARE 'SALE', 'RTRN', 'COMM' (COMMISSION ACCRUED)
      *AND 'CMRV' (COMMISSION REVERSED BY A RETURN). SCHOOL
      *ACTIVITIES ARE 'ASMT', 'DISC', 'RCPT', 'CMEM' AND 'LATE'.
       FD  GLMAP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS GM-REC.
       01  GM-REC.
           05 GM-TYPE PIC X.
           05 GM-REST PIC X(39).
       01  GM-ACCT-REC.
           05 FILLER PIC X.
           05 GM-ACCT PIC X(6).
           05 GM-ACCT-NAME PIC X(30).
           05 FILLER PIC X(3).
       01  GM-MAP-REC.
           05 FILLER PIC X.
           05 GM-SOURCE PIC X(4).
           05 GM-ACTIVITY PIC X(4).
           05 GM-DR-ACCT PIC X(6).
           05 GM-CR-ACCT PIC X(6).
           05 FILLER PIC X(19).
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
      *EVERY SALE AND RETURN THE SALES RUN ACCEPTED AND POSTED TO
      *AR-LEDGER.DAT, WITH THE COMMISSION IT EARNED. RETURNS CARRY
      *NEGATIVE AMOUNT AND COMMISSION.
       FD  PRODSALES
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS PS-REC.
       01  PS-REC.
           05 PS-BUS-DATE PIC 9(8).
           05 PS-BATCH-NO PIC 9(6).
           05 PS-AREA PIC X.
           05 PS-SNO PIC X(3).
           05 PS-SNAME PIC X(25).
           05 PS-PRODCODE PIC X(6).
           05 PS-PRODLINE PIC X(4).
           05 PS-TC PIC X.
           05 PS-UNITS PIC S9(5).
           05 PS-AMOUNT PIC S9(7)V99.
           05 PS-COMM PIC S9(7)V99.
      *THE SCHOOL RUNS' GL EXTRACTS SHARE ONE LAYOUT.
       FD  ASSESS-GL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS AG-REC.
       01  AG-REC.
           05 AG-DATE PIC 9(8).
           05 AG-ACTIVITY PIC X(4).
           05 AG-REF PIC X(12).
           05 AG-AMOUNT PIC 9(7)V99.
       FD  CASH-GL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS CG-REC.
       01  CG-REC.
           05 CG-DATE PIC 9(8).
           05 CG-ACTIVITY PIC X(4).
           05 CG-REF PIC X(12).
           05 CG-AMOUNT PIC 9(7)V99.
       FD  CREDMEMO-GL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS MG-REC.
       01  MG-REC.
           05 MG-DATE PIC 9(8).
           05 MG-ACTIVITY PIC X(4).
           05 MG-REF PIC X(12).
           05 MG-AMOUNT PIC 9(7)V99.
       FD  SURCH-GL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS SG-REC.
       01  SG-REC.
           05 SG-DATE PIC 9(8).
           05 SG-ACTIVITY PIC X(4).
           05 SG-REF PIC X(12).
           05 SG-AMOUNT PIC 9(7)V99.
      *THE RELEASED BATCH: ONE RECORD PER GL ACCOUNT, SIDE, SOURCE
      *AND ACTIVITY. EMPTY WHEN THE BATCH IS HELD.
       FD  GLPOST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS GP-REC.
       01  GP-REC.
           05 GP-DATE PIC 9(8).
           05 GP-ACCT PIC X(6).
           05 GP-DRCR PIC X.
           05 GP-AMOUNT PIC 9(9)V99.
           05 GP-SOURCE PIC X(15).
           05 GP-ACTIVITY PIC X(4).
           05 GP-COUNT PIC 9(6).
       FD  OUTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS OUTREC.
       01  OUTREC.
           05 FILLER PIC X(100).
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
       01  HD1.
           05 FILLER PIC X(33) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
              'GENERAL LEDGER INTERFACE PROOF'.
           05 FILLER PIC X(33) VALUE SPACES.
       01  DATE-LINE.
           05 FILLER PIC X(15) VALUE 'BUSINESS DATE: '.
           05 DL-DATE PIC 9(8).
           05 FILLER PIC X(77) VALUE SPACES.
       01  NO-DATE-LINE.
           05 FILLER PIC X(50) VALUE
              'NO BUSINESS DATE ON GLCTL.TXT OR RUNCTL.TXT'.
           05 FILLER PIC X(50) VALUE SPACES.
       01  NO-MAP-LINE.
           05 FILLER PIC X(50) VALUE
              'GLMAP.TXT CHART OF ACCOUNTS MISSING - RUN STOPPED'.
           05 FILLER PIC X(50) VALUE SPACES.
       01  SRC-HDNG.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'SOURCE CONTROL TOTALS'.
           05 FILLER PIC X(68) VALUE SPACES.
       01  SRC-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'SOURCE FILE'.
           05 FILLER PIC X(6) VALUE 'ACT.'.
           05 FILLER PIC X(8) VALUE ' ITEMS  '.
           05 FILLER PIC X(16) VALUE '          AMOUNT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'DEBIT   '.
           05 FILLER PIC X(8) VALUE 'CREDIT  '.
           05 FILLER PIC X(33) VALUE 'MAPPING'.
       01  SRC-LINE.
           05 FILLER PIC X(2).
           05 SC-SOURCE PIC X(15).
           05 FILLER PIC X(2).
           05 SC-ACTIVITY PIC X(4).
           05 FILLER PIC X(2).
           05 SC-CNT PIC ZZZZZ9.
           05 FILLER PIC X(2).
           05 SC-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 SC-DR-ACCT PIC X(6).
           05 FILLER PIC X(2).
           05 SC-CR-ACCT PIC X(6).
           05 FILLER PIC X(2).
           05 SC-STATUS PIC X(20).
           05 FILLER PIC X(13).
       01  SRC-NONE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'NO ACTIVITY FOUND FOR THE BUSINESS DATE'.
           05 FILLER PIC X(56) VALUE SPACES.
       01  ACCT-HDNG.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'GL ENTRIES BY ACCOUNT'.
           05 FILLER PIC X(68) VALUE SPACES.
       01  ACCT-COLHD.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'SOURCE FILE'.
           05 FILLER PIC X(6) VALUE 'ACT.'.
           05 FILLER PIC X(10) VALUE ' ITEMS    '.
           05 FILLER PIC X(16) VALUE '           DEBIT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE '          CREDIT'.
           05 FILLER PIC X(27) VALUE SPACES.
       01  ACCT-NAME-LINE.
           05 FILLER PIC X(2).
           05 AN-ACCT PIC X(6).
           05 FILLER PIC X(2).
           05 AN-NAME PIC X(30).
           05 FILLER PIC X(60).
       01  ENTRY-LINE.
           05 FILLER PIC X(6).
           05 EL-SOURCE PIC X(15).
           05 FILLER PIC X(2).
           05 EL-ACTIVITY PIC X(4).
           05 FILLER PIC X(2).
           05 EL-CNT PIC ZZZZZ9.
           05 FILLER PIC X(4).
           05 EL-DR PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 EL-CR PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(27).
       01  ACCT-TOT-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(33) VALUE 'ACCOUNT TOTAL'.
           05 AT-DR PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AT-CR PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(27) VALUE SPACES.
       01  BAD-ACCT-NAME.
           05 FILLER PIC X(30) VALUE '** NOT ON CHART OF ACCOUNTS **'.
       01  TOT-DR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'TOTAL DEBITS:                '.
           05 TDL-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(53) VALUE SPACES.
       01  TOT-CR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'TOTAL CREDITS:               '.
           05 TCL-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(53) VALUE SPACES.
       01  TOT-DIFF-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'DIFFERENCE:                  '.
           05 TFL-AMT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(52) VALUE SPACES.
       01  TOT-UNMAP-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'ACTIVITY NOT MAPPED:         '.
           05 TUL-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(53) VALUE SPACES.
       01  RELEASE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RLL-TEXT PIC X(60).
           05 FILLER PIC X(38) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(79) VALUE SPACES.
       01  BLANK-LINE.
           05 FILLER PIC X(100) VALUE SPACES.

      *----------------------- CHART AND MAPPING ---------------
       01  CHART-TABLE.
           05 CH-ENTRY OCCURS 100 TIMES INDEXED BY CH-IX.
              10 CH-ACCT PIC X(6).
              10 CH-NAME PIC X(30).
       01  MAP-TABLE.
           05 MP-ENTRY OCCURS 60 TIMES INDEXED BY MP-IX.
              10 MP-SOURCE PIC X(4).
              10 MP-ACTIVITY PIC X(4).
              10 MP-DR-ACCT PIC X(6).
              10 MP-CR-ACCT PIC X(6).

      *----------------------- DAY'S ACTIVITY ------------------
       01  ACT-TABLE.
           05 AC-ENTRY OCCURS 60 TIMES INDEXED BY AC-IX.
              10 AC-SOURCE PIC X(4).
              10 AC-ACTIVITY PIC X(4).
              10 AC-FILE PIC X(15).
              10 AC-CNT PIC 9(6).
              10 AC-AMT PIC 9(9)V99.

      *----------------------- GL ENTRIES ----------------------
       01  ENTRY-TABLE.
           05 EN-ENTRY OCCURS 120 TIMES INDEXED BY EN-IX.
              10 EN-ACCT PIC X(6).
              10 EN-FILE PIC X(15).
              10 EN-ACTIVITY PIC X(4).
              10 EN-CNT PIC 9(6).
              10 EN-DR PIC 9(9)V99.
              10 EN-CR PIC 9(9)V99.
       01  ENTRY-SWAP PIC X(53).

       01  GL-OTHERS.
           05 RC-STATUS PIC XX.
           05 GM-STATUS PIC XX.
           05 GL-DATE PIC 9(8) VALUE 0.
           05 IN-EOF PIC X(3) VALUE 'NO '.
           05 CH-COUNT PIC 999 VALUE 0.
           05 MP-COUNT PIC 99 VALUE 0.
           05 AC-COUNT PIC 99 VALUE 0.
           05 EN-COUNT PIC 999 VALUE 0.
           05 EN-I PIC 999.
           05 EN-J PIC 999.
           05 READ-CTR PIC 9(6) VALUE 0.
           05 POST-CTR PIC 9(6) VALUE 0.
           05 EXC-CTR PIC 9(6) VALUE 0.
           05 FOUND-SW PIC X(3) VALUE 'NO '.
           05 MAP-OK-SW PIC X(3) VALUE 'NO '.
           05 LOOK-ACCT PIC X(6).
           05 PREV-ACCT PIC X(6).
           05 ACCT-OK-SW PIC X(3) VALUE 'NO '.
           05 RELEASE-SW PIC X VALUE 'N'.

      *----------------------- ACTIVITY WORK -------------------
       01  ADD-WORK.
           05 ADD-SOURCE PIC X(4).
           05 ADD-ACTIVITY PIC X(4).
           05 ADD-FILE PIC X(15).
           05 ADD-AMT PIC 9(9)V99.
       01  LEG-WORK.
           05 LEG-ACCT PIC X(6).
           05 LEG-SIDE PIC X.
       01  BATCH-TOTALS.
           05 TOT-DR PIC 9(11)V99 VALUE 0.
           05 TOT-CR PIC 9(11)V99 VALUE 0.
           05 TOT-DIFF PIC S9(11)V99 VALUE 0.
           05 TOT-UNMAPPED PIC 9(11)V99 VALUE 0.
           05 ACCT-DR PIC 9(11)V99 VALUE 0.
           05 ACCT-CR PIC 9(11)V99 VALUE 0.

      *----------------------- RUN LOG -------------------------
       01  RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'GL-INTERFACE   '.
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
           PERFORM READ-JOURNAL-RTN.
           PERFORM READ-PRODSALES-RTN.
           PERFORM READ-ASSESS-GL-RTN.
           PERFORM READ-CASH-GL-RTN.
           PERFORM READ-CREDMEMO-GL-RTN.
           PERFORM READ-SURCH-GL-RTN.
           PERFORM BUILD-ENTRIES-RTN.
           PERFORM SORT-ENTRIES-RTN.
           PERFORM WRITE-SOURCE-TOTALS-RTN.
           PERFORM WRITE-ACCOUNT-PROOF-RTN.
           PERFORM RELEASE-BATCH-RTN.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INITIAL-RTN.
           OPEN OUTPUT OUTFILE.
           OPEN OUTPUT GLPOST.
           WRITE OUTREC FROM HD1.
           PERFORM READ-CONTROL-RTN.
      *EVERY SOURCE IS SELECTED BY DATE, SO WITHOUT ONE THERE IS
      *NOTHING SAFE TO INTERFACE.
           IF GL-DATE = 0
               WRITE OUTREC FROM NO-DATE-LINE
               DISPLAY 'NO BUSINESS DATE FOR THE GL RUN - RUN STOPPED'
               PERFORM STOP-RUN-RTN
           END-IF.
           PERFORM LOAD-GLMAP-RTN.
           MOVE GL-DATE TO DL-DATE.
           WRITE OUTREC FROM DATE-LINE.
           WRITE OUTREC FROM BLANK-LINE.
       INITIAL-END.

       READ-CONTROL-RTN.
           OPEN INPUT GLCTL.
           READ GLCTL
               AT END CONTINUE
               NOT AT END
                   IF GC-DATE NUMERIC
                       MOVE GC-DATE TO GL-DATE
                   END-IF
           END-READ.
           CLOSE GLCTL.
           IF GL-DATE = 0
               OPEN INPUT RUNCTL
               IF RC-STATUS = '00'
                   READ RUNCTL
                       AT END CONTINUE
                       NOT AT END
                           IF RC-DATE NUMERIC
                               MOVE RC-DATE TO GL-DATE
                           END-IF
                   END-READ
                   CLOSE RUNCTL
               END-IF
           END-IF.

      *WITHOUT THE CHART NO ACTIVITY CAN BE POSTED - STOP RATHER
      *THAN RELEASE AN EMPTY BATCH AS IF THE DAY HAD BEEN QUIET.
       LOAD-GLMAP-RTN.
           OPEN INPUT GLMAP.
           IF GM-STATUS NOT EQUAL TO '00'
               WRITE OUTREC FROM NO-MAP-LINE
               DISPLAY 'GLMAP.TXT NOT AVAILABLE - RUN STOPPED'
               PERFORM STOP-RUN-RTN
           END-IF.
           MOVE 'NO ' TO IN-EOF.
           PERFORM UNTIL IN-EOF = 'YES'
               READ GLMAP
                   AT END MOVE 'YES' TO IN-EOF
                   NOT AT END PERFORM LOAD-ONE-MAP-RTN
               END-READ
           END-PERFORM.
           CLOSE GLMAP.

       LOAD-ONE-MAP-RTN.
           IF GM-TYPE = 'A' AND CH-COUNT < 100
               ADD 1 TO CH-COUNT
               MOVE GM-ACCT TO CH-ACCT(CH-COUNT)
               MOVE GM-ACCT-NAME TO CH-NAME(CH-COUNT)
           ELSE IF GM-TYPE = 'M' AND MP-COUNT < 60
               ADD 1 TO MP-COUNT
               MOVE GM-SOURCE TO MP-SOURCE(MP-COUNT)
               MOVE GM-ACTIVITY TO MP-ACTIVITY(MP-COUNT)
               MOVE GM-DR-ACCT TO MP-DR-ACCT(MP-COUNT)
               MOVE GM-CR-ACCT TO MP-CR-ACCT(MP-COUNT)
           END-IF.

      *=================== GATHER THE DAY'S ACTIVITY ===========
       READ-JOURNAL-RTN.
           MOVE 'NO ' TO IN-EOF.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL IN-EOF = 'YES'
               READ JOURNAL-FILE
                   AT END MOVE 'YES' TO IN-EOF
                   NOT AT END
                       ADD 1 TO READ-CTR
                       IF JR-DATE = GL-DATE AND JR-AMOUNT > 0
                           PERFORM ONE-JOURNAL-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

      *A CORRECTION CAN GO EITHER WAY, SO ITS DIRECTION IS TAKEN
      *FROM THE BALANCE BEFORE AND AFTER.
       ONE-JOURNAL-RTN.
           MOVE 'BANK' TO ADD-SOURCE.
           MOVE 'JOURNAL.TXT    ' TO ADD-FILE.
           MOVE JR-AMOUNT TO ADD-AMT.
           IF JR-TC = 'RV'
               IF JR-BAL-AFTER > JR-BAL-BEFORE
                   MOVE 'RVCR' TO ADD-ACTIVITY
               ELSE
                   MOVE 'RVDR' TO ADD-ACTIVITY
               END-IF
           ELSE
               MOVE JR-TC TO ADD-ACTIVITY
           END-IF.
           PERFORM ADD-ACTIVITY-RTN.

       READ-PRODSALES-RTN.
           MOVE 'NO ' TO IN-EOF.
           OPEN INPUT PRODSALES.
           PERFORM UNTIL IN-EOF = 'YES'
               READ PRODSALES
                   AT END MOVE 'YES' TO IN-EOF
                   NOT AT END
                       ADD 1 TO READ-CTR
                       IF PS-BUS-DATE = GL-DATE
                           PERFORM ONE-PRODSALE-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODSALES.

       ONE-PRODSALE-RTN.
           MOVE 'SALE' TO ADD-SOURCE.
           MOVE 'PRODSALES.TXT  ' TO ADD-FILE.
           IF PS-AMOUNT < 0
               MOVE 'RTRN' TO ADD-ACTIVITY
               COMPUTE ADD-AMT = 0 - PS-AMOUNT
           ELSE
               MOVE 'SALE' TO ADD-ACTIVITY
               MOVE PS-AMOUNT TO ADD-AMT
           END-IF.
           IF ADD-AMT > 0
               PERFORM ADD-ACTIVITY-RTN
           END-IF.
           IF PS-COMM < 0
               MOVE 'CMRV' TO ADD-ACTIVITY
               COMPUTE ADD-AMT = 0 - PS-COMM
           ELSE
               MOVE 'COMM' TO ADD-ACTIVITY
               MOVE PS-COMM TO ADD-AMT
           END-IF.
           IF ADD-AMT > 0
               PERFORM ADD-ACTIVITY-RTN
           END-IF.

       READ-ASSESS-GL-RTN.
           MOVE 'NO ' TO IN-EOF.
           MOVE 'SCHL' TO ADD-SOURCE.
           MOVE 'ASSESS-GL.TXT  ' TO ADD-FILE.
           OPEN INPUT ASSESS-GL.
           PERFORM UNTIL IN-EOF = 'YES'
               READ ASSESS-GL
                   AT END MOVE 'YES' TO IN-EOF
                   NOT AT END
                       ADD 1 TO READ-CTR
                       IF AG-DATE = GL-DATE AND AG-AMOUNT > 0
                           MOVE AG-ACTIVITY TO ADD-ACTIVITY
                           MOVE AG-AMOUNT TO ADD-AMT
                           PERFORM ADD-ACTIVITY-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ASSESS-GL.

       READ-CASH-GL-RTN.
           MOVE 'NO ' TO IN-EOF.
           MOVE 'SCHL' TO ADD-SOURCE.
           MOVE 'CASH-GL.TXT    ' TO ADD-FILE.
           OPEN INPUT CASH-GL.
           PERFORM UNTIL IN-EOF = 'YES'
               READ CASH-GL
                   AT END MOVE 'YES' TO IN-EOF
                   NOT AT END
                       ADD 1 TO READ-CTR
                       IF CG-DATE = GL-DATE AND CG-AMOUNT > 0
                           MOVE CG-ACTIVITY TO ADD-ACTIVITY
                           MOVE CG-AMOUNT TO ADD-AMT
                           PERFORM ADD-ACTIVITY-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASH-GL.

       READ-CREDMEMO-GL-RTN.
           MOVE 'NO ' TO IN-EOF.
           MOVE 'SCHL' TO ADD-SOURCE.
           MOVE 'CREDMEMO-GL.TXT' TO ADD-FILE.
           OPEN INPUT CREDMEMO-GL.
           PERFORM UNTIL IN-EOF = 'YES'
               READ CREDMEMO-GL
                   AT END MOVE 'YES' TO IN-EOF
                   NOT AT END
                       ADD 1 TO READ-CTR
                       IF MG-DATE = GL-DATE AND MG-AMOUNT > 0
                           MOVE MG-ACTIVITY TO ADD-ACTIVITY
                           MOVE MG-AMOUNT TO ADD-AMT
                           PERFORM ADD-ACTIVITY-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CREDMEMO-GL.

       READ-SURCH-GL-RTN.
           MOVE 'NO ' TO IN-EOF.
           MOVE 'SCHL' TO ADD-SOURCE.
           MOVE 'SURCH-GL.TXT   ' TO ADD-FILE.
           OPEN INPUT SURCH-GL.
           PERFORM UNTIL IN-EOF = 'YES'
               READ SURCH-GL
                   AT END MOVE 'YES' TO IN-EOF
                   NOT AT END
                       ADD 1 TO READ-CTR
                       IF SG-DATE = GL-DATE AND SG-AMOUNT > 0
                           MOVE SG-ACTIVITY TO ADD-ACTIVITY
                           MOVE SG-AMOUNT TO ADD-AMT
                           PERFORM ADD-ACTIVITY-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SURCH-GL.

      *ONE TOTAL PER SOURCE FILE AND ACTIVITY - THE FIGURE THE GL
      *ENTRY MUST AGREE WITH.
       ADD-ACTIVITY-RTN.
           MOVE 'NO ' TO FOUND-SW.
           PERFORM VARYING AC-IX FROM 1 BY 1
                   UNTIL AC-IX > AC-COUNT OR FOUND-SW = 'YES'
               IF AC-FILE(AC-IX) = ADD-FILE AND
                  AC-ACTIVITY(AC-IX) = ADD-ACTIVITY
                   MOVE 'YES' TO FOUND-SW
                   ADD 1 TO AC-CNT(AC-IX)
                   ADD ADD-AMT TO AC-AMT(AC-IX)
               END-IF
           END-PERFORM.
           IF FOUND-SW NOT EQUAL TO 'YES'
               IF AC-COUNT NOT < 60
                   DISPLAY 'GL ACTIVITY TABLE FULL - RUN STOPPED'
                   PERFORM STOP-RUN-RTN
               END-IF
               ADD 1 TO AC-COUNT
               MOVE ADD-SOURCE TO AC-SOURCE(AC-COUNT)
               MOVE ADD-ACTIVITY TO AC-ACTIVITY(AC-COUNT)
               MOVE ADD-FILE TO AC-FILE(AC-COUNT)
               MOVE 1 TO AC-CNT(AC-COUNT)
               MOVE ADD-AMT TO AC-AMT(AC-COUNT)
           END-IF.

      *=================== MAP ACTIVITY TO THE LEDGER ==========
      *EACH ACTIVITY TOTAL BECOMES A DEBIT AND A CREDIT OF THE SAME
      *AMOUNT. AN ACTIVITY WITH NO MAPPING POSTS NOTHING, AND A LEG
      *WHOSE ACCOUNT IS NOT ON THE CHART IS NOT POSTED - EITHER WAY
      *THE BATCH NO LONGER PROVES AND IS HELD.
       BUILD-ENTRIES-RTN.
           PERFORM VARYING AC-IX FROM 1 BY 1 UNTIL AC-IX > AC-COUNT
               PERFORM FIND-MAP-RTN
               IF MAP-OK-SW = 'YES'
                   MOVE MP-DR-ACCT(MP-IX) TO LEG-ACCT
                   MOVE 'D' TO LEG-SIDE
                   PERFORM POST-LEG-RTN
                   MOVE MP-CR-ACCT(MP-IX) TO LEG-ACCT
                   MOVE 'C' TO LEG-SIDE
                   PERFORM POST-LEG-RTN
               ELSE
                   ADD AC-AMT(AC-IX) TO TOT-UNMAPPED
                   ADD 1 TO EXC-CTR
               END-IF
           END-PERFORM.

       FIND-MAP-RTN.
           MOVE 'NO ' TO MAP-OK-SW.
           SET MP-IX TO 1.
           SEARCH MP-ENTRY
               AT END CONTINUE
               WHEN MP-IX > MP-COUNT
                   CONTINUE
               WHEN MP-SOURCE(MP-IX) = AC-SOURCE(AC-IX) AND
                    MP-ACTIVITY(MP-IX) = AC-ACTIVITY(AC-IX)
                   MOVE 'YES' TO MAP-OK-SW
           END-SEARCH.

       FIND-ACCOUNT-RTN.
           MOVE 'NO ' TO ACCT-OK-SW.
           SET CH-IX TO 1.
           SEARCH CH-ENTRY
               AT END CONTINUE
               WHEN CH-IX > CH-COUNT
                   CONTINUE
               WHEN CH-ACCT(CH-IX) = LOOK-ACCT
                   MOVE 'YES' TO ACCT-OK-SW
           END-SEARCH.

       POST-LEG-RTN.
           MOVE LEG-ACCT TO LOOK-ACCT.
           PERFORM FIND-ACCOUNT-RTN.
           IF ACCT-OK-SW NOT EQUAL TO 'YES'
               ADD 1 TO EXC-CTR
           ELSE
               MOVE 'NO ' TO FOUND-SW
               PERFORM VARYING EN-IX FROM 1 BY 1
                       UNTIL EN-IX > EN-COUNT OR FOUND-SW = 'YES'
                   IF EN-ACCT(EN-IX) = LEG-ACCT AND
                      EN-FILE(EN-IX) = AC-FILE(AC-IX) AND
                      EN-ACTIVITY(EN-IX) = AC-ACTIVITY(AC-IX)
                       MOVE 'YES' TO FOUND-SW
                       SET EN-I TO EN-IX
                   END-IF
               END-PERFORM
               IF FOUND-SW NOT EQUAL TO 'YES'
                   IF EN-COUNT NOT < 120
                       DISPLAY 'GL ENTRY TABLE FULL - RUN STOPPED'
                       PERFORM STOP-RUN-RTN
                   END-IF
                   ADD 1 TO EN-COUNT
                   MOVE EN-COUNT TO EN-I
                   MOVE LEG-ACCT TO EN-ACCT(EN-I)
                   MOVE AC-FILE(AC-IX) TO EN-FILE(EN-I)
                   MOVE AC-ACTIVITY(AC-IX) TO EN-ACTIVITY(EN-I)
                   MOVE 0 TO EN-CNT(EN-I)
                   MOVE 0 TO EN-DR(EN-I)
                   MOVE 0 TO EN-CR(EN-I)
               END-IF
               ADD AC-CNT(AC-IX) TO EN-CNT(EN-I)
               IF LEG-SIDE = 'D'
                   ADD AC-AMT(AC-IX) TO EN-DR(EN-I)
                   ADD AC-AMT(AC-IX) TO TOT-DR
               ELSE
                   ADD AC-AMT(AC-IX) TO EN-CR(EN-I)
                   ADD AC-AMT(AC-IX) TO TOT-CR
               END-IF
           END-IF.

       SORT-ENTRIES-RTN.
           PERFORM VARYING EN-I FROM 1 BY 1 UNTIL EN-I >= EN-COUNT
               PERFORM VARYING EN-J FROM 1 BY 1
                       UNTIL EN-J > (EN-COUNT - EN-I)
                   IF EN-ACCT(EN-J) > EN-ACCT(EN-J + 1) OR
                      (EN-ACCT(EN-J) = EN-ACCT(EN-J + 1) AND
                       EN-FILE(EN-J) > EN-FILE(EN-J + 1))
                       MOVE EN-ENTRY(EN-J) TO ENTRY-SWAP
                       MOVE EN-ENTRY(EN-J + 1) TO EN-ENTRY(EN-J)
                       MOVE ENTRY-SWAP TO EN-ENTRY(EN-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *=================== PROOF LISTING =======================
       WRITE-SOURCE-TOTALS-RTN.
           WRITE OUTREC FROM SRC-HDNG.
           WRITE OUTREC FROM SRC-COLHD.
           IF AC-COUNT = 0
               WRITE OUTREC FROM SRC-NONE-LINE
           END-IF.
           PERFORM VARYING AC-IX FROM 1 BY 1 UNTIL AC-IX > AC-COUNT
               MOVE AC-FILE(AC-IX) TO SC-SOURCE
               MOVE AC-ACTIVITY(AC-IX) TO SC-ACTIVITY
               MOVE AC-CNT(AC-IX) TO SC-CNT
               MOVE AC-AMT(AC-IX) TO SC-AMOUNT
               PERFORM FIND-MAP-RTN
               IF MAP-OK-SW = 'YES'
                   MOVE MP-DR-ACCT(MP-IX) TO SC-DR-ACCT
                   MOVE MP-CR-ACCT(MP-IX) TO SC-CR-ACCT
                   MOVE 'MAPPED' TO SC-STATUS
                   MOVE MP-DR-ACCT(MP-IX) TO LOOK-ACCT
                   PERFORM FIND-ACCOUNT-RTN
                   IF ACCT-OK-SW = 'YES'
                       MOVE MP-CR-ACCT(MP-IX) TO LOOK-ACCT
                       PERFORM FIND-ACCOUNT-RTN
                   END-IF
                   IF ACCT-OK-SW NOT EQUAL TO 'YES'
                       MOVE '** ACCOUNT NOT ON CHART' TO SC-STATUS
                   END-IF
               ELSE
                   MOVE SPACES TO SC-DR-ACCT
                   MOVE SPACES TO SC-CR-ACCT
                   MOVE '** NO MAPPING' TO SC-STATUS
               END-IF
               WRITE OUTREC FROM SRC-LINE
           END-PERFORM.
           WRITE OUTREC FROM BLANK-LINE.

      *EVERY ACCOUNT THE BATCH TOUCHES, WITH THE SOURCE FILE AND
      *ACTIVITY BEHIND EACH OF ITS ENTRIES.
       WRITE-ACCOUNT-PROOF-RTN.
           WRITE OUTREC FROM ACCT-HDNG.
           WRITE OUTREC FROM ACCT-COLHD.
           MOVE SPACES TO PREV-ACCT.
           PERFORM VARYING EN-IX FROM 1 BY 1 UNTIL EN-IX > EN-COUNT
               IF EN-ACCT(EN-IX) NOT EQUAL TO PREV-ACCT
                   PERFORM ACCOUNT-TOTAL-RTN
                   MOVE EN-ACCT(EN-IX) TO PREV-ACCT
                   MOVE EN-ACCT(EN-IX) TO AN-ACCT
                   MOVE EN-ACCT(EN-IX) TO LOOK-ACCT
                   PERFORM FIND-ACCOUNT-RTN
                   MOVE CH-NAME(CH-IX) TO AN-NAME
                   WRITE OUTREC FROM ACCT-NAME-LINE
               END-IF
               MOVE EN-FILE(EN-IX) TO EL-SOURCE
               MOVE EN-ACTIVITY(EN-IX) TO EL-ACTIVITY
               MOVE EN-CNT(EN-IX) TO EL-CNT
               MOVE EN-DR(EN-IX) TO EL-DR
               MOVE EN-CR(EN-IX) TO EL-CR
               WRITE OUTREC FROM ENTRY-LINE
               ADD EN-DR(EN-IX) TO ACCT-DR
               ADD EN-CR(EN-IX) TO ACCT-CR
           END-PERFORM.
           PERFORM ACCOUNT-TOTAL-RTN.

       ACCOUNT-TOTAL-RTN.
           IF PREV-ACCT NOT EQUAL TO SPACES
               MOVE ACCT-DR TO AT-DR
               MOVE ACCT-CR TO AT-CR
               WRITE OUTREC FROM ACCT-TOT-LINE
               WRITE OUTREC FROM BLANK-LINE
               MOVE 0 TO ACCT-DR
               MOVE 0 TO ACCT-CR
           END-IF.

      *THE BATCH GOES TO THE LEDGER ONLY WHEN IT PROVES: DEBITS
      *EQUAL CREDITS AND NOTHING WAS LEFT OUT FOR WANT OF A MAPPING.
       RELEASE-BATCH-RTN.
           COMPUTE TOT-DIFF = TOT-DR - TOT-CR.
           MOVE TOT-DR TO TDL-AMT.
           MOVE TOT-CR TO TCL-AMT.
           MOVE TOT-DIFF TO TFL-AMT.
           MOVE TOT-UNMAPPED TO TUL-AMT.
           WRITE OUTREC FROM TOT-DR-LINE.
           WRITE OUTREC FROM TOT-CR-LINE.
           WRITE OUTREC FROM TOT-DIFF-LINE.
           WRITE OUTREC FROM TOT-UNMAP-LINE.
           WRITE OUTREC FROM BLANK-LINE.
           IF TOT-DIFF = 0 AND EXC-CTR = 0
               MOVE 'Y' TO RELEASE-SW
               PERFORM VARYING EN-IX FROM 1 BY 1
                       UNTIL EN-IX > EN-COUNT
                   PERFORM WRITE-POSTING-RTN
               END-PERFORM
               MOVE 'BATCH IN BALANCE - RELEASED TO GLPOST.TXT'
                   TO RLL-TEXT
           ELSE
               MOVE 'A' TO RUN-END-CD
               MOVE 'BATCH DOES NOT PROVE - NOT RELEASED'
                   TO RLL-TEXT
               DISPLAY 'GL BATCH DOES NOT PROVE - NOT RELEASED'
           END-IF.
           WRITE OUTREC FROM RELEASE-LINE.

       WRITE-POSTING-RTN.
           MOVE GL-DATE TO GP-DATE.
           MOVE EN-ACCT(EN-IX) TO GP-ACCT.
           MOVE EN-FILE(EN-IX) TO GP-SOURCE.
           MOVE EN-ACTIVITY(EN-IX) TO GP-ACTIVITY.
           MOVE EN-CNT(EN-IX) TO GP-COUNT.
           IF EN-DR(EN-IX) > 0
               MOVE 'D' TO GP-DRCR
               MOVE EN-DR(EN-IX) TO GP-AMOUNT
               WRITE GP-REC
               ADD 1 TO POST-CTR
           END-IF.
           IF EN-CR(EN-IX) > 0
               MOVE 'C' TO GP-DRCR
               MOVE EN-CR(EN-IX) TO GP-AMOUNT
               WRITE GP-REC
               ADD 1 TO POST-CTR
           END-IF.

       FINISH-RTN.
           WRITE OUTREC FROM END-RPT-LINE.
           CLOSE OUTFILE, GLPOST.
           PERFORM WRITE-RUN-LOG-RTN.
       FINISH-END.

       STOP-RUN-RTN.
           WRITE OUTREC FROM END-RPT-LINE.
           CLOSE OUTFILE, GLPOST.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

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
           MOVE 'GL-INTERFACE   ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE READ-CTR TO RL-READ.
           MOVE POST-CTR TO RL-WRITTEN.
           MOVE EXC-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

       END PROGRAM GL-INTERFACE.
