       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM-RECON.
       AUTHOR. BSIT 2-4.
       INSTALLATION. OWN COMPUTER.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ACCESSIBLE TO BSIT 2-4 ONLY.
       REMARKS. MONTH-END RECONCILIATION OF THE COMMISSIONS ACTIVITY
                FED TO THE SAVINGS BANK AGAINST THE PAYOUT REGISTER.
                FOR THE PAYOUT PERIOD ON THE WHTPARM.TXT CARD EACH
                SALESMAN'S NET PAYABLE IS WORKED OUT THE SAME WAY
                COMM-PAYOUT DOES (GROSS FROM SALESMAN-HISTORY.TXT
                LESS WITHHOLDING AT THE CARD RATE) AND SET AGAINST
                THE 'D' LEGS THE BANK ACTUALLY POSTED TO THE
                SALESMAN'S SALESACCT.TXT ACCOUNT FROM THE FEED, AS
                IDENTIFIED BY THE BANK'S FEEDACK.TXT ACKNOWLEDGEMENTS
                AND PROVED ON JOURNAL.TXT. EVERY SALESMAN OVER- OR
                UNDERPAID IS FLAGGED, AND EVERY FEED DEPOSIT THE BANK
                REJECTED IS LISTED, BEFORE PAYROLL RELEASES THE
                MONTH'S COMMISSIONS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       OBJECT-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT WHTPARM ASSIGN TO "WHTPARM.TXT"
               FILE STATUS IS WP-STATUS.
           SELECT HISTFILE ASSIGN TO "SALESMAN-HISTORY.TXT"
               FILE STATUS IS HF-STATUS.
           SELECT XREFFILE ASSIGN TO "SALESACCT.TXT"
               FILE STATUS IS XF-STATUS.
           SELECT FEEDACK ASSIGN TO "FEEDACK.TXT"
               FILE STATUS IS FA-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.TXT"
               FILE STATUS IS JR-STATUS.
           SELECT RECONFILE ASSIGN TO "COMMRECON.TXT".
       DATA DIVISION.
       FILE SECTION.
      *SAME CARD COMM-PAYOUT RUNS FROM, SO BOTH REPORTS WORK THE
      *SAME PERIOD AT THE SAME WITHHOLDING RATE.
       FD  WHTPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS WHTPARM-REC.
       01  WHTPARM-REC.
           05 WP-TAX-RATE PIC V999.
           05 WP-PAY-YR PIC 9(4).
           05 WP-PAY-MO PIC 99.
       FD  HISTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS HISTREC.
       01  HISTREC.
           05 HIST-SNO PIC X(3).
           05 HIST-SNAME PIC X(25).
           05 HIST-YR PIC 9(4).
           05 HIST-MO PIC 99.
           05 HIST-MTD-SALES PIC S9(7)V99.
           05 HIST-MTD-COMM PIC S9(7)V99.
           05 HIST-YTD-SALES PIC S9(7)V99.
       FD  XREFFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS XREF-REC.
       01  XREF-REC.
           05 XR-SNO PIC X(3).
           05 XR-ACCNO PIC X(3).
      *THE BANK'S ACKNOWLEDGEMENT OF EVERY SOURCE-TAGGED TRANSACTION;
      *ONLY THE 'COMMFD' RECORDS BELONG TO THE COMMISSION FEED.
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
       FD  RECONFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RECONREC.
       01  RECONREC.
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
           05 FILLER PIC X(42) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "CHIKA LANG CORP.".
           05 FILLER PIC X(42) VALUE SPACES.
       01  HD2.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
              "COMMISSION FEED RECONCILIATION".
           05 FILLER PIC X(32) VALUE SPACES.
       01  PARM-LINE.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 PL-DATE PIC 9(8).
           05 FILLER PIC X(17) VALUE '  PAYOUT PERIOD: '.
           05 PL-YR PIC 9(4).
           05 FILLER PIC X VALUE '/'.
           05 PL-MO PIC 99.
           05 FILLER PIC X(13) VALUE '  WHT RATE:  '.
           05 PL-RATE PIC .999.
           05 FILLER PIC X(41) VALUE SPACES.
       01  PARM-MISSING-LINE.
           05 FILLER PIC X(48) VALUE
              'WHTPARM.TXT PARAMETER CARD MISSING - RUN STOPPED'.
           05 FILLER PIC X(52) VALUE SPACES.
       01  NOXREF-LINE.
           05 FILLER PIC X(48) VALUE
              'SALESACCT.TXT NOT AVAILABLE - RUN STOPPED'.
           05 FILLER PIC X(52) VALUE SPACES.
       01  NOACK-LINE.
           05 FILLER PIC X(60) VALUE
              'FEEDACK.TXT NOT AVAILABLE - NO FEED DEPOSITS IDENTIFIED'.
           05 FILLER PIC X(40) VALUE SPACES.
       01  NOJRN-LINE.
           05 FILLER PIC X(60) VALUE
              'JOURNAL.TXT NOT AVAILABLE - NO DEPOSITS PROVED'.
           05 FILLER PIC X(40) VALUE SPACES.
       01  RCN-COLHD.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'SNO'.
           05 FILLER PIC X(26) VALUE 'SALESMAN NAME'.
           05 FILLER PIC X(5) VALUE 'ACCT'.
           05 FILLER PIC X(14) VALUE '   NET PAYABLE'.
           05 FILLER PIC X(15) VALUE '      DEPOSITED'.
           05 FILLER PIC X(15) VALUE '     DIFFERENCE'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'RESULT'.
       01  RCN-LINE.
           05 FILLER PIC X(1).
           05 RR-SNO PIC X(3).
           05 FILLER PIC X(2).
           05 RR-SNAME PIC X(25).
           05 FILLER PIC X(1).
           05 RR-ACCNO PIC X(3).
           05 FILLER PIC X(1).
           05 RR-NET PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2).
           05 RR-DEP PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2).
           05 RR-DIFF PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2).
           05 RR-RESULT PIC X(17).
       01  RCN-TOT-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(35) VALUE 'RECONCILIATION TOTALS'.
           05 RT-NET PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RT-DEP PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RT-DIFF PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(21) VALUE SPACES.
       01  RCN-CNT-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'BALANCED: '.
           05 RC-BAL-OUT PIC ZZ9.
           05 FILLER PIC X(13) VALUE '   OVERPAID: '.
           05 RC-OVER-OUT PIC ZZ9.
           05 FILLER PIC X(14) VALUE '   UNDERPAID: '.
           05 RC-UNDER-OUT PIC ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  RCN-UNMAPPED-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(35) VALUE
              'FEED DEPOSITS TO UNMAPPED ACCOUNTS:'.
           05 RU-AMT PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(51) VALUE SPACES.
       01  RCN-OK-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(60) VALUE
              'CONTROL OK - EVERY SALESMAN DEPOSITED AS PAYABLE'.
           05 FILLER PIC X(39) VALUE SPACES.
       01  RCN-BAD-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(60) VALUE
              '*** DIFFERENCES FOUND - HOLD RELEASE UNTIL CLEARED ***'.
           05 FILLER PIC X(39) VALUE SPACES.
       01  REJ-HDNG.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              'FEED DEPOSITS REJECTED BY THE BANK'.
           05 FILLER PIC X(49) VALUE SPACES.
       01  MISS-HDNG.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              'ACKNOWLEDGED AS POSTED BUT NOT ON JOURNAL.TXT'.
           05 FILLER PIC X(49) VALUE SPACES.
       01  REJ-COLHD.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'BANK DATE'.
           05 FILLER PIC X(5) VALUE 'ACCT'.
           05 FILLER PIC X(5) VALUE 'SNO'.
           05 FILLER PIC X(14) VALUE '        AMOUNT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(63) VALUE 'REASON'.
       01  REJ-LINE.
           05 FILLER PIC X(1).
           05 RJ-DATE PIC 9(8).
           05 FILLER PIC X(2).
           05 RJ-ACCNO PIC X(3).
           05 FILLER PIC X(2).
           05 RJ-SNO PIC X(3).
           05 FILLER PIC X(2).
           05 RJ-AMT PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(3).
           05 RJ-REASON PIC X(17).
           05 FILLER PIC X(46).
       01  NONE-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'NONE'.
           05 FILLER PIC X(87) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(79) VALUE SPACES.
       01  BLANK-LINE.
           05 FILLER PIC X(100) VALUE SPACES.

      *----------------------- PARAMETER CARD ------------------
       01  PARM-VARS.
           05 WP-STATUS PIC XX.
           05 TAX-RATE PIC V999 VALUE 0.
           05 PAY-YR PIC 9(4) VALUE 0.
           05 PAY-MO PIC 99 VALUE 0.
           05 PARM-MISSING-SW PIC X VALUE 'N'.

      *----------------------- SALESMAN ACCOUNT MAP -------------
       01  XREF-TABLE.
           05 XT-ENTRY OCCURS 300 TIMES INDEXED BY XT-IX.
              10 XT-SNO PIC X(3).
              10 XT-ACCNO PIC X(3).
       01  XREF-OTHERS.
           05 XF-STATUS PIC XX.
           05 XT-COUNT PIC 999 VALUE 0.
           05 XT-LOAD-EOF PIC X(3) VALUE 'NO '.
           05 XT-FOUND-SW PIC X(3) VALUE 'NO '.
           05 XT-LOOK-SNO PIC X(3).
           05 XT-LOOK-ACCNO PIC X(3).

      *----------------------- RECONCILIATION TABLE -------------
      *ONE ROW PER SALESMAN ON THE PAYOUT REGISTER FOR THE PERIOD,
      *PLUS A ROW FOR ANY SALESMAN THE BANK WAS FED FOR WHO IS NOT
      *ON THE REGISTER AT ALL (NOTHING PAYABLE, SO ALL OVERPAID).
       01  RECON-TABLE.
           05 RN-ENTRY OCCURS 300 TIMES INDEXED BY RN-IX.
              10 RN-SNO PIC X(3).
              10 RN-SNAME PIC X(25).
              10 RN-ACCNO PIC X(3).
              10 RN-NET PIC S9(7)V99.
              10 RN-DEPOSITED PIC S9(7)V99.
              10 RN-ON-REG-SW PIC X.
       01  RECON-OTHERS.
           05 HF-STATUS PIC XX.
           05 HF-EOF PIC X(3) VALUE 'NO '.
           05 RN-COUNT PIC 999 VALUE 0.
           05 RN-FOUND-SW PIC X(3) VALUE 'NO '.
           05 RN-CURR PIC 999 VALUE 0.
           05 LATEST-IDX PIC 9(6) VALUE 0.
           05 LATEST-YR PIC 9(4) VALUE 0.
           05 LATEST-MO PIC 99 VALUE 0.
           05 GROSS-COMM PIC S9(7)V99 VALUE 0.
           05 WHT-AMT PIC S9(7)V99 VALUE 0.
           05 DIFF-AMT PIC S9(7)V99 VALUE 0.
           05 TOT-NET PIC S9(9)V99 VALUE 0.
           05 TOT-DEP PIC S9(9)V99 VALUE 0.
           05 TOT-DIFF PIC S9(9)V99 VALUE 0.
           05 UNMAPPED-AMT PIC S9(7)V99 VALUE 0.
           05 BAL-CTR PIC 999 VALUE 0.
           05 OVER-CTR PIC 999 VALUE 0.
           05 UNDER-CTR PIC 999 VALUE 0.

      *----------------------- BANK ACKNOWLEDGEMENTS -------------
       01  ACK-TABLE.
           05 FK-ENTRY OCCURS 2000 TIMES INDEXED BY FK-IX.
              10 FK-ACCNO PIC X(3).
              10 FK-AMOUNT PIC 9(5)V99.
              10 FK-DATE PIC 9(8).
              10 FK-SEQ PIC 9(4).
              10 FK-RESULT PIC X.
              10 FK-REASON PIC X(17).
              10 FK-MATCHED PIC X.
       01  ACK-OTHERS.
           05 FA-STATUS PIC XX.
           05 FA-EOF PIC X(3) VALUE 'NO '.
           05 FK-COUNT PIC 9999 VALUE 0.
           05 FK-FOUND-SW PIC X(3) VALUE 'NO '.
           05 REJ-CTR PIC 9999 VALUE 0.
           05 MISS-CTR PIC 9999 VALUE 0.
           05 JR-STATUS PIC XX.
           05 JR-EOF PIC X(3) VALUE 'NO '.
           05 JRN-READ-CTR PIC 9(6) VALUE 0.
       01  DATE-WORK.
           05 DW-YR PIC 9(4).
           05 DW-MO PIC 99.
           05 DW-DD PIC 99.
       01  WS-TODAY.
           05 WS-TODAY-YMD PIC 9(8).
           05 FILLER PIC X(13).

      *----------------------- RUN LOG -------------------------
       01  RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'COMM-RECON     '.
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
           PERFORM LOAD-PAYABLE-RTN.
           PERFORM LOAD-FEEDACK-RTN.
           PERFORM SCAN-JOURNAL-RTN.
           PERFORM WRITE-RECON-RTN.
           PERFORM WRITE-REJECTS-RTN.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INITIAL-RTN.
           OPEN OUTPUT RECONFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM READ-PARM-CARD-RTN.
      *WITHOUT THE RATE THE NET PAYABLE CANNOT BE WORKED OUT THE WAY
      *THE PAYOUT REGISTER WORKS IT, SO THERE IS NOTHING TO MATCH.
           IF PARM-MISSING-SW = 'Y' OR TAX-RATE = 0
               WRITE RECONREC FROM PARM-MISSING-LINE
               DISPLAY 'WHTPARM.TXT MISSING OR ZERO RATE - '
                       'RUN STOPPED'
               CLOSE RECONFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-XREF-RTN.
           IF XF-STATUS NOT EQUAL TO '00'
               WRITE RECONREC FROM NOXREF-LINE
               DISPLAY 'SALESACCT.TXT NOT AVAILABLE - RUN STOPPED'
               CLOSE RECONFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           IF PAY-YR = 0 OR PAY-MO = 0
               PERFORM FIND-LATEST-PERIOD-RTN
               MOVE LATEST-YR TO PAY-YR
               MOVE LATEST-MO TO PAY-MO
           END-IF.
           MOVE WS-TODAY-YMD TO PL-DATE.
           MOVE PAY-YR TO PL-YR.
           MOVE PAY-MO TO PL-MO.
           MOVE TAX-RATE TO PL-RATE.
           WRITE RECONREC FROM HD1.
           WRITE RECONREC FROM HD2.
           WRITE RECONREC FROM BLANK-LINE.
           WRITE RECONREC FROM PARM-LINE.
           WRITE RECONREC FROM BLANK-LINE.
       INITIAL-END.

       READ-PARM-CARD-RTN.
           OPEN INPUT WHTPARM.
           IF WP-STATUS = '00'
               READ WHTPARM
                   AT END MOVE 'Y' TO PARM-MISSING-SW
                   NOT AT END
                       MOVE WP-TAX-RATE TO TAX-RATE
                       MOVE WP-PAY-YR TO PAY-YR
                       MOVE WP-PAY-MO TO PAY-MO
               END-READ
               CLOSE WHTPARM
           ELSE
               MOVE 'Y' TO PARM-MISSING-SW
           END-IF.

       LOAD-XREF-RTN.
           OPEN INPUT XREFFILE.
           IF XF-STATUS = '00'
               PERFORM UNTIL XT-LOAD-EOF = 'YES'
                   READ XREFFILE
                       AT END MOVE 'YES' TO XT-LOAD-EOF
                       NOT AT END
                           IF XT-COUNT < 300
                               ADD 1 TO XT-COUNT
                               MOVE XR-SNO TO XT-SNO(XT-COUNT)
                               MOVE XR-ACCNO TO XT-ACCNO(XT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREFFILE
           END-IF.

      *A ZERO PERIOD ON THE CARD MEANS THE LATEST CLOSED PERIOD, AS
      *IT DOES FOR THE PAYOUT REGISTER.
       FIND-LATEST-PERIOD-RTN.
           OPEN INPUT HISTFILE.
           IF HF-STATUS = '00'
               PERFORM UNTIL HF-EOF = 'YES'
                   READ HISTFILE
                       AT END MOVE 'YES' TO HF-EOF
                       NOT AT END
                           IF (HIST-YR * 12 + HIST-MO) > LATEST-IDX
                               COMPUTE LATEST-IDX =
                                       HIST-YR * 12 + HIST-MO
                               MOVE HIST-YR TO LATEST-YR
                               MOVE HIST-MO TO LATEST-MO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTFILE
           END-IF.
           MOVE 'NO ' TO HF-EOF.

      *NET PAYABLE PER SALESMAN EXACTLY AS COMM-PAYOUT PRINTS IT:
      *GROSS LESS WITHHOLDING ROUNDED AT THE CARD RATE.
       LOAD-PAYABLE-RTN.
           OPEN INPUT HISTFILE.
           IF HF-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO HF-EOF
           END-IF.
           PERFORM UNTIL HF-EOF = 'YES'
               READ HISTFILE
                   AT END MOVE 'YES' TO HF-EOF
                   NOT AT END
                       IF HIST-YR = PAY-YR AND HIST-MO = PAY-MO
                           PERFORM ADD-PAYABLE-RTN
                       END-IF
               END-READ
           END-PERFORM.
           IF HF-STATUS NOT EQUAL TO '35'
               CLOSE HISTFILE
           END-IF.

       ADD-PAYABLE-RTN.
           MOVE HIST-SNO TO XT-LOOK-SNO.
           PERFORM FIND-RECON-ROW-RTN.
           MOVE HIST-SNAME TO RN-SNAME(RN-CURR).
           MOVE 'Y' TO RN-ON-REG-SW(RN-CURR).
           MOVE HIST-MTD-COMM TO GROSS-COMM.
           COMPUTE WHT-AMT ROUNDED = GROSS-COMM * TAX-RATE.
           COMPUTE RN-NET(RN-CURR) = RN-NET(RN-CURR)
                   + GROSS-COMM - WHT-AMT.

      *FINDS THE ROW FOR XT-LOOK-SNO, ADDING IT (WITH ITS MAPPED
      *ACCOUNT) THE FIRST TIME THE SALESMAN TURNS UP.
       FIND-RECON-ROW-RTN.
           MOVE 'NO ' TO RN-FOUND-SW.
           PERFORM VARYING RN-IX FROM 1 BY 1
                   UNTIL RN-IX > RN-COUNT OR RN-FOUND-SW = 'YES'
               IF RN-SNO(RN-IX) = XT-LOOK-SNO
                   MOVE 'YES' TO RN-FOUND-SW
                   SET RN-CURR TO RN-IX
               END-IF
           END-PERFORM.
           IF RN-FOUND-SW NOT EQUAL TO 'YES'
               IF RN-COUNT >= 300
                   DISPLAY 'MORE THAN 300 SALESMEN TO RECONCILE - '
                           'RUN STOPPED'
                   CLOSE RECONFILE
                   MOVE 'A' TO RUN-END-CD
                   PERFORM WRITE-RUN-LOG-RTN
                   STOP RUN
               END-IF
               ADD 1 TO RN-COUNT
               MOVE RN-COUNT TO RN-CURR
               MOVE XT-LOOK-SNO TO RN-SNO(RN-CURR)
               MOVE SPACES TO RN-SNAME(RN-CURR)
               MOVE 0 TO RN-NET(RN-CURR)
               MOVE 0 TO RN-DEPOSITED(RN-CURR)
               MOVE 'N' TO RN-ON-REG-SW(RN-CURR)
               MOVE 'NO ' TO XT-FOUND-SW
               MOVE SPACES TO RN-ACCNO(RN-CURR)
               PERFORM VARYING XT-IX FROM 1 BY 1
                       UNTIL XT-IX > XT-COUNT OR XT-FOUND-SW = 'YES'
                   IF XT-SNO(XT-IX) = XT-LOOK-SNO
                       MOVE 'YES' TO XT-FOUND-SW
                       MOVE XT-ACCNO(XT-IX) TO RN-ACCNO(RN-CURR)
                   END-IF
               END-PERFORM
           END-IF.

      *ONLY THE COMMISSION FEED'S OWN ACKNOWLEDGEMENTS, AND ONLY
      *THOSE THE BANK PROCESSED WITHIN THE PAYOUT MONTH.
       LOAD-FEEDACK-RTN.
           OPEN INPUT FEEDACK.
           IF FA-STATUS NOT EQUAL TO '00'
               WRITE RECONREC FROM NOACK-LINE
               MOVE 'YES' TO FA-EOF
           END-IF.
           PERFORM UNTIL FA-EOF = 'YES'
               READ FEEDACK
                   AT END MOVE 'YES' TO FA-EOF
                   NOT AT END
                       MOVE FA-DATE TO DATE-WORK
                       IF FA-SOURCE = 'COMMFD' AND
                          DW-YR = PAY-YR AND DW-MO = PAY-MO AND
                          FK-COUNT < 2000
                           ADD 1 TO FK-COUNT
                           MOVE FA-ACCNO TO FK-ACCNO(FK-COUNT)
                           MOVE FA-AMOUNT TO FK-AMOUNT(FK-COUNT)
                           MOVE FA-DATE TO FK-DATE(FK-COUNT)
                           MOVE FA-SEQ TO FK-SEQ(FK-COUNT)
                           MOVE FA-RESULT TO FK-RESULT(FK-COUNT)
                           MOVE FA-REASON TO FK-REASON(FK-COUNT)
                           MOVE 'N' TO FK-MATCHED(FK-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF FA-STATUS NOT EQUAL TO '35'
               CLOSE FEEDACK
           END-IF.

      *A 'D' LEG COUNTS AS DEPOSITED COMMISSION ONLY WHEN THE BANK
      *ACKNOWLEDGED THAT VERY LEG (ACCOUNT, DATE, SEQUENCE) AS A
      *POSTED FEED DEPOSIT; THE SALESMAN'S OWN COUNTER DEPOSITS TO
      *THE SAME ACCOUNT ARE LEFT OUT.
       SCAN-JOURNAL-RTN.
           OPEN INPUT JOURNAL-FILE.
           IF JR-STATUS NOT EQUAL TO '00'
               WRITE RECONREC FROM NOJRN-LINE
               MOVE 'YES' TO JR-EOF
           END-IF.
           PERFORM UNTIL JR-EOF = 'YES'
               READ JOURNAL-FILE
                   AT END MOVE 'YES' TO JR-EOF
                   NOT AT END
                       ADD 1 TO JRN-READ-CTR
                       IF JR-TC = 'D '
                           PERFORM MATCH-DEPOSIT-LEG-RTN
                       END-IF
               END-READ
           END-PERFORM.
           IF JR-STATUS NOT EQUAL TO '35'
               CLOSE JOURNAL-FILE
           END-IF.

       MATCH-DEPOSIT-LEG-RTN.
           MOVE 'NO ' TO FK-FOUND-SW.
           PERFORM VARYING FK-IX FROM 1 BY 1
                   UNTIL FK-IX > FK-COUNT OR FK-FOUND-SW = 'YES'
               IF FK-RESULT(FK-IX) = 'P' AND
                  FK-MATCHED(FK-IX) = 'N' AND
                  FK-ACCNO(FK-IX) = JR-ACCNO AND
                  FK-DATE(FK-IX) = JR-DATE AND
                  FK-SEQ(FK-IX) = JR-SEQ
                   MOVE 'YES' TO FK-FOUND-SW
                   MOVE 'Y' TO FK-MATCHED(FK-IX)
               END-IF
           END-PERFORM.
           IF FK-FOUND-SW = 'YES'
               MOVE JR-ACCNO TO XT-LOOK-ACCNO
               PERFORM FIND-SNO-FOR-ACCT-RTN
               IF XT-FOUND-SW = 'YES'
                   PERFORM FIND-RECON-ROW-RTN
                   ADD JR-AMOUNT TO RN-DEPOSITED(RN-CURR)
               ELSE
                   ADD JR-AMOUNT TO UNMAPPED-AMT
               END-IF
           END-IF.

       FIND-SNO-FOR-ACCT-RTN.
           MOVE 'NO ' TO XT-FOUND-SW.
           MOVE SPACES TO XT-LOOK-SNO.
           PERFORM VARYING XT-IX FROM 1 BY 1
                   UNTIL XT-IX > XT-COUNT OR XT-FOUND-SW = 'YES'
               IF XT-ACCNO(XT-IX) = XT-LOOK-ACCNO
                   MOVE 'YES' TO XT-FOUND-SW
                   MOVE XT-SNO(XT-IX) TO XT-LOOK-SNO
               END-IF
           END-PERFORM.

      *DIFFERENCE IS DEPOSITED LESS NET PAYABLE: ABOVE ZERO THE
      *SALESMAN WAS OVERPAID, BELOW ZERO UNDERPAID.
       WRITE-RECON-RTN.
           WRITE RECONREC FROM RCN-COLHD.
           PERFORM VARYING RN-IX FROM 1 BY 1 UNTIL RN-IX > RN-COUNT
               PERFORM WRITE-RECON-LINE-RTN
           END-PERFORM.
           MOVE TOT-NET TO RT-NET.
           MOVE TOT-DEP TO RT-DEP.
           MOVE TOT-DIFF TO RT-DIFF.
           WRITE RECONREC FROM BLANK-LINE.
           WRITE RECONREC FROM RCN-TOT-LINE.
           MOVE BAL-CTR TO RC-BAL-OUT.
           MOVE OVER-CTR TO RC-OVER-OUT.
           MOVE UNDER-CTR TO RC-UNDER-OUT.
           WRITE RECONREC FROM RCN-CNT-LINE.
           IF UNMAPPED-AMT NOT EQUAL TO 0
               MOVE UNMAPPED-AMT TO RU-AMT
               WRITE RECONREC FROM RCN-UNMAPPED-LINE
           END-IF.

       WRITE-RECON-LINE-RTN.
           COMPUTE DIFF-AMT = RN-DEPOSITED(RN-IX) - RN-NET(RN-IX).
           MOVE RN-SNO(RN-IX) TO RR-SNO.
           MOVE RN-SNAME(RN-IX) TO RR-SNAME.
           MOVE RN-ACCNO(RN-IX) TO RR-ACCNO.
           MOVE RN-NET(RN-IX) TO RR-NET.
           MOVE RN-DEPOSITED(RN-IX) TO RR-DEP.
           MOVE DIFF-AMT TO RR-DIFF.
           IF DIFF-AMT = 0
               MOVE 'BALANCED' TO RR-RESULT
               ADD 1 TO BAL-CTR
           ELSE IF DIFF-AMT > 0
               ADD 1 TO OVER-CTR
               IF RN-ON-REG-SW(RN-IX) = 'Y'
                   MOVE 'OVERPAID' TO RR-RESULT
               ELSE
                   MOVE 'NOT ON REGISTER' TO RR-RESULT
               END-IF
           ELSE
               ADD 1 TO UNDER-CTR
               IF RN-ACCNO(RN-IX) = SPACES
                   MOVE 'NO BANK ACCOUNT' TO RR-RESULT
               ELSE
                   MOVE 'UNDERPAID' TO RR-RESULT
               END-IF
           END-IF.
           WRITE RECONREC FROM RCN-LINE.
           ADD RN-NET(RN-IX) TO TOT-NET.
           ADD RN-DEPOSITED(RN-IX) TO TOT-DEP.
           ADD DIFF-AMT TO TOT-DIFF.

      *REJECTED FEED DEPOSITS NEVER REACHED THE SALESMAN, AND A
      *POSTED ACKNOWLEDGEMENT WITH NO LEG ON THE JOURNAL MEANS THE
      *JOURNAL AND THE BANK'S OWN RECORD DISAGREE - BOTH ARE LISTED.
       WRITE-REJECTS-RTN.
           WRITE RECONREC FROM BLANK-LINE.
           WRITE RECONREC FROM REJ-HDNG.
           WRITE RECONREC FROM REJ-COLHD.
           PERFORM VARYING FK-IX FROM 1 BY 1 UNTIL FK-IX > FK-COUNT
               IF FK-RESULT(FK-IX) = 'R'
                   PERFORM WRITE-ACK-LINE-RTN
                   ADD 1 TO REJ-CTR
               END-IF
           END-PERFORM.
           IF REJ-CTR = 0
               WRITE RECONREC FROM NONE-LINE
           END-IF.
           PERFORM VARYING FK-IX FROM 1 BY 1 UNTIL FK-IX > FK-COUNT
               IF FK-RESULT(FK-IX) = 'P' AND FK-MATCHED(FK-IX) = 'N'
                   IF MISS-CTR = 0
                       WRITE RECONREC FROM BLANK-LINE
                       WRITE RECONREC FROM MISS-HDNG
                       WRITE RECONREC FROM REJ-COLHD
                   END-IF
                   MOVE 'LEG NOT FOUND    ' TO FK-REASON(FK-IX)
                   PERFORM WRITE-ACK-LINE-RTN
                   ADD 1 TO MISS-CTR
               END-IF
           END-PERFORM.
           WRITE RECONREC FROM BLANK-LINE.
           IF OVER-CTR = 0 AND UNDER-CTR = 0 AND REJ-CTR = 0
              AND MISS-CTR = 0 AND UNMAPPED-AMT = 0
               WRITE RECONREC FROM RCN-OK-LINE
           ELSE
               WRITE RECONREC FROM RCN-BAD-LINE
           END-IF.

       WRITE-ACK-LINE-RTN.
           MOVE SPACES TO REJ-LINE.
           MOVE FK-DATE(FK-IX) TO RJ-DATE.
           MOVE FK-ACCNO(FK-IX) TO RJ-ACCNO.
           MOVE FK-ACCNO(FK-IX) TO XT-LOOK-ACCNO.
           PERFORM FIND-SNO-FOR-ACCT-RTN.
           MOVE XT-LOOK-SNO TO RJ-SNO.
           MOVE FK-AMOUNT(FK-IX) TO RJ-AMT.
           MOVE FK-REASON(FK-IX) TO RJ-REASON.
           WRITE RECONREC FROM REJ-LINE.

       FINISH-RTN.
           WRITE RECONREC FROM END-RPT-LINE.
           CLOSE RECONFILE.
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
           MOVE 'COMM-RECON     ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE JRN-READ-CTR TO RL-READ.
           MOVE RN-COUNT TO RL-WRITTEN.
           COMPUTE RL-REJECTED = OVER-CTR + UNDER-CTR + REJ-CTR
                   + MISS-CTR.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
