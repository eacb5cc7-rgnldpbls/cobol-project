       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPR-PENDING.
       AUTHOR. BSIT 2-4.
       INSTALLATION. OWN COMPUTER.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ACCESSIBLE TO BSIT 2-4 ONLY.
       REMARKS. APPROVAL RUN AND PENDING-APPROVAL REPORT FOR THE WORK
                THE DUAL-CONTROL RUNS HELD ON APPRHOLD.TXT: SALESMAN
                TERMINATIONS, GRADE CHANGES, INC COMPLETIONS, AND
                SAVINGS WITHDRAWALS, REVERSALS, TRANSFERS AND
                CLOSE-OUTS ABOVE THE MAKER'S LIMIT. A CARD ON
                APPROVE.TXT NAMES A HOLD NUMBER, 'A' TO APPROVE OR 'D'
                TO DECLINE, AND THE CHECKER'S OPERATOR ID. THE CHECKER
                MUST BE AN ACTIVE OPERATOR ON OPERATOR.TXT OF LEVEL 2
                OR ABOVE, NOT THE MAKER, AND FOR MONEY MUST HAVE A
                LIMIT COVERING THE AMOUNT. AN APPROVED HOLD IS WRITTEN
                BACK OUT AS KEYED, WITH THE CHECKER STAMPED IN, TO A
                RELEASE FILE IN ITS FEED'S OWN LAYOUT - SMAINT.REL,
                GRDCHG.REL, INCCOMP.REL OR ACTIN.REL - WHICH IS RUN AS
                THAT PROGRAM'S INPUT IN PLACE OF THE DAY'S FEED;
                ACTIN.REL IS POSTED WITH INTEREST OFF ON THE CONTROL
                CARD. EACH RUN ADDS TO THE RELEASE FILES, SO WORK
                RELEASED BY AN EARLIER RUN STAYS THERE UNTIL
                OPERATIONS HAS POSTED IT AND CLEARED THE FILE. A
                DECLINED HOLD IS DROPPED; IF IT WAS A SAVINGS
                TRANSACTION CARRYING A FEEDER'S SOURCE TAG, A REJECTED
                ('R') ACKNOWLEDGEMENT IS ADDED TO FEEDACK.TXT SO THE
                FEEDER STOPS WAITING ON IT. ANY OTHER HOLD STAYS ON
                APPRHOLD.TXT AND IS LISTED ON PENDRPT.TXT WITH ITS AGE
                IN DAYS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       OBJECT-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT OPERFILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OP-FILE-STATUS.
           SELECT OPTIONAL HOLDFILE ASSIGN TO "APPRHOLD.TXT".
           SELECT HOLDWORK ASSIGN TO "APPRHOLD.WRK".
           SELECT OPTIONAL APPRCARD ASSIGN TO "APPROVE.TXT".
           SELECT OPTIONAL SMAINT-REL ASSIGN TO "SMAINT.REL".
           SELECT OPTIONAL GRDCHG-REL ASSIGN TO "GRDCHG.REL".
           SELECT OPTIONAL INCCOMP-REL ASSIGN TO "INCCOMP.REL".
           SELECT OPTIONAL ACTIN-REL ASSIGN TO "ACTIN.REL".
           SELECT OPTIONAL FEEDACK ASSIGN TO "FEEDACK.TXT".
           SELECT RPTFILE ASSIGN TO "PENDRPT.TXT".
       DATA DIVISION.
       FILE SECTION.
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
      *HOLDS STILL PENDING, KEPT HERE UNTIL EVERY CARD IS APPLIED AND
      *THEN COPIED BACK OVER APPRHOLD.TXT.
       FD  HOLDWORK
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 201 CHARACTERS
           DATA RECORD IS HW-REC.
       01  HW-REC PIC X(201).
      *ONE CARD PER DECISION: THE HOLD NUMBER FROM THE PENDING
      *REPORT, 'A' APPROVE OR 'D' DECLINE, AND WHO DECIDED.
       FD  APPRCARD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS APPR-REC.
       01  APPR-REC.
           05 AP-HOLD-NO PIC 9(6).
           05 AP-ACTION PIC X.
           05 AP-CHECKER PIC X(12).
      *RELEASED WORK, EACH IN ITS OWN PROGRAM'S INPUT LAYOUT.
       FD  SMAINT-REL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS SMR-REC.
       01  SMR-REC PIC X(53).
       FD  GRDCHG-REL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS GCR-REC.
       01  GCR-REC PIC X(60).
       FD  INCCOMP-REL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS ICR-REC.
       01  ICR-REC PIC X(49).
       FD  ACTIN-REL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS ACR-REC.
       01  ACR-REC PIC X(66).
      *ACKNOWLEDGEMENTS BACK TO THE SYSTEMS THAT FEED THE SAVINGS
      *RUN, IN THE SAVINGS RUN'S OWN LAYOUT.
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
       FD  RPTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS RPTREC.
       01  RPTREC.
           05 FILLER PIC X(110).
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
           05 FILLER PIC X(26) VALUE
              'PENDING APPROVAL REPORT   '.
           05 FILLER PIC X(42) VALUE SPACES.
       01  RUN-DATE-LINE.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 RDL-DATE PIC 9(8).
           05 FILLER PIC X(92) VALUE SPACES.
       01  COLHD1.
           05 FILLER PIC X(9) VALUE ' HOLD NO '.
           05 FILLER PIC X(16) VALUE 'PROGRAM         '.
           05 FILLER PIC X(9) VALUE 'HELD ON  '.
           05 FILLER PIC X(5) VALUE ' AGE '.
           05 FILLER PIC X(13) VALUE 'MAKER        '.
           05 FILLER PIC X(13) VALUE 'KEY          '.
           05 FILLER PIC X(13) VALUE '       AMOUNT'.
           05 FILLER PIC X(10) VALUE '  RESULT  '.
           05 FILLER PIC X(22) VALUE 'CHECKER / NOTE'.
       01  DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-HOLD-NO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PROGRAM PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-AGE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-MAKER PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-KEY PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RESULT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-NOTE PIC X(17).
           05 FILLER PIC X(4) VALUE SPACES.
       01  CARD-HDR-LINE.
           05 FILLER PIC X(40) VALUE
              'APPROVAL CARDS NOT APPLIED TO ANY HOLD: '.
           05 FILLER PIC X(70) VALUE SPACES.
       01  CARD-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'HOLD NO: '.
           05 CL-HOLD-NO PIC X(6).
           05 FILLER PIC X(10) VALUE '  ACTION: '.
           05 CL-ACTION PIC X.
           05 FILLER PIC X(11) VALUE '  CHECKER: '.
           05 CL-CHECKER PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-NOTE PIC X(30).
           05 FILLER PIC X(25) VALUE SPACES.
       01  TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TL-LABEL PIC X(30).
           05 TL-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(52) VALUE SPACES.
       01  MSG-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 MSG-TEXT PIC X(60).
           05 FILLER PIC X(46) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(89) VALUE SPACES.
       01  BLANK-LINE.
           05 FILLER PIC X(110) VALUE SPACES.

      *----------------------- CONTROL / STATE -----------------
       01  CONTROL-VARS.
           05 EOFSW PIC X(3) VALUE 'NO '.
           05 AP-EOF PIC X(3) VALUE 'NO '.
           05 HW-EOF PIC X(3) VALUE 'NO '.
           05 TODAY-DATE PIC 9(8) VALUE 0.
           05 CARD-REASON PIC X(17) VALUE SPACES.
           05 CARD-FOUND-SW PIC X(3) VALUE 'NO '.
       01  WS-TODAY.
           05 WS-TODAY-YMD PIC 9(8).
           05 FILLER PIC X(13).

      *----------------------- APPROVAL CARDS ------------------
      *EVERY CARD IS TABLED FIRST SO THE HOLD FILE IS READ ONCE. A
      *CARD IS USED BY THE FIRST OPEN HOLD IT NAMES; ANYTHING LEFT
      *UNUSED IS LISTED AT THE END OF THE REPORT.
       01  CARD-TABLE.
           05 CT-COUNT PIC 999 VALUE 0.
           05 CT-ENTRY OCCURS 500 TIMES.
              10 CT-HOLD-NO PIC X(6).
              10 CT-ACTION PIC X.
              10 CT-CHECKER PIC X(12).
              10 CT-USED PIC X.
       01  CT-IX PIC 999.
       01  CT-HIT PIC 999.

      *----------------------- OPERATORS -----------------------
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

      *----------------------- RELEASE IMAGE -------------------
      *THE HELD CARD AS KEYED, WITH A VIEW PER FEED SHOWING WHERE
      *THE CHECKER'S OPERATOR ID IS STAMPED ON RELEASE.
       01  REL-IMAGE.
           05 RI-AREA PIC X(110).
       01  REL-SMAINT REDEFINES REL-IMAGE.
           05 RS-REC.
              10 FILLER PIC X(41).
              10 RS-CHECKER PIC X(12).
           05 FILLER PIC X(57).
       01  REL-GRDCHG REDEFINES REL-IMAGE.
           05 RC-REC.
              10 FILLER PIC X(36).
              10 RC-APPROVER PIC X(12).
              10 FILLER PIC X(12).
           05 FILLER PIC X(50).
       01  REL-INCCOMP REDEFINES REL-IMAGE.
           05 RN-REC.
              10 FILLER PIC X(25).
              10 RN-APPROVER PIC X(12).
              10 FILLER PIC X(12).
           05 FILLER PIC X(61).
       01  REL-ACTIN REDEFINES REL-IMAGE.
           05 RA-REC.
              10 RA-ACCNO PIC X(3).
              10 FILLER PIC X(22).
              10 RA-TC PIC X.
              10 RA-AMOUNT PIC 9(5)V99.
              10 FILLER PIC X(3).
              10 RA-CUSTID PIC X(6).
              10 FILLER PIC X(12).
              10 RA-CHECKER PIC X(12).
           05 FILLER PIC X(44).

      *----------------------- CONTROL TOTALS ------------------
       01  TOTALS-WORK.
           05 HOLD-READ-CTR PIC 9(6) VALUE 0.
           05 REL-CTR PIC 9(6) VALUE 0.
           05 REL-AMT PIC 9(9)V99 VALUE 0.
           05 DCL-CTR PIC 9(6) VALUE 0.
           05 DCL-AMT PIC 9(9)V99 VALUE 0.
           05 DCL-ACK-CTR PIC 9(6) VALUE 0.
           05 PEND-CTR PIC 9(6) VALUE 0.
           05 PEND-AMT PIC 9(9)V99 VALUE 0.
           05 REFUSED-CTR PIC 9(6) VALUE 0.
           05 UNUSED-CTR PIC 9(6) VALUE 0.
           05 OLDEST-AGE PIC 9(4) VALUE 0.
           05 AGE-DAYS PIC 9(4) VALUE 0.

      *----------------------- RUN LOG -------------------------
       01  RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'APPR-PENDING   '.
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
           PERFORM PROCESS-RTN THRU PROCESS-END UNTIL EOFSW = 'YES'.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INITIAL-RTN.
           PERFORM LOAD-OPERATORS-RTN.
           PERFORM LOAD-CARDS-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY-YMD TO TODAY-DATE.
           OPEN INPUT HOLDFILE
                OUTPUT HOLDWORK
                EXTEND SMAINT-REL
                EXTEND GRDCHG-REL
                EXTEND INCCOMP-REL
                EXTEND ACTIN-REL
                OUTPUT RPTFILE
                EXTEND FEEDACK.
           MOVE TODAY-DATE TO RDL-DATE.
           WRITE RPTREC FROM HD1.
           WRITE RPTREC FROM RUN-DATE-LINE.
           WRITE RPTREC FROM BLANK-LINE.
           WRITE RPTREC FROM COLHD1.
           READ HOLDFILE
               AT END MOVE 'YES' TO EOFSW.
       INITIAL-END.

      *EACH HOLD IS SETTLED BY ITS CARD OR CARRIED FORWARD. A CARD
      *THAT FAILS ITS CHECKS LEAVES THE HOLD PENDING WITH THE
      *REASON IN THE NOTE COLUMN.
       PROCESS-RTN.
           ADD 1 TO HOLD-READ-CTR.
           PERFORM FIND-CARD-RTN.
           MOVE AH-HOLD-NO TO DL-HOLD-NO.
           MOVE AH-PROGRAM TO DL-PROGRAM.
           MOVE AH-DATE TO DL-DATE.
           MOVE AH-MAKER TO DL-MAKER.
           MOVE AH-KEY TO DL-KEY.
           MOVE AH-AMOUNT TO DL-AMT.
           PERFORM COMPUTE-AGE-RTN.
           MOVE AGE-DAYS TO DL-AGE.
           IF CARD-FOUND-SW = 'YES'
               PERFORM VALIDATE-CARD-RTN
           END-IF.
           EVALUATE TRUE
               WHEN CARD-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE AH-REASON TO DL-NOTE
                   PERFORM KEEP-HOLD-RTN
               WHEN CARD-REASON NOT EQUAL TO SPACES
                   MOVE CARD-REASON TO DL-NOTE
                   ADD 1 TO REFUSED-CTR
                   PERFORM KEEP-HOLD-RTN
               WHEN CT-ACTION(CT-HIT) = 'A'
                   PERFORM RELEASE-HOLD-RTN
               WHEN OTHER
                   MOVE 'DECLINED' TO DL-RESULT
                   MOVE CT-CHECKER(CT-HIT) TO DL-NOTE
                   ADD 1 TO DCL-CTR
                   ADD AH-AMOUNT TO DCL-AMT
                   PERFORM DECLINE-ACK-RTN
           END-EVALUATE.
           WRITE RPTREC FROM DETAIL-LINE.
           READ HOLDFILE
               AT END MOVE 'YES' TO EOFSW.
       PROCESS-END.

       FIND-CARD-RTN.
           MOVE 'NO ' TO CARD-FOUND-SW.
           MOVE 0 TO CT-HIT.
           PERFORM VARYING CT-IX FROM 1 BY 1
                   UNTIL CT-IX > CT-COUNT OR CARD-FOUND-SW = 'YES'
               IF CT-HOLD-NO(CT-IX) = AH-HOLD-NO AND
                  CT-USED(CT-IX) = 'N'
                   MOVE 'YES' TO CARD-FOUND-SW
                   MOVE CT-IX TO CT-HIT
                   MOVE 'Y' TO CT-USED(CT-IX)
               END-IF
           END-PERFORM.

      *THE SAME TEST THE HOLDING RUN APPLIED: A DIFFERENT ACTIVE
      *OPERATOR OF LEVEL 2 OR ABOVE WHOSE LIMIT COVERS THE AMOUNT.
      *A DECLINE NEEDS THE SAME AUTHORITY AS AN APPROVAL.
       VALIDATE-CARD-RTN.
           MOVE SPACES TO CARD-REASON.
           MOVE CT-CHECKER(CT-HIT) TO OPR-KEY.
           PERFORM FIND-OPERATOR-RTN.
           EVALUATE TRUE
               WHEN CT-ACTION(CT-HIT) NOT EQUAL TO 'A' AND
                    CT-ACTION(CT-HIT) NOT EQUAL TO 'D'
                   MOVE 'BAD ACTION CODE  ' TO CARD-REASON
               WHEN CT-CHECKER(CT-HIT) = SPACES
                   MOVE 'NO CHECKER ID    ' TO CARD-REASON
               WHEN CT-CHECKER(CT-HIT) = AH-MAKER
                   MOVE 'CHECKER IS MAKER ' TO CARD-REASON
               WHEN OPR-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE 'CHECKER NOT VALID' TO CARD-REASON
               WHEN OPR-LEVEL < 2
                   MOVE 'NOT A CHECKER    ' TO CARD-REASON
               WHEN AH-AMOUNT > OPR-LIMIT
                   MOVE 'ABOVE CHK LIMIT  ' TO CARD-REASON
               WHEN CT-ACTION(CT-HIT) = 'A' AND
                    AH-PROGRAM NOT EQUAL TO 'SALESMAN-MAINT ' AND
                    AH-PROGRAM NOT EQUAL TO 'GRADE-CHG      ' AND
                    AH-PROGRAM NOT EQUAL TO 'GRADE-INC      ' AND
                    AH-PROGRAM NOT EQUAL TO 'SAVING-BANK    '
                   MOVE 'UNKNOWN PROGRAM  ' TO CARD-REASON
           END-EVALUATE.

      *THE CARD GOES BACK OUT EXACTLY AS KEYED, WITH ONLY THE
      *CHECKER FIELD FILLED IN, SO THE FEEDING PROGRAM RUNS ALL OF
      *ITS OWN EDITS AGAIN WHEN THE RELEASE FILE IS POSTED.
       RELEASE-HOLD-RTN.
           MOVE AH-IMAGE TO REL-IMAGE.
           EVALUATE AH-PROGRAM
               WHEN 'SALESMAN-MAINT '
                   MOVE CT-CHECKER(CT-HIT) TO RS-CHECKER
                   WRITE SMR-REC FROM RS-REC
               WHEN 'GRADE-CHG      '
                   MOVE CT-CHECKER(CT-HIT) TO RC-APPROVER
                   WRITE GCR-REC FROM RC-REC
               WHEN 'GRADE-INC      '
                   MOVE CT-CHECKER(CT-HIT) TO RN-APPROVER
                   WRITE ICR-REC FROM RN-REC
               WHEN 'SAVING-BANK    '
                   MOVE CT-CHECKER(CT-HIT) TO RA-CHECKER
                   WRITE ACR-REC FROM RA-REC
           END-EVALUATE.
           MOVE 'RELEASED' TO DL-RESULT.
           MOVE CT-CHECKER(CT-HIT) TO DL-NOTE.
           ADD 1 TO REL-CTR.
           ADD AH-AMOUNT TO REL-AMT.

      *A FEEDER THAT TAGGED THE TRANSACTION WAS TOLD IT WAS HELD;
      *THE DECLINE IS ITS FINAL ANSWER. THE ACK CARRIES THE BANK
      *DATE THE HOLD WAS TAKEN SO THE FEEDER MATCHES IT TO THE
      *TRANSACTION IT SENT.
       DECLINE-ACK-RTN.
           MOVE AH-IMAGE TO REL-IMAGE.
           IF AH-PROGRAM = 'SAVING-BANK    ' AND
              RA-CUSTID NOT EQUAL TO SPACES
               MOVE RA-CUSTID TO FA-SOURCE
               MOVE RA-ACCNO TO FA-ACCNO
               MOVE RA-TC TO FA-TC
               MOVE RA-AMOUNT TO FA-AMOUNT
               MOVE AH-DATE TO FA-DATE
               MOVE 0 TO FA-SEQ
               MOVE 'R' TO FA-RESULT
               MOVE 'DECLINED BY CHKR ' TO FA-REASON
               WRITE FEEDACK-REC
               ADD 1 TO DCL-ACK-CTR
           END-IF.

       KEEP-HOLD-RTN.
           WRITE HW-REC FROM HOLD-REC.
           MOVE 'PENDING ' TO DL-RESULT.
           ADD 1 TO PEND-CTR.
           ADD AH-AMOUNT TO PEND-AMT.
           IF AGE-DAYS > OLDEST-AGE
               MOVE AGE-DAYS TO OLDEST-AGE
           END-IF.

       COMPUTE-AGE-RTN.
           MOVE 0 TO AGE-DAYS.
           IF AH-DATE NUMERIC AND AH-DATE > 0 AND
              AH-DATE NOT > TODAY-DATE
               COMPUTE AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(TODAY-DATE) -
                       FUNCTION INTEGER-OF-DATE(AH-DATE)
           END-IF.

       FINISH-RTN.
           CLOSE HOLDFILE, HOLDWORK.
           PERFORM REWRITE-HOLDFILE-RTN.
           PERFORM LIST-UNUSED-CARDS-RTN.
           WRITE RPTREC FROM BLANK-LINE.
           MOVE 'HOLDS READ:                   ' TO TL-LABEL.
           MOVE HOLD-READ-CTR TO TL-COUNT.
           MOVE 0 TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE.
           MOVE 'RELEASED:                     ' TO TL-LABEL.
           MOVE REL-CTR TO TL-COUNT.
           MOVE REL-AMT TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE.
           MOVE 'DECLINED:                     ' TO TL-LABEL.
           MOVE DCL-CTR TO TL-COUNT.
           MOVE DCL-AMT TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE.
           MOVE '  FEEDERS TOLD OF DECLINE:    ' TO TL-LABEL.
           MOVE DCL-ACK-CTR TO TL-COUNT.
           MOVE 0 TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE.
           MOVE 'STILL PENDING:                ' TO TL-LABEL.
           MOVE PEND-CTR TO TL-COUNT.
           MOVE PEND-AMT TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE.
           MOVE 'OLDEST PENDING (DAYS):        ' TO TL-LABEL.
           MOVE OLDEST-AGE TO TL-COUNT.
           MOVE 0 TO TL-AMT.
           WRITE RPTREC FROM TOTAL-LINE.
           MOVE 'CARDS REFUSED:                ' TO TL-LABEL.
           MOVE REFUSED-CTR TO TL-COUNT.
           WRITE RPTREC FROM TOTAL-LINE.
           MOVE 'CARDS WITHOUT AN OPEN HOLD:   ' TO TL-LABEL.
           MOVE UNUSED-CTR TO TL-COUNT.
           WRITE RPTREC FROM TOTAL-LINE.
           WRITE RPTREC FROM BLANK-LINE.
           WRITE RPTREC FROM END-RPT-LINE.
           CLOSE SMAINT-REL, GRDCHG-REL, INCCOMP-REL, ACTIN-REL,
                 RPTFILE, FEEDACK.
           DISPLAY 'HOLDS RELEASED: ' REL-CTR '  DECLINED: ' DCL-CTR
                   '  STILL PENDING: ' PEND-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
       FINISH-END.

      *ONLY THE HOLDS STILL PENDING GO BACK ON APPRHOLD.TXT; THE
      *NEXT HOLD NUMBER IS SEEDED FROM WHAT IS LEFT, SO A NUMBER
      *IS NEVER REUSED WHILE ITS HOLD IS OPEN.
       REWRITE-HOLDFILE-RTN.
           OPEN INPUT HOLDWORK
                OUTPUT HOLDFILE.
           PERFORM UNTIL HW-EOF = 'YES'
               READ HOLDWORK
                   AT END MOVE 'YES' TO HW-EOF
                   NOT AT END WRITE HOLD-REC FROM HW-REC
               END-READ
           END-PERFORM.
           CLOSE HOLDWORK, HOLDFILE.

       LIST-UNUSED-CARDS-RTN.
           PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > CT-COUNT
               IF CT-USED(CT-IX) = 'N'
                   IF UNUSED-CTR = 0
                       WRITE RPTREC FROM BLANK-LINE
                       WRITE RPTREC FROM CARD-HDR-LINE
                   END-IF
                   ADD 1 TO UNUSED-CTR
                   MOVE CT-HOLD-NO(CT-IX) TO CL-HOLD-NO
                   MOVE CT-ACTION(CT-IX) TO CL-ACTION
                   MOVE CT-CHECKER(CT-IX) TO CL-CHECKER
                   IF CT-HOLD-NO(CT-IX) NUMERIC
                       MOVE 'NO SUCH HOLD OR ALREADY DONE  '
                            TO CL-NOTE
                   ELSE
                       MOVE 'HOLD NUMBER NOT NUMERIC       '
                            TO CL-NOTE
                   END-IF
                   WRITE RPTREC FROM CARD-LINE
               END-IF
           END-PERFORM.

      *THE OPERATOR FILE IS NOT OPTIONAL: WITHOUT IT NO CHECKER
      *COULD BE PROVED, SO THE RUN STOPS BEFORE ANY HOLD IS TOUCHED.
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

       LOAD-CARDS-RTN.
           OPEN INPUT APPRCARD.
           PERFORM UNTIL AP-EOF = 'YES'
               READ APPRCARD
                   AT END MOVE 'YES' TO AP-EOF
                   NOT AT END
                       IF CT-COUNT < 500
                           ADD 1 TO CT-COUNT
                           MOVE AP-HOLD-NO TO CT-HOLD-NO(CT-COUNT)
                           MOVE AP-ACTION TO CT-ACTION(CT-COUNT)
                           MOVE AP-CHECKER TO CT-CHECKER(CT-COUNT)
                           MOVE 'N' TO CT-USED(CT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPRCARD.

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
           MOVE 'APPR-PENDING   ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE HOLD-READ-CTR TO RL-READ.
           MOVE REL-CTR TO RL-WRITTEN.
           COMPUTE RL-REJECTED = REFUSED-CTR + UNUSED-CTR.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
