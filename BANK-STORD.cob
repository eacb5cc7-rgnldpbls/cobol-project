      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tectonics: cobc
      ******************************************************************
      *DAILY STANDING ORDER RUN, SCHEDULED AHEAD OF SAVING-BANK ON
      *THE SAME RUNCTL.TXT CARD. A STANDING ORDER ON
      *STANDING-ORDER.DAT (MAINTAINED BY THE STORD-MAINT RUN) IS A
      *FIXED TRANSFER FROM ONE MJRC ACCOUNT TO ANOTHER, REPEATED
      *WEEKLY, MONTHLY OR QUARTERLY FROM ITS NEXT DUE DATE UNTIL ITS
      *END DATE. THE RUN
      *  1. READS BACK FEEDACK.TXT FOR THE TRANSFERS IT GENERATED ON
      *     EARLIER DAYS: A POSTED ONE ADVANCES THE ORDER TO ITS NEXT
      *     DUE DATE; ONE REJECTED FOR INSUFFICIENT FUNDS OR A CLOSED
      *     ACCOUNT STAYS DUE AND IS TRIED AGAIN ON THE NEXT RUN, UP
      *     TO THE RETRY LIMIT ON SOCTL.TXT, AFTER WHICH THAT
      *     PAYMENT IS DROPPED AND THE ORDER MOVES ON; ANY OTHER
      *     REJECTION SUSPENDS THE ORDER UNTIL IT IS REINSTATED. ONE
      *     HELD FOR A BANK CHECKER STAYS OUTSTANDING UNTIL THE
      *     CHECKER'S RELEASE POSTS OR IS DECLINED; A DECLINE
      *     SUSPENDS THE ORDER AND IS NEVER RETRIED.
      *  2. APPENDS AN 'X' TRANSACTION TO ACTIN.TXT FOR EVERY ORDER
      *     DUE ON OR BEFORE THE RUN DATE. CUSTID-IN CARRIES THE
      *     SOURCE TAG 'SO' AND THE ORDER'S SEQUENCE NUMBER SO THE
      *     POSTING RUN ACKNOWLEDGES EACH ONE ON FEEDACK.TXT. THE
      *     MAKER ID IS 'STANDING-ORD' - THIS JOB'S NAME CUT TO THE
      *     12 CHARACTERS OF AN OPERATOR ID - WHICH MUST BE AN
      *     ACTIVE ENTRY ON OPERATOR.TXT FOR THE TRANSFERS TO POST.
      *EVERY FAILURE PRINTS ON THE EXCEPTION LISTING SOEXCP.TXT AND
      *A NOTICE TO THE ACCOUNT HOLDER ON SONOTICE.TXT. THE REGISTER
      *SOREG.TXT LISTS EVERY PAYMENT GENERATED AND EVERY RESULT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT RUNCTL ASSIGN TO "RUNCTL.TXT"
               FILE STATUS IS RC-STATUS.
           SELECT OPTIONAL SOCTL ASSIGN TO "SOCTL.TXT".
           SELECT OPTIONAL FEEDACK ASSIGN TO "FEEDACK.TXT".
           SELECT OPTIONAL ACTIN ASSIGN TO "ACTIN.TXT".
           SELECT REGISTER-FILE ASSIGN TO "SOREG.TXT".
           SELECT EXCEPTION-FILE ASSIGN TO "SOEXCP.TXT".
           SELECT NOTICE-FILE ASSIGN TO "SONOTICE.TXT".
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCNO
               FILE STATUS IS AM-STATUS.
           SELECT STANDING-ORDER ASSIGN TO "STANDING-ORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS SOF-STATUS.
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
      *STANDING ORDER PARAMETER CARD: HOW MANY TIMES A PAYMENT
      *REJECTED FOR FUNDS OR A CLOSED ACCOUNT IS TRIED AGAIN BEFORE
      *IT IS DROPPED. A MISSING CARD MEANS 3.
       FD  SOCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2 CHARACTERS
           DATA RECORD IS SOCTL-REC.
       01  SOCTL-REC.
           05 SC-RETRY-LIMIT PIC 99.
      *THE POSTING RUN'S ACKNOWLEDGEMENTS. ON A STANDING ORDER
      *TRANSFER THE SOURCE IS 'SO' FOLLOWED BY THE ORDER'S
      *SEQUENCE NUMBER, AND FA-ACCNO IS THE ORDER'S FROM-ACCOUNT.
       FD  FEEDACK
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS FEEDACK-REC.
       01  FEEDACK-REC.
           05 FA-SOURCE.
              10 FA-SRC-SYS PIC XX.
              10 FA-SRC-SEQ PIC XX.
              10 FILLER PIC XX.
           05 FA-ACCNO PIC X(3).
           05 FA-TC PIC X.
           05 FA-AMOUNT PIC 9(5)V99.
           05 FA-DATE PIC 9(8).
           05 FA-SEQ PIC 9(4).
           05 FA-RESULT PIC X.
           05 FA-REASON PIC X(17).
      *THE POSTING RUN'S TRANSACTION FEED, APPENDED TO HERE.
       FD  ACTIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS REC-IN.
       01  REC-IN.
           05 ACCNO-IN PIC X(3).
           05 ACCNAME-IN PIC X(22).
           05 TC-IN PIC X.
           05 AMOUNT-IN PIC 9(5)V99.
           05 TOACCNO-IN PIC X(3).
           05 CUSTID-IN.
              10 CI-SRC-SYS PIC XX.
              10 CI-SRC-SEQ PIC 99.
              10 FILLER PIC XX.
           05 MAKER-IN PIC X(12).
           05 CHECKER-IN PIC X(12).
       FD  REGISTER-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD REG-REC.
       01  REG-REC.
       05  FILLER PIC X(86).
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD EXC-REC.
       01  EXC-REC.
       05  FILLER PIC X(86).
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
      *ONE RECORD PER STANDING ORDER, KEYED BY THE FROM-ACCOUNT AND
      *A SEQUENCE NUMBER WITHIN IT. SO-FREQ 'W' WEEKLY, 'M'
      *MONTHLY, 'Q' QUARTERLY; A MONTHLY OR QUARTERLY ORDER FALLS
      *ON SO-DUE-DAY, OR THE LAST DAY OF A SHORTER MONTH.
      *SO-END-DATE ZERO MEANS UNTIL CANCELLED. SO-STAT-CD 'A'
      *ACTIVE, 'S' SUSPENDED, 'E' ENDED, 'X' CANCELLED.
      *SO-PEND-DATE IS THE RUN DATE OF A TRANSFER WRITTEN TO
      *ACTIN.TXT AND NOT YET ACKNOWLEDGED (ZERO WHEN NONE), AND
      *SO-RETRY-CTR COUNTS THE FAILED ATTEMPTS AT THE CURRENT DUE
      *DATE'S PAYMENT.
       FD  STANDING-ORDER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS SO-REC.
       01  SO-REC.
           05 SO-KEY.
              10 SO-FROM-ACCNO PIC X(3).
              10 SO-SEQ PIC 99.
           05 SO-TO-ACCNO PIC X(3).
           05 SO-AMOUNT PIC 9(5)V99.
           05 SO-FREQ PIC X.
           05 SO-DUE-DAY PIC 99.
           05 SO-NEXT-DUE PIC 9(8).
           05 SO-END-DATE PIC 9(8).
           05 SO-STAT-CD PIC X.
           05 SO-RETRY-CTR PIC 99.
           05 SO-PEND-DATE PIC 9(8).
           05 SO-LAST-PAID PIC 9(8).
           05 SO-LAST-REASON PIC X(17).
           05 SO-ADD-DATE PIC 9(8).
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
           05 FILLER PIC X(28) VALUE "STANDING ORDER REGISTER".
           05 FILLER PIC X(29) VALUE SPACES.
       01  HD3-EXC-REC.
           05 FILLER PIC X(25) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
              "STANDING ORDER EXCEPTION LISTING".
           05 FILLER PIC X(25) VALUE SPACES.
       01  PARM-LINE.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 PML-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE '  RETRY LIMIT:  '.
           05 PML-RETRY PIC Z9.
           05 FILLER PIC X(50) VALUE SPACES.
       01  CTL-MISSING-LINE.
           05 FILLER PIC X(52) VALUE
              'RUN CONTROL CARD MISSING - RUN STOPPED'.
           05 FILLER PIC X(34) VALUE SPACES.
       01  ACK-HDG.
           05 FILLER PIC X(40) VALUE
              'RESULTS OF EARLIER STANDING ORDER RUNS'.
           05 FILLER PIC X(46) VALUE SPACES.
       01  GEN-HDG.
           05 FILLER PIC X(40) VALUE
              'TRANSFERS WRITTEN TO ACTIN.TXT'.
           05 FILLER PIC X(46) VALUE SPACES.
       01  REG-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'FROM SEQ '.
           05 FILLER PIC X(5) VALUE 'TO   '.
           05 FILLER PIC X(13) VALUE '       AMOUNT'.
           05 FILLER PIC X(10) VALUE '  DUE DATE'.
           05 FILLER PIC X(12) VALUE '  EVENT'.
           05 FILLER PIC X(10) VALUE 'NEXT DUE  '.
           05 FILLER PIC X(25) VALUE 'NOTE'.
       01  REG-LINE.
           05 FILLER PIC X(2).
           05 RG-FROM PIC X(3).
           05 FILLER PIC X(2).
           05 RG-SEQ PIC 99.
           05 FILLER PIC X(2).
           05 RG-TO PIC X(3).
           05 FILLER PIC X(2).
           05 RG-AMOUNT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 RG-DUE PIC 9(8).
           05 FILLER PIC X(2).
           05 RG-EVENT PIC X(10).
           05 FILLER PIC X(2).
           05 RG-NEXT-DUE PIC 9(8).
           05 FILLER PIC X(2).
           05 RG-NOTE PIC X(17).
           05 FILLER PIC X(8).
       01  EXC-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'FROM SEQ '.
           05 FILLER PIC X(5) VALUE 'TO   '.
           05 FILLER PIC X(13) VALUE '       AMOUNT'.
           05 FILLER PIC X(10) VALUE '  DUE DATE'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(19) VALUE 'REASON'.
           05 FILLER PIC X(8) VALUE 'ATTEMPT '.
           05 FILLER PIC X(18) VALUE 'ACTION TAKEN'.
       01  EXC-LINE.
           05 FILLER PIC X(2).
           05 EX-FROM PIC X(3).
           05 FILLER PIC X(2).
           05 EX-SEQ PIC 99.
           05 FILLER PIC X(2).
           05 EX-TO PIC X(3).
           05 FILLER PIC X(2).
           05 EX-AMOUNT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 EX-DUE PIC 9(8).
           05 FILLER PIC X(2).
           05 EX-REASON PIC X(17).
           05 FILLER PIC X(2).
           05 EX-ATTEMPT PIC Z9.
           05 FILLER PIC X(3).
           05 EX-ACTION PIC X(10).
           05 FILLER PIC X(15).
       01  EXC-NONE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'NO FAILURES TODAY'.
           05 FILLER PIC X(64) VALUE SPACES.
       01  TOT-POSTED-LINE.
           05 FILLER PIC X(30) VALUE 'PAYMENTS POSTED:              '.
           05 TPS-CTR PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'AMOUNT: '.
           05 TPS-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(30) VALUE SPACES.
       01  TOT-RETRY-LINE.
           05 FILLER PIC X(30) VALUE 'FAILED - TO BE TRIED AGAIN:   '.
           05 TRT-CTR PIC ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  TOT-DROPPED-LINE.
           05 FILLER PIC X(30) VALUE 'FAILED - RETRIES EXHAUSTED:   '.
           05 TDR-CTR PIC ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  TOT-SUSP-LINE.
           05 FILLER PIC X(30) VALUE 'FAILED - ORDER SUSPENDED:     '.
           05 TSU-CTR PIC ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  TOT-ENDED-LINE.
           05 FILLER PIC X(30) VALUE 'ORDERS REACHING END DATE:     '.
           05 TEN-CTR PIC ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  TOT-GEN-LINE.
           05 FILLER PIC X(30) VALUE 'TRANSFERS WRITTEN TO ACTIN:   '.
           05 TGN-CTR PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'AMOUNT: '.
           05 TGN-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(30) VALUE SPACES.
       01  TOT-WAIT-LINE.
           05 FILLER PIC X(30) VALUE 'ALREADY WRITTEN FOR THIS DATE:'.
           05 TWT-CTR PIC ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  TOT-NOTICE-LINE.
           05 FILLER PIC X(30) VALUE 'CUSTOMER NOTICES PRINTED:     '.
           05 TNT-CTR PIC ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(65) VALUE SPACES.
       01  BLANK-LINE.
           05 FILLER PIC X(86) VALUE SPACES.

      *------------------- FAILED PAYMENT NOTICE ---------------
       01  NTC-TITLE-LINE.
           05 FILLER PIC X(25) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
              'STANDING ORDER PAYMENT NOT MADE'.
           05 FILLER PIC X(25) VALUE SPACES.
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
       01  NTC-FROM-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'FROM ACCOUNT:       '.
           05 NFL-ACCNO PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NFL-ACCNAME PIC X(22).
           05 FILLER PIC X(34) VALUE SPACES.
       01  NTC-TO-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'TO ACCOUNT:         '.
           05 NTL-ACCNO PIC X(3).
           05 FILLER PIC X(58) VALUE SPACES.
       01  NTC-AMT-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'AMOUNT:             '.
           05 NML-AMOUNT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(12) VALUE '   DUE ON:  '.
           05 NML-DUE PIC 9(8).
           05 FILLER PIC X(32) VALUE SPACES.
       01  NTC-REASON-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'REASON:             '.
           05 NRL-REASON PIC X(17).
           05 FILLER PIC X(44) VALUE SPACES.
       01  NTC-ACTION-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 NAC-TEXT PIC X(60).
           05 FILLER PIC X(21) VALUE SPACES.
       01  NTC-CLOSE-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
              'FOR ASSISTANCE PLEASE VISIT THE BRANCH.'.
           05 FILLER PIC X(31) VALUE SPACES.

      *------------------- RUN CONTROL -------------------------
       01  RUN-CONTROL-VARS.
           05 RC-STATUS PIC XX.
           05 RUN-DATE PIC 9(8) VALUE 0.
           05 RETRY-LIMIT PIC 99 VALUE 3.
           05 CTL-MISSING-SW PIC X VALUE 'N'.
           05 SC-EOF-SW PIC X(3) VALUE 'NO '.

      *------------------- PROCESS STATE -----------------------
       01  PROCESS-VARS.
           05 AM-STATUS PIC XX.
           05 SOF-STATUS PIC XX.
           05 CM-STATUS PIC XX.
           05 CM-AVAIL-SW PIC X VALUE 'N'.
           05 FA-EOF-SW PIC X(3) VALUE 'NO '.
           05 SO-EOF-SW PIC X(3) VALUE 'NO '.
           05 FAIL-REASON-WK PIC X(17) VALUE SPACES.
           05 FAIL-ACTION-WK PIC X(10) VALUE SPACES.
           05 FAIL-DUE-WK PIC 9(8) VALUE 0.
           05 RETRYABLE-SW PIC X VALUE 'N'.
           05 MONTHS-TO-ADD PIC 99 VALUE 0.
           05 LAST-DAY PIC 99 VALUE 0.
           05 NEXT-MONTH-1ST PIC 9(8) VALUE 0.
       01  DUE-WK.
           05 DUE-WK-YYYY PIC 9(4).
           05 DUE-WK-MM PIC 99.
           05 DUE-WK-DD PIC 99.
       01  DUE-WK-N REDEFINES DUE-WK PIC 9(8).

      *------------------- COUNTERS ----------------------------
       01  COUNTERS.
           05 FA-READ-CTR PIC 9(6) VALUE 0.
           05 SO-READ-CTR PIC 9(4) VALUE 0.
           05 POSTED-CTR PIC 999 VALUE 0.
           05 POSTED-AMT PIC 9(8)V99 VALUE 0.
           05 RETRY-CTR PIC 999 VALUE 0.
           05 DROPPED-CTR PIC 999 VALUE 0.
           05 SUSP-CTR PIC 999 VALUE 0.
           05 ENDED-CTR PIC 999 VALUE 0.
           05 GEN-CTR PIC 999 VALUE 0.
           05 GEN-AMT PIC 9(8)V99 VALUE 0.
           05 WAIT-CTR PIC 999 VALUE 0.
           05 EXC-CTR PIC 999 VALUE 0.
           05 NOTICE-CTR PIC 999 VALUE 0.

      *----------------------- RUN LOG -------------------------
       01  RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'STANDING-ORDER '.
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
           PERFORM PROCESS-ACKS-RTN.
           PERFORM PROCESS-ORDERS-RTN.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INIT-RTN.
           OPEN OUTPUT REGISTER-FILE, EXCEPTION-FILE, NOTICE-FILE.
           PERFORM READ-RUN-CONTROL-RTN.
      *EVERY GENERATED TRANSFER AND EVERY DUE-DATE TEST USES THE
      *RUN DATE, SO THERE IS NO SAFE DEFAULT - A RUN WITHOUT A CARD
      *STOPS, THE SAME AS THE POSTING RUN IT FEEDS.
           IF CTL-MISSING-SW = 'Y'
               WRITE REG-REC FROM CTL-MISSING-LINE
               DISPLAY 'RUN CONTROL CARD MISSING - RUN STOPPED'
               CLOSE REGISTER-FILE, EXCEPTION-FILE, NOTICE-FILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM READ-SOCTL-RTN.
           OPEN INPUT ACCOUNT-MASTER.
           IF AM-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCOUNT-MASTER.DAT NOT AVAILABLE - STATUS '
                       AM-STATUS ' - RUN STOPPED'
               CLOSE REGISTER-FILE, EXCEPTION-FILE, NOTICE-FILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           OPEN I-O STANDING-ORDER.
           IF SOF-STATUS = '35'
               OPEN OUTPUT STANDING-ORDER
               CLOSE STANDING-ORDER
               OPEN I-O STANDING-ORDER
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CM-STATUS = '00'
               MOVE 'Y' TO CM-AVAIL-SW
           END-IF.
           OPEN EXTEND ACTIN.
           WRITE REG-REC FROM HD1-REC.
           WRITE REG-REC FROM HD2-REC.
           WRITE REG-REC FROM HD3-REC.
           MOVE RUN-DATE TO PML-DATE.
           MOVE RETRY-LIMIT TO PML-RETRY.
           WRITE REG-REC FROM PARM-LINE.
           WRITE EXC-REC FROM HD1-REC.
           WRITE EXC-REC FROM HD2-REC.
           WRITE EXC-REC FROM HD3-EXC-REC.
           WRITE EXC-REC FROM PARM-LINE.
           WRITE EXC-REC FROM BLANK-LINE.
           WRITE EXC-REC FROM EXC-COLHD.
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

       READ-SOCTL-RTN.
           OPEN INPUT SOCTL.
           READ SOCTL
               AT END MOVE 'YES' TO SC-EOF-SW
               NOT AT END
                   IF SC-RETRY-LIMIT NUMERIC
                       MOVE SC-RETRY-LIMIT TO RETRY-LIMIT
                   END-IF
           END-READ.
           CLOSE SOCTL.

      *=============== RESULTS FROM THE POSTING RUN ============
      *ONLY AN ACKNOWLEDGEMENT DATED THE SAME DAY AS THE ORDER'S
      *OUTSTANDING TRANSFER COUNTS; OLDER ONES FOR THE SAME ORDER
      *WERE SETTLED ON EARLIER RUNS AND ARE PASSED OVER.
       PROCESS-ACKS-RTN.
           WRITE REG-REC FROM BLANK-LINE.
           WRITE REG-REC FROM ACK-HDG.
           WRITE REG-REC FROM REG-COLHD.
           OPEN INPUT FEEDACK.
           PERFORM UNTIL FA-EOF-SW = 'YES'
               READ FEEDACK
                   AT END MOVE 'YES' TO FA-EOF-SW
                   NOT AT END
                       ADD 1 TO FA-READ-CTR
                       IF FA-SRC-SYS = 'SO' AND FA-TC = 'X' AND
                          FA-SRC-SEQ NUMERIC
                           PERFORM ONE-ACK-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEEDACK.

       ONE-ACK-RTN.
           MOVE FA-ACCNO TO SO-FROM-ACCNO.
           MOVE FA-SRC-SEQ TO SO-SEQ.
           READ STANDING-ORDER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SO-PEND-DATE > 0 AND
                      (SO-PEND-DATE = FA-DATE OR
                       (SO-LAST-REASON = 'HELD FOR APPROVAL' AND
                        FA-DATE > SO-PEND-DATE))
                       EVALUATE FA-RESULT
                           WHEN 'P'
                               PERFORM RECORD-PAYMENT-RTN
                           WHEN 'H'
                               PERFORM RECORD-HELD-RTN
                           WHEN OTHER
                               MOVE FA-REASON TO FAIL-REASON-WK
                               PERFORM RECORD-FAILURE-RTN
                       END-EVALUATE
                       REWRITE SO-REC
                   END-IF
           END-READ.

      *A PAID ORDER MOVES TO ITS NEXT DUE DATE, OR ENDS WHEN THAT
      *FALLS AFTER ITS END DATE.
       RECORD-PAYMENT-RTN.
           MOVE SO-NEXT-DUE TO RG-DUE.
           MOVE 0 TO SO-PEND-DATE.
           MOVE 0 TO SO-RETRY-CTR.
           MOVE SPACES TO SO-LAST-REASON.
           MOVE FA-DATE TO SO-LAST-PAID.
           ADD 1 TO POSTED-CTR.
           ADD SO-AMOUNT TO POSTED-AMT.
           PERFORM ADVANCE-DUE-RTN.
           MOVE 'PAID      ' TO RG-EVENT.
           MOVE SPACES TO RG-NOTE.
           IF SO-STAT-CD = 'E'
               MOVE 'ORDER ENDED      ' TO RG-NOTE
           END-IF.
           PERFORM WRITE-REG-LINE-RTN.

      *A TRANSFER HELD FOR A BANK CHECKER IS STILL OUTSTANDING: THE
      *ORDER WAITS, AND ITS RELEASED POSTING (ACKNOWLEDGED ON A LATER
      *BANK DATE) OR THE CHECKER'S DECLINE SETTLES IT. THE HOLD IS
      *REGISTERED ONCE, THE FIRST TIME ITS ACKNOWLEDGEMENT IS SEEN.
       RECORD-HELD-RTN.
           IF SO-LAST-REASON NOT EQUAL TO 'HELD FOR APPROVAL'
               MOVE 'HELD FOR APPROVAL' TO SO-LAST-REASON
               MOVE SO-NEXT-DUE TO RG-DUE
               MOVE 'HELD      ' TO RG-EVENT
               MOVE FA-REASON TO RG-NOTE
               PERFORM WRITE-REG-LINE-RTN
           END-IF.

      *INSUFFICIENT FUNDS AND A CLOSED ACCOUNT AT EITHER END MAY
      *CLEAR BY THE NEXT DAY, SO THE PAYMENT STAYS DUE AND IS TRIED
      *AGAIN, UP TO THE RETRY LIMIT; AFTER THAT THIS ONE PAYMENT IS
      *DROPPED AND THE ORDER GOES ON TO ITS NEXT DUE DATE. ANY
      *OTHER REJECTION WILL NOT CURE ITSELF AND SUSPENDS THE ORDER;
      *SO DOES A HELD TRANSFER THE BANK'S CHECKER DECLINED, WHICH IS
      *NEVER RETRIED. A TRANSFER THAT WAS NEVER ACKNOWLEDGED (THE
      *POSTING RUN DID NOT SEE IT) IS TREATED AS A FAILED ATTEMPT.
       RECORD-FAILURE-RTN.
           MOVE SO-NEXT-DUE TO FAIL-DUE-WK.
           MOVE 0 TO SO-PEND-DATE.
           MOVE FAIL-REASON-WK TO SO-LAST-REASON.
           ADD 1 TO SO-RETRY-CTR.
           EVALUATE FAIL-REASON-WK
               WHEN 'DECLINED BY CHKR '
                   MOVE 'N' TO RETRYABLE-SW
               WHEN 'OVERDRAFT        '
               WHEN 'ACCOUNT CLOSED   '
               WHEN 'BAD DEST ACCOUNT '
               WHEN 'NOT ACKNOWLEDGED '
                   MOVE 'Y' TO RETRYABLE-SW
               WHEN OTHER
                   MOVE 'N' TO RETRYABLE-SW
           END-EVALUATE.
           IF RETRYABLE-SW = 'Y' AND SO-RETRY-CTR <= RETRY-LIMIT
               MOVE 'RETRY     ' TO FAIL-ACTION-WK
               ADD 1 TO RETRY-CTR
           ELSE IF RETRYABLE-SW = 'Y'
               MOVE 'DROPPED   ' TO FAIL-ACTION-WK
               ADD 1 TO DROPPED-CTR
               PERFORM ADVANCE-DUE-RTN
           ELSE
               MOVE 'SUSPENDED ' TO FAIL-ACTION-WK
               MOVE 'S' TO SO-STAT-CD
               ADD 1 TO SUSP-CTR
           END-IF.
           MOVE FAIL-DUE-WK TO RG-DUE.
           MOVE FAIL-ACTION-WK TO RG-EVENT.
           MOVE FAIL-REASON-WK TO RG-NOTE.
           PERFORM WRITE-REG-LINE-RTN.
           PERFORM WRITE-EXCEPTION-RTN.
           PERFORM WRITE-NOTICE-RTN.
      *THE ATTEMPT COUNT STARTS OVER WITH THE NEXT DUE DATE.
           IF FAIL-ACTION-WK = 'DROPPED   '
               MOVE 0 TO SO-RETRY-CTR
           END-IF.

      *WEEKLY ORDERS MOVE SEVEN DAYS; MONTHLY AND QUARTERLY ORDERS
      *MOVE ONE OR THREE CALENDAR MONTHS AND LAND BACK ON THEIR DUE
      *DAY, SO A PAYMENT PULLED IN TO THE 28TH OF FEBRUARY RETURNS
      *TO THE 31ST IN MARCH. AN ORDER PAST ITS END DATE ENDS.
       ADVANCE-DUE-RTN.
           IF SO-FREQ = 'W'
               COMPUTE SO-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) + 7)
           ELSE
               IF SO-FREQ = 'Q'
                   MOVE 3 TO MONTHS-TO-ADD
               ELSE
                   MOVE 1 TO MONTHS-TO-ADD
               END-IF
               MOVE SO-NEXT-DUE TO DUE-WK-N
               ADD MONTHS-TO-ADD TO DUE-WK-MM
               IF DUE-WK-MM > 12
                   SUBTRACT 12 FROM DUE-WK-MM
                   ADD 1 TO DUE-WK-YYYY
               END-IF
               PERFORM SET-DUE-DAY-RTN
               MOVE DUE-WK-N TO SO-NEXT-DUE
           END-IF.
           IF SO-END-DATE > 0 AND SO-NEXT-DUE > SO-END-DATE
               MOVE 'E' TO SO-STAT-CD
               ADD 1 TO ENDED-CTR
           END-IF.

      *THE DUE DAY, OR THE LAST DAY OF THE MONTH IN DUE-WK WHEN
      *THAT MONTH IS SHORTER.
       SET-DUE-DAY-RTN.
           MOVE 1 TO DUE-WK-DD.
           IF DUE-WK-MM = 12
               COMPUTE NEXT-MONTH-1ST = (DUE-WK-YYYY + 1) * 10000
                                      + 101
           ELSE
               COMPUTE NEXT-MONTH-1ST = DUE-WK-N + 100
           END-IF.
           COMPUTE LAST-DAY = FUNCTION MOD(
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NEXT-MONTH-1ST) - 1),
                   100).
           IF SO-DUE-DAY > LAST-DAY OR SO-DUE-DAY = 0
               MOVE LAST-DAY TO DUE-WK-DD
           ELSE
               MOVE SO-DUE-DAY TO DUE-WK-DD
           END-IF.

      *=============== GENERATE TODAY'S TRANSFERS =============
      *ONE SEQUENTIAL PASS OVER THE ORDERS, REWRITING EACH ONE IN
      *PLACE. AN ORDER ALREADY WRITTEN TO ACTIN.TXT FOR TODAY (A
      *SECOND RUN ON THE SAME CARD) IS NOT WRITTEN AGAIN.
       PROCESS-ORDERS-RTN.
           WRITE REG-REC FROM BLANK-LINE.
           WRITE REG-REC FROM GEN-HDG.
           WRITE REG-REC FROM REG-COLHD.
           MOVE LOW-VALUES TO SO-KEY.
           START STANDING-ORDER KEY NOT LESS THAN SO-KEY
               INVALID KEY MOVE 'YES' TO SO-EOF-SW.
           PERFORM UNTIL SO-EOF-SW = 'YES'
               READ STANDING-ORDER NEXT RECORD
                   AT END MOVE 'YES' TO SO-EOF-SW
                   NOT AT END PERFORM ONE-ORDER-RTN
               END-READ
           END-PERFORM.

       ONE-ORDER-RTN.
           ADD 1 TO SO-READ-CTR.
           IF SO-STAT-CD = 'A' AND SO-PEND-DATE > 0 AND
              SO-PEND-DATE < RUN-DATE AND
              SO-LAST-REASON NOT EQUAL TO 'HELD FOR APPROVAL'
               MOVE 'NOT ACKNOWLEDGED ' TO FAIL-REASON-WK
               PERFORM RECORD-FAILURE-RTN
               REWRITE SO-REC
           END-IF.
      *A TRANSFER STILL HELD FOR A BANK CHECKER IS NOT SENT AGAIN.
           IF SO-STAT-CD = 'A' AND SO-PEND-DATE = RUN-DATE
               ADD 1 TO WAIT-CTR
           ELSE IF SO-STAT-CD = 'A' AND SO-PEND-DATE > 0
               CONTINUE
           ELSE IF SO-STAT-CD = 'A' AND SO-NEXT-DUE <= RUN-DATE
               PERFORM GENERATE-TRANSFER-RTN
               REWRITE SO-REC
           END-IF.

      *THE TRANSFER GOES OUT IN THE POSTING RUN'S OWN LAYOUT, NAMED
      *FROM THE ACCOUNT MASTER, AND THE ORDER IS MARKED OUTSTANDING
      *UNTIL ITS ACKNOWLEDGEMENT COMES BACK.
       GENERATE-TRANSFER-RTN.
           MOVE SO-FROM-ACCNO TO AM-ACCNO.
           READ ACCOUNT-MASTER
               INVALID KEY MOVE SPACES TO AM-ACCNAME
           END-READ.
           MOVE SO-FROM-ACCNO TO ACCNO-IN.
           MOVE AM-ACCNAME TO ACCNAME-IN.
           MOVE 'X' TO TC-IN.
           MOVE SO-AMOUNT TO AMOUNT-IN.
           MOVE SO-TO-ACCNO TO TOACCNO-IN.
           MOVE SPACES TO CUSTID-IN.
           MOVE 'SO' TO CI-SRC-SYS.
           MOVE SO-SEQ TO CI-SRC-SEQ.
           MOVE 'STANDING-ORD' TO MAKER-IN.
           MOVE SPACES TO CHECKER-IN.
           WRITE REC-IN.
           MOVE RUN-DATE TO SO-PEND-DATE.
           ADD 1 TO GEN-CTR.
           ADD SO-AMOUNT TO GEN-AMT.
           MOVE SO-NEXT-DUE TO RG-DUE.
           MOVE 'WRITTEN   ' TO RG-EVENT.
           MOVE SPACES TO RG-NOTE.
           IF SO-RETRY-CTR > 0
               MOVE 'RETRY OF PAYMENT ' TO RG-NOTE
           END-IF.
           PERFORM WRITE-REG-LINE-RTN.

       WRITE-REG-LINE-RTN.
           MOVE SO-FROM-ACCNO TO RG-FROM.
           MOVE SO-SEQ TO RG-SEQ.
           MOVE SO-TO-ACCNO TO RG-TO.
           MOVE SO-AMOUNT TO RG-AMOUNT.
           MOVE SO-NEXT-DUE TO RG-NEXT-DUE.
           WRITE REG-REC FROM REG-LINE.

       WRITE-EXCEPTION-RTN.
           MOVE SO-FROM-ACCNO TO EX-FROM.
           MOVE SO-SEQ TO EX-SEQ.
           MOVE SO-TO-ACCNO TO EX-TO.
           MOVE SO-AMOUNT TO EX-AMOUNT.
           MOVE FAIL-DUE-WK TO EX-DUE.
           MOVE FAIL-REASON-WK TO EX-REASON.
           MOVE SO-RETRY-CTR TO EX-ATTEMPT.
           MOVE FAIL-ACTION-WK TO EX-ACTION.
           WRITE EXC-REC FROM EXC-LINE.
           ADD 1 TO EXC-CTR.

      *ONE NOTICE PER FAILED ATTEMPT, TO THE FROM-ACCOUNT'S HOLDER
      *AS FOUND ON THE CUSTOMER MASTER, EACH ON ITS OWN PAGE.
       WRITE-NOTICE-RTN.
           MOVE SO-FROM-ACCNO TO AM-ACCNO.
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
           MOVE SO-FROM-ACCNO TO NFL-ACCNO.
           MOVE AM-ACCNAME TO NFL-ACCNAME.
           WRITE NTC-REC FROM NTC-FROM-LINE.
           MOVE SO-TO-ACCNO TO NTL-ACCNO.
           WRITE NTC-REC FROM NTC-TO-LINE.
           MOVE SO-AMOUNT TO NML-AMOUNT.
           MOVE FAIL-DUE-WK TO NML-DUE.
           WRITE NTC-REC FROM NTC-AMT-LINE.
           MOVE FAIL-REASON-WK TO NRL-REASON.
           WRITE NTC-REC FROM NTC-REASON-LINE.
           WRITE NTC-REC FROM BLANK-LINE.
           EVALUATE FAIL-ACTION-WK
               WHEN 'RETRY     '
                   MOVE
               'THE PAYMENT WILL BE TRIED AGAIN ON THE NEXT RUN.'
                       TO NAC-TEXT
               WHEN 'DROPPED   '
                   MOVE
               'THIS PAYMENT IS CANCELLED; THE ORDER CONTINUES.'
                       TO NAC-TEXT
               WHEN OTHER
                   MOVE
               'THE STANDING ORDER IS SUSPENDED UNTIL REINSTATED.'
                       TO NAC-TEXT
           END-EVALUATE.
           WRITE NTC-REC FROM NTC-ACTION-LINE.
           WRITE NTC-REC FROM BLANK-LINE.
           WRITE NTC-REC FROM NTC-CLOSE-LINE.
           ADD 1 TO NOTICE-CTR.

       FINISH-RTN.
           IF EXC-CTR = 0
               WRITE EXC-REC FROM EXC-NONE-LINE
           END-IF.
           WRITE EXC-REC FROM END-RPT-LINE.
           MOVE POSTED-CTR TO TPS-CTR.
           MOVE POSTED-AMT TO TPS-AMT.
           MOVE RETRY-CTR TO TRT-CTR.
           MOVE DROPPED-CTR TO TDR-CTR.
           MOVE SUSP-CTR TO TSU-CTR.
           MOVE ENDED-CTR TO TEN-CTR.
           MOVE GEN-CTR TO TGN-CTR.
           MOVE GEN-AMT TO TGN-AMT.
           MOVE WAIT-CTR TO TWT-CTR.
           MOVE NOTICE-CTR TO TNT-CTR.
           WRITE REG-REC FROM BLANK-LINE.
           WRITE REG-REC FROM TOT-POSTED-LINE.
           WRITE REG-REC FROM TOT-RETRY-LINE.
           WRITE REG-REC FROM TOT-DROPPED-LINE.
           WRITE REG-REC FROM TOT-SUSP-LINE.
           WRITE REG-REC FROM TOT-ENDED-LINE.
           WRITE REG-REC FROM TOT-GEN-LINE.
           WRITE REG-REC FROM TOT-WAIT-LINE.
           WRITE REG-REC FROM TOT-NOTICE-LINE.
           WRITE REG-REC FROM END-RPT-LINE.
           IF CM-AVAIL-SW = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE REGISTER-FILE, EXCEPTION-FILE, NOTICE-FILE, ACTIN,
                 ACCOUNT-MASTER, STANDING-ORDER.
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
           MOVE 'STANDING-ORDER ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE SO-READ-CTR TO RL-READ.
           MOVE GEN-CTR TO RL-WRITTEN.
           MOVE EXC-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

       END PROGRAM STANDING-ORDER.
