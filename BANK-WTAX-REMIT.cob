      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tectonics: cobc
      ******************************************************************
      *MONTH-END FINAL TAX REMITTANCE REPORT. THE SAVINGS POSTING
      *RUN WITHHOLDS FINAL TAX FROM EVERY INTEREST POSTING AS A 'WT'
      *LEG RIGHT BEHIND THE 'I ' LEG. FOR THE MONTH ON THE WTRCTL.TXT
      *CARD (ZERO OR NO CARD MEANS THE MONTH OF THE LATEST DATE ON
      *THE JOURNAL) THIS RUN TOTALS THE GROSS INTEREST AND THE TAX
      *WITHHELD BY CUSTOMER THROUGH AM-CUST-ID ON ACCOUNT-MASTER.DAT,
      *WITH THE CUSTOMER'S NAME AND ID TYPE/NUMBER FROM
      *CUSTOMER-MASTER.DAT, AND PROVES THE TOTAL WITHHELD AGAINST
      *THE 'WT' LEGS ON JOURNAL.TXT FOR THE SAME MONTH. ACCOUNTS
      *WITHOUT A CUSTOMER ID ARE LISTED ON THEIR OWN ACCOUNT NUMBER.
      *EACH CUSTOMER'S TAX IS ALSO PROVED AGAINST THE GROSS INTEREST
      *AT THE WTAXCTL.TXT RATE (NO CARD MEANS THE STANDARD 20%), AND
      *AN EXEMPT CUSTOMER WITH ANY TAX WITHHELD IS FLAGGED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WTAX-REMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT OPTIONAL WTRCTL ASSIGN TO "WTRCTL.TXT".
           SELECT OPTIONAL WTAXCTL ASSIGN TO "WTAXCTL.TXT".
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL.TXT".
           SELECT OUTFILE ASSIGN TO "WTAXRPT.TXT".
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCNO
               FILE STATUS IS AM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CM-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *REMITTANCE CONTROL CARD: THE MONTH TO REPORT, YYYYMM.
       FD  WTRCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS WTRCTL-REC.
       01  WTRCTL-REC.
           05 WR-MONTH PIC 9(6).
      *FINAL TAX CONTROL CARD, SHARED WITH THE TELLER RUN: THE RATE
      *WITHHELD FROM EVERY INTEREST POSTING. NO CARD MEANS THE
      *STANDARD 20% RATE.
       FD  WTAXCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS WTAXCTL-REC.
       01  WTAXCTL-REC.
           05 WC-RATE PIC V999.
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
       01  JOURNAL-REC-MONTH.
           05 FILLER PIC X(32).
           05 JR-MONTH PIC 9(6).
           05 FILLER PIC X(6).
       FD  OUTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD OUTREC.
       01  OUTREC.
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
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
              "FINAL TAX ON DEPOSIT INTEREST - REMITTANCE".
           05 FILLER PIC X(22) VALUE SPACES.
       01  MONTH-LINE.
           05 FILLER PIC X(18) VALUE 'REMITTANCE MONTH: '.
           05 ML-MONTH PIC 9(6).
           05 FILLER PIC X(62) VALUE SPACES.
       01  RATE-LINE.
           05 FILLER PIC X(18) VALUE 'FINAL TAX RATE:   '.
           05 RTL-RATE PIC .999.
           05 FILLER PIC X(64) VALUE SPACES.
       01  NO-AM-LINE.
           05 FILLER PIC X(52) VALUE
              'ACCOUNT-MASTER.DAT NOT AVAILABLE - RUN STOPPED'.
           05 FILLER PIC X(34) VALUE SPACES.
       01  NO-CM-LINE.
           05 FILLER PIC X(52) VALUE
              'CUSTOMER-MASTER.DAT NOT AVAILABLE - NAMES OMITTED'.
           05 FILLER PIC X(34) VALUE SPACES.
       01  COLHD1.
           05 FILLER PIC X(7) VALUE 'CUST/  '.
           05 FILLER PIC X(21) VALUE 'NAME'.
           05 FILLER PIC X(11) VALUE 'ID TYPE'.
           05 FILLER PIC X(16) VALUE 'ID NUMBER'.
           05 FILLER PIC X(13) VALUE '        GROSS'.
           05 FILLER PIC X(11) VALUE '        TAX'.
           05 FILLER PIC X(7) VALUE SPACES.
       01  COLHD2.
           05 FILLER PIC X(7) VALUE 'ACCT   '.
           05 FILLER PIC X(48) VALUE SPACES.
           05 FILLER PIC X(13) VALUE '     INTEREST'.
           05 FILLER PIC X(11) VALUE '   WITHHELD'.
           05 FILLER PIC X(7) VALUE SPACES.
       01  REMIT-LINE.
           05 RML-CUST PIC X(6).
           05 FILLER PIC X.
           05 RML-NAME PIC X(20).
           05 FILLER PIC X.
           05 RML-ID-TYPE PIC X(10).
           05 FILLER PIC X.
           05 RML-ID-NUMBER PIC X(15).
           05 FILLER PIC X.
           05 RML-GROSS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X.
           05 RML-TAX PIC ZZZ,ZZ9.99.
           05 FILLER PIC X.
           05 RML-NOTE PIC X(6).
           05 FILLER PIC X.
       01  CHECK-LINE.
           05 FILLER PIC X(7) VALUE SPACES.
           05 CKL-TEXT PIC X(36).
           05 FILLER PIC X(12) VALUE 'EXPECTED:'.
           05 CKL-EXPECT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(21) VALUE SPACES.
       01  NONE-LINE.
           05 FILLER PIC X(13) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'NO INTEREST POSTED IN THE MONTH'.
           05 FILLER PIC X(33) VALUE SPACES.
       01  TOT-LINE.
           05 TL-LABEL PIC X(35).
           05 TL-CNT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(32) VALUE SPACES.
       01  TIE-LINE.
           05 FILLER PIC X(35) VALUE 'TAX WITHHELD VS JOURNAL:'.
           05 TIE-TEXT PIC X(40).
           05 FILLER PIC X(11) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(65) VALUE SPACES.
       01  BLANK-LINE.
           05 FILLER PIC X(86) VALUE SPACES.

      *------------------- CUSTOMERS WITH INTEREST -------------
      *ONE ENTRY PER CUSTOMER, OR PER ACCOUNT WHERE THE ACCOUNT HAS
      *NO CUSTOMER ID (RT-CUST-ID BLANK, RT-KEY-ACCNO SET).
       01  REMIT-TABLE.
           05 RT-ENTRY OCCURS 500 TIMES INDEXED BY RT-IX.
              10 RT-KEY.
                 15 RT-CUST-ID PIC X(6).
                 15 RT-KEY-ACCNO PIC X(3).
              10 RT-ACCNAME PIC X(22).
              10 RT-GROSS PIC 9(8)V99.
              10 RT-TAX PIC 9(8)V99.
              10 RT-EXP-TAX PIC 9(8)V99.
       01  RT-SWAP PIC X(61).
       01  REMIT-OTHERS.
           05 RT-COUNT PIC 999 VALUE 0.
           05 RT-CUR PIC 999.
           05 RT-FOUND-SW PIC X(3) VALUE 'NO '.
           05 SORT-I PIC 999.
           05 SORT-J PIC 999.
           05 SORT-LIMIT PIC 999.
           05 LEG-KEY.
              10 LEG-CUST-ID PIC X(6).
              10 LEG-KEY-ACCNO PIC X(3).
           05 LEG-ACCNAME PIC X(22).
           05 LEG-TAX PIC 9(7)V99.
           05 CUST-EXEMPT-SW PIC X(3) VALUE 'NO '.

      *------------------- CONTROL AND TOTALS ------------------
       01  CONTROL-VARS.
           05 AM-STATUS PIC XX.
           05 CM-STATUS PIC XX.
           05 CM-AVAIL-SW PIC X VALUE 'N'.
           05 WTAX-RATE PIC V999 VALUE .200.
           05 REMIT-MONTH PIC 9(6) VALUE 0.
           05 LATEST-DATE PIC 9(8) VALUE 0.
           05 LATEST-DATE-X REDEFINES LATEST-DATE.
              10 LATEST-MONTH PIC 9(6).
              10 FILLER PIC 99.
           05 JRNL-EOF-SW PIC X(3) VALUE 'NO '.
       01  COUNTERS.
           05 JRNL-READ-CTR PIC 9(6) VALUE 0.
           05 INT-LEG-CTR PIC 9(4) VALUE 0.
           05 INT-LEG-AMT PIC 9(9)V99 VALUE 0.
           05 WT-LEG-CTR PIC 9(4) VALUE 0.
           05 WT-LEG-AMT PIC 9(9)V99 VALUE 0.
           05 CUST-TAX-TOT PIC 9(9)V99 VALUE 0.
           05 CUST-GROSS-TOT PIC 9(9)V99 VALUE 0.
           05 MISTIE-CTR PIC 9(4) VALUE 0.

      *----------------------- RUN LOG -------------------------
       01  RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'WTAX-REMIT     '.
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
           PERFORM LOAD-INTEREST-LEGS-RTN.
           PERFORM SORT-CUSTOMERS-RTN.
           PERFORM WRITE-REMITTANCE-RTN.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INIT-RTN.
           OPEN OUTPUT OUTFILE.
           WRITE OUTREC FROM HD1-REC.
           WRITE OUTREC FROM HD2-REC.
           WRITE OUTREC FROM HD3-REC.
      *TAX IS REMITTED PER CUSTOMER, AND ONLY THE ACCOUNT MASTER
      *SAYS WHOSE ACCOUNT A LEG HIT - WITHOUT IT THERE IS NO REPORT.
           OPEN INPUT ACCOUNT-MASTER.
           IF AM-STATUS NOT EQUAL TO '00'
               WRITE OUTREC FROM NO-AM-LINE
               DISPLAY 'ACCOUNT-MASTER.DAT NOT AVAILABLE - STATUS '
                       AM-STATUS ' - RUN STOPPED'
               CLOSE OUTFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM READ-WTRCTL-RTN.
           IF REMIT-MONTH = 0
               PERFORM FIND-LATEST-MONTH-RTN
           END-IF.
           MOVE REMIT-MONTH TO ML-MONTH.
           WRITE OUTREC FROM MONTH-LINE.
           PERFORM READ-WTAX-CONTROL-RTN.
           MOVE WTAX-RATE TO RTL-RATE.
           WRITE OUTREC FROM RATE-LINE.
           OPEN INPUT CUSTOMER-MASTER.
           IF CM-STATUS = '00'
               MOVE 'Y' TO CM-AVAIL-SW
           ELSE
               WRITE OUTREC FROM NO-CM-LINE
           END-IF.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM COLHD1.
           WRITE OUTREC FROM COLHD2.
       INIT-END.

       READ-WTRCTL-RTN.
           OPEN INPUT WTRCTL.
           READ WTRCTL
               AT END CONTINUE
               NOT AT END
                   IF WR-MONTH NUMERIC
                       MOVE WR-MONTH TO REMIT-MONTH
                   END-IF
           END-READ.
           CLOSE WTRCTL.

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

       FIND-LATEST-MONTH-RTN.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL JRNL-EOF-SW = 'YES'
               READ JOURNAL-FILE
                   AT END MOVE 'YES' TO JRNL-EOF-SW
                   NOT AT END
                       IF JR-DATE > LATEST-DATE
                           MOVE JR-DATE TO LATEST-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           MOVE 'NO ' TO JRNL-EOF-SW.
      *AN EMPTY JOURNAL LEAVES NO DATE; REPORT THIS MONTH (NOTHING).
           IF LATEST-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RL-STAMP
               MOVE RL-STAMP-DATE TO LATEST-DATE
           END-IF.
           MOVE LATEST-MONTH TO REMIT-MONTH.

      *=============== THE MONTH'S INTEREST AND TAX LEGS =======
      *THE 'WT' LEG TOTALS ARE KEPT STRAIGHT OFF THE JOURNAL, APART
      *FROM THE CUSTOMER TABLE, SO THE TWO CAN BE PROVED AGAINST
      *EACH OTHER AT THE END.
       LOAD-INTEREST-LEGS-RTN.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL JRNL-EOF-SW = 'YES'
               READ JOURNAL-FILE
                   AT END MOVE 'YES' TO JRNL-EOF-SW
                   NOT AT END
                       ADD 1 TO JRNL-READ-CTR
                       IF JR-MONTH = REMIT-MONTH AND
                          (JR-TC = 'I ' OR JR-TC = 'WT')
                           PERFORM ADD-TO-CUSTOMER-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       ADD-TO-CUSTOMER-RTN.
           IF JR-TC = 'WT'
               ADD 1 TO WT-LEG-CTR
               ADD JR-AMOUNT TO WT-LEG-AMT
           ELSE
               ADD 1 TO INT-LEG-CTR
               ADD JR-AMOUNT TO INT-LEG-AMT
           END-IF.
           MOVE JR-ACCNO TO AM-ACCNO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO LEG-CUST-ID
                   MOVE JR-ACCNO TO LEG-KEY-ACCNO
                   MOVE SPACES TO LEG-ACCNAME
               NOT INVALID KEY
                   MOVE AM-ACCNAME TO LEG-ACCNAME
                   IF AM-CUST-ID = SPACES
                       MOVE SPACES TO LEG-CUST-ID
                       MOVE JR-ACCNO TO LEG-KEY-ACCNO
                   ELSE
                       MOVE AM-CUST-ID TO LEG-CUST-ID
                       MOVE SPACES TO LEG-KEY-ACCNO
                   END-IF
           END-READ.
           MOVE 'NO ' TO RT-FOUND-SW.
           PERFORM VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > RT-COUNT OR RT-FOUND-SW = 'YES'
               IF RT-KEY(RT-IX) = LEG-KEY
                   MOVE 'YES' TO RT-FOUND-SW
                   SET RT-CUR TO RT-IX
               END-IF
           END-PERFORM.
           IF RT-FOUND-SW NOT EQUAL TO 'YES'
               IF RT-COUNT >= 500
                   DISPLAY 'CUSTOMER TABLE FULL (500) - RUN STOPPED'
                   PERFORM TABLE-FULL-RTN
               END-IF
               ADD 1 TO RT-COUNT
               MOVE RT-COUNT TO RT-CUR
               MOVE LEG-KEY TO RT-KEY(RT-CUR)
               MOVE LEG-ACCNAME TO RT-ACCNAME(RT-CUR)
               MOVE 0 TO RT-GROSS(RT-CUR)
               MOVE 0 TO RT-TAX(RT-CUR)
               MOVE 0 TO RT-EXP-TAX(RT-CUR)
           END-IF.
      *THE POSTING RUNS ROUND THE TAX ON EACH INTEREST LEG, SO THE
      *EXPECTED TAX IS BUILT UP LEG BY LEG THE SAME WAY.
           IF JR-TC = 'WT'
               ADD JR-AMOUNT TO RT-TAX(RT-CUR)
           ELSE
               ADD JR-AMOUNT TO RT-GROSS(RT-CUR)
               COMPUTE LEG-TAX ROUNDED = JR-AMOUNT * WTAX-RATE
               ADD LEG-TAX TO RT-EXP-TAX(RT-CUR)
           END-IF.

      *CUSTOMER ORDER FOR THE REPORT; THE TABLE IS SMALL.
       SORT-CUSTOMERS-RTN.
           IF RT-COUNT > 1
               COMPUTE SORT-LIMIT = RT-COUNT - 1
               PERFORM VARYING SORT-I FROM 1 BY 1
                       UNTIL SORT-I > SORT-LIMIT
                   PERFORM VARYING SORT-J FROM 1 BY 1
                           UNTIL SORT-J > RT-COUNT - SORT-I
                       IF RT-KEY(SORT-J) > RT-KEY(SORT-J + 1)
                           MOVE RT-ENTRY(SORT-J) TO RT-SWAP
                           MOVE RT-ENTRY(SORT-J + 1)
                                TO RT-ENTRY(SORT-J)
                           MOVE RT-SWAP TO RT-ENTRY(SORT-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *=============== ONE LINE PER CUSTOMER ===================
       WRITE-REMITTANCE-RTN.
           IF RT-COUNT = 0
               WRITE OUTREC FROM NONE-LINE
           END-IF.
           PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-COUNT
               PERFORM WRITE-CUSTOMER-RTN
           END-PERFORM.

      *THE ID TYPE AND NUMBER ARE WHAT THE REMITTANCE IS FILED
      *UNDER. AN EXEMPT CUSTOMER IS STILL LISTED WITH THE GROSS
      *INTEREST SO THE EXEMPTION CAN BE SEEN, NOT JUST ASSUMED.
       WRITE-CUSTOMER-RTN.
           MOVE SPACES TO RML-ID-TYPE.
           MOVE SPACES TO RML-ID-NUMBER.
           MOVE SPACES TO RML-NOTE.
           MOVE 'NO ' TO CUST-EXEMPT-SW.
           IF RT-CUST-ID(RT-IX) = SPACES
               MOVE RT-KEY-ACCNO(RT-IX) TO RML-CUST
               MOVE RT-ACCNAME(RT-IX) TO RML-NAME
               MOVE 'NO CUST' TO RML-ID-TYPE
           ELSE
               MOVE RT-CUST-ID(RT-IX) TO RML-CUST
               MOVE RT-ACCNAME(RT-IX) TO RML-NAME
               IF CM-AVAIL-SW = 'Y'
                   MOVE RT-CUST-ID(RT-IX) TO CM-CUST-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY MOVE 'NOT ON CM' TO RML-ID-TYPE
                       NOT INVALID KEY
                           MOVE CM-NAME TO RML-NAME
                           MOVE CM-ID-TYPE TO RML-ID-TYPE
                           MOVE CM-ID-NUMBER TO RML-ID-NUMBER
                           IF CM-TAX-CD = 'E'
                               MOVE 'EXEMPT' TO RML-NOTE
                               MOVE 'YES' TO CUST-EXEMPT-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.
           MOVE RT-GROSS(RT-IX) TO RML-GROSS.
           MOVE RT-TAX(RT-IX) TO RML-TAX.
           ADD RT-GROSS(RT-IX) TO CUST-GROSS-TOT.
           ADD RT-TAX(RT-IX) TO CUST-TAX-TOT.
           WRITE OUTREC FROM REMIT-LINE.
           PERFORM CHECK-CUSTOMER-TAX-RTN.

      *AN EXEMPT CUSTOMER SHOULD HAVE NO 'WT' LEG AT ALL; ANY OTHER
      *CUSTOMER'S TAX MUST BE THE GROSS INTEREST AT THE RATE. A
      *CUSTOMER THAT DOES NOT PROVE IS LISTED UNDER ITS LINE.
       CHECK-CUSTOMER-TAX-RTN.
           IF CUST-EXEMPT-SW = 'YES'
               IF RT-TAX(RT-IX) > 0
                   MOVE 'EXEMPT CUSTOMER - TAX WAS WITHHELD'
                        TO CKL-TEXT
                   MOVE 0 TO CKL-EXPECT
                   WRITE OUTREC FROM CHECK-LINE
                   ADD 1 TO MISTIE-CTR
               END-IF
           ELSE
               IF RT-TAX(RT-IX) NOT EQUAL TO RT-EXP-TAX(RT-IX)
                   MOVE 'TAX WITHHELD DOES NOT MATCH RATE' TO CKL-TEXT
                   MOVE RT-EXP-TAX(RT-IX) TO CKL-EXPECT
                   WRITE OUTREC FROM CHECK-LINE
                   ADD 1 TO MISTIE-CTR
               END-IF
           END-IF.

       TABLE-FULL-RTN.
           CLOSE JOURNAL-FILE, OUTFILE, ACCOUNT-MASTER.
           IF CM-AVAIL-SW = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

      *THE REMITTANCE IS ONLY FILED WHEN THE CUSTOMER SCHEDULE
      *TOTALS TO THE 'WT' LEGS ON THE JOURNAL AND EVERY CUSTOMER'S
      *TAX PROVES AT THE RATE; A DIFFERENCE ENDS THE RUN ABNORMALLY
      *SO OPERATIONS CHASES IT FIRST.
       FINISH-RTN.
           WRITE OUTREC FROM BLANK-LINE.
           MOVE 'CUSTOMERS LISTED:' TO TL-LABEL.
           MOVE RT-COUNT TO TL-CNT.
           MOVE 0 TO TL-AMOUNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'GROSS INTEREST - CUSTOMERS:' TO TL-LABEL.
           MOVE 0 TO TL-CNT.
           MOVE CUST-GROSS-TOT TO TL-AMOUNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'TAX WITHHELD - CUSTOMERS:' TO TL-LABEL.
           MOVE CUST-TAX-TOT TO TL-AMOUNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'JOURNAL INTEREST LEGS (I):' TO TL-LABEL.
           MOVE INT-LEG-CTR TO TL-CNT.
           MOVE INT-LEG-AMT TO TL-AMOUNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'JOURNAL TAX WITHHELD LEGS (WT):' TO TL-LABEL.
           MOVE WT-LEG-CTR TO TL-CNT.
           MOVE WT-LEG-AMT TO TL-AMOUNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'CUSTOMERS NOT PROVED AT RATE:' TO TL-LABEL.
           MOVE MISTIE-CTR TO TL-CNT.
           MOVE 0 TO TL-AMOUNT.
           WRITE OUTREC FROM TOT-LINE.
           IF CUST-TAX-TOT = WT-LEG-AMT AND
              CUST-GROSS-TOT = INT-LEG-AMT AND
              MISTIE-CTR = 0
               MOVE 'TIES - REMITTANCE MAY BE FILED' TO TIE-TEXT
           ELSE
               MOVE 'DOES NOT TIE - DO NOT FILE' TO TIE-TEXT
               MOVE 'A' TO RUN-END-CD
               DISPLAY 'REMITTANCE DOES NOT TIE - SEE WTAXRPT.TXT'
           END-IF.
           WRITE OUTREC FROM TIE-LINE.
           WRITE OUTREC FROM END-RPT-LINE.
           IF CM-AVAIL-SW = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE OUTFILE, ACCOUNT-MASTER.
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
           MOVE 'WTAX-REMIT     ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE JRNL-READ-CTR TO RL-READ.
           MOVE RT-COUNT TO RL-WRITTEN.
           MOVE MISTIE-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

       END PROGRAM WTAX-REMIT.
