      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tectonics: cobc
      ******************************************************************
      *COVERED AND SUSPICIOUS CASH TRANSACTION REPORT. READS THE
      *JOURNAL.TXT CASH LEGS - 'D ' DEPOSITS, 'O ' OPENING DEPOSITS,
      *'W ' WITHDRAWALS AND 'C ' CLOSING PAYOUTS; CHECKS, TRANSFERS,
      *INTEREST AND CHARGES ARE NOT CASH - AND ROLLS THEM UP BY
      *CUSTOMER THROUGH AM-CUST-ID ON ACCOUNT-MASTER.DAT ACROSS ALL
      *OF THE CUSTOMER'S ACCOUNTS. FOR THE BUSINESS DATE ON THE
      *COVCTL.TXT CARD (ZERO MEANS THE LATEST DATE ON THE JOURNAL)
      *IT FLAGS
      *  'L' ANY SINGLE CASH ITEM OVER THE THRESHOLD,
      *  'A' A CUSTOMER'S DAILY CASH-IN OR CASH-OUT TOTAL OVER THE
      *      THRESHOLD MADE UP OF MORE THAN ONE ITEM,
      *  'S' REPEATED ITEMS JUST UNDER THE THRESHOLD (AT OR ABOVE
      *      THE NEAR PERCENTAGE) WITHIN THE ROLLING WINDOW OF DAYS
      *      ENDING ON THE BUSINESS DATE, ONCE THE COUNT REACHES THE
      *      CARD'S LIMIT AND ONE OF THEM FALLS ON THE BUSINESS DATE.
      *THE PRINTED REPORT COVRPT.TXT CARRIES THE CUSTOMER'S NAME AND
      *IDENTIFICATION FROM CUSTOMER-MASTER.DAT; COVFLAG.TXT CARRIES
      *ONE RECORD PER FLAGGED ITEM FOR SUBMISSION. ACCOUNTS WITHOUT
      *A CUSTOMER ID ARE ROLLED UP ON THEIR OWN ACCOUNT NUMBER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVERED-TXN-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT COVCTL ASSIGN TO "COVCTL.TXT"
               FILE STATUS IS CV-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "JOURNAL.TXT".
           SELECT OUTFILE ASSIGN TO "COVRPT.TXT".
           SELECT FLAGFILE ASSIGN TO "COVFLAG.TXT".
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
      *COMPLIANCE CONTROL CARD: BUSINESS DATE (ZERO = LATEST ON THE
      *JOURNAL), THE REPORTING THRESHOLD, THE FRACTION OF IT THAT
      *COUNTS AS "JUST UNDER", THE ROLLING WINDOW IN DAYS AND HOW
      *MANY JUST-UNDER ITEMS IN THE WINDOW MAKE A PATTERN.
       FD  COVCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS COVCTL-REC.
       01  COVCTL-REC.
           05 CV-DATE PIC 9(8).
           05 CV-THRESHOLD PIC 9(7)V99.
           05 CV-NEAR-PCT PIC V99.
           05 CV-WINDOW-DAYS PIC 99.
           05 CV-NEAR-COUNT PIC 99.
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
       FD  OUTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD OUTREC.
       01  OUTREC.
       05  FILLER PIC X(86).
      *ONE RECORD PER FLAGGED CASH ITEM. CF-FLAG IS 'L', 'A' OR
      *'S' AS ABOVE; CF-DIRECTION 'I' CASH IN, 'O' CASH OUT.
      *CF-AGG-AMOUNT IS THE ITEM ITSELF ON AN 'L', THE CUSTOMER'S
      *DAILY TOTAL IN THAT DIRECTION ON AN 'A', AND THE WINDOW TOTAL
      *OF THE JUST-UNDER ITEMS ON AN 'S'.
       FD  FLAGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS CF-REC.
       01  CF-REC.
           05 CF-BUS-DATE PIC 9(8).
           05 CF-FLAG PIC X.
           05 CF-CUST-ID PIC X(6).
           05 CF-NAME PIC X(25).
           05 CF-ID-TYPE PIC X(10).
           05 CF-ID-NUMBER PIC X(15).
           05 CF-ACCNO PIC X(3).
           05 CF-TC PIC XX.
           05 CF-DIRECTION PIC X.
           05 CF-AMOUNT PIC 9(7)V99.
           05 CF-TXN-DATE PIC 9(8).
           05 CF-TXN-SEQ PIC 9(4).
           05 CF-AGG-AMOUNT PIC 9(8)V99.
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
              "COVERED AND SUSPICIOUS CASH TRANSACTIONS".
           05 FILLER PIC X(22) VALUE SPACES.
       01  PARM-LINE.
           05 FILLER PIC X(15) VALUE 'BUSINESS DATE: '.
           05 PML-DATE PIC 9(8).
           05 FILLER PIC X(13) VALUE '  THRESHOLD: '.
           05 PML-THRESHOLD PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(16) VALUE '  JUST UNDER AT '.
           05 PML-NEAR-FLOOR PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE SPACES.
       01  PARM2-LINE.
           05 FILLER PIC X(15) VALUE 'WINDOW FROM:   '.
           05 PML-WIN-START PIC 9(8).
           05 FILLER PIC X(9) VALUE '  DAYS:  '.
           05 PML-WIN-DAYS PIC Z9.
           05 FILLER PIC X(24) VALUE '  PATTERN AT ITEMS:     '.
           05 PML-NEAR-COUNT PIC Z9.
           05 FILLER PIC X(26) VALUE SPACES.
       01  CTL-MISSING-LINE.
           05 FILLER PIC X(52) VALUE
              'COVCTL CARD MISSING OR NO THRESHOLD - RUN STOPPED'.
           05 FILLER PIC X(34) VALUE SPACES.
       01  NO-CM-LINE.
           05 FILLER PIC X(52) VALUE
              'CUSTOMER-MASTER.DAT NOT AVAILABLE - NAMES OMITTED'.
           05 FILLER PIC X(34) VALUE SPACES.
       01  SECT-HDG.
           05 SH-TEXT PIC X(60).
           05 FILLER PIC X(26) VALUE SPACES.
       01  SECT-NONE-LINE.
           05 FILLER PIC X(13) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'NONE'.
           05 FILLER PIC X(53) VALUE SPACES.
       01  CUST-HDR-LINE.
           05 FILLER PIC X(10) VALUE 'CUSTOMER: '.
           05 CH-CUST-ID PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CH-NAME PIC X(25).
           05 FILLER PIC X(42) VALUE SPACES.
       01  CUST-ID-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'IDENTIFICATION: '.
           05 CI-ID-TYPE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CI-ID-NUMBER PIC X(15).
           05 FILLER PIC X(33) VALUE SPACES.
       01  LEG-LINE.
           05 FILLER PIC X(13).
           05 FILLER PIC X(5) VALUE 'ACCT '.
           05 LL-ACCNO PIC X(3).
           05 FILLER PIC X(2).
           05 LL-DESC PIC X(16).
           05 FILLER PIC X(2).
           05 LL-DATE PIC 9(8).
           05 FILLER PIC X(5) VALUE '  SEQ'.
           05 LL-SEQ PIC ZZZ9.
           05 FILLER PIC X(2).
           05 LL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(14).
       01  LEG-TOTAL-LINE.
           05 FILLER PIC X(13) VALUE SPACES.
           05 LTL-LABEL PIC X(30).
           05 LTL-CNT PIC Z9.
           05 FILLER PIC X(7) VALUE ' ITEMS '.
           05 LTL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(21) VALUE SPACES.
       01  TOT-LINE.
           05 TL-LABEL PIC X(35).
           05 TL-CNT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(32) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(65) VALUE SPACES.
       01  BLANK-LINE.
           05 FILLER PIC X(86) VALUE SPACES.

      *------------------- CASH LEGS IN THE WINDOW -------------
      *EVERY CASH LEG FROM THE START OF THE ROLLING WINDOW THROUGH
      *THE BUSINESS DATE, TAGGED WITH ITS CUSTOMER. CL-CUST-ID IS
      *BLANK AND CL-KEY-ACCNO CARRIES THE ACCOUNT WHEN THE ACCOUNT
      *HAS NO CUSTOMER ID.
       01  CASH-LEG-TABLE.
           05 CL-ENTRY OCCURS 3000 TIMES INDEXED BY CL-IX.
              10 CL-KEY.
                 15 CL-CUST-ID PIC X(6).
                 15 CL-KEY-ACCNO PIC X(3).
              10 CL-ACCNO PIC X(3).
              10 CL-ACCNAME PIC X(22).
              10 CL-TC PIC XX.
              10 CL-DIR PIC X.
              10 CL-AMOUNT PIC 9(7)V99.
              10 CL-DATE PIC 9(8).
              10 CL-SEQ PIC 9(4).
              10 CL-NEAR-SW PIC X.
       01  CL-COUNT PIC 9(4) VALUE 0.

      *------------------- CUSTOMERS ACTIVE ON THE DATE --------
       01  CUST-TABLE.
           05 CA-ENTRY OCCURS 500 TIMES INDEXED BY CA-IX.
              10 CA-KEY.
                 15 CA-CUST-ID PIC X(6).
                 15 CA-KEY-ACCNO PIC X(3).
              10 CA-ACCNAME PIC X(22).
              10 CA-IN-AMT PIC 9(8)V99.
              10 CA-IN-CNT PIC 999.
              10 CA-OUT-AMT PIC 9(8)V99.
              10 CA-OUT-CNT PIC 999.
       01  CA-SWAP PIC X(57).
       01  CUST-OTHERS.
           05 CA-COUNT PIC 999 VALUE 0.
           05 CA-CUR PIC 999.
           05 CA-FOUND-SW PIC X(3) VALUE 'NO '.
           05 SORT-I PIC 999.
           05 SORT-J PIC 999.
           05 SORT-LIMIT PIC 999.

      *------------------- CONTROL AND PROCESS STATE -----------
       01  CONTROL-VARS.
           05 CV-STATUS PIC XX.
           05 AM-STATUS PIC XX.
           05 CM-STATUS PIC XX.
           05 CM-AVAIL-SW PIC X VALUE 'N'.
           05 CTL-MISSING-SW PIC X VALUE 'N'.
           05 BUS-DATE PIC 9(8) VALUE 0.
           05 THRESHOLD PIC 9(7)V99 VALUE 0.
           05 NEAR-PCT PIC V99 VALUE .90.
           05 NEAR-FLOOR PIC 9(7)V99 VALUE 0.
           05 WINDOW-DAYS PIC 99 VALUE 7.
           05 NEAR-LIMIT PIC 99 VALUE 3.
           05 WIN-START PIC 9(8) VALUE 0.
           05 JRNL-EOF-SW PIC X(3) VALUE 'NO '.
           05 HDR-DONE-SW PIC X VALUE 'N'.
           05 SECT-CTR PIC 999 VALUE 0.
           05 NEAR-CNT PIC 999 VALUE 0.
           05 NEAR-TODAY PIC 999 VALUE 0.
           05 NEAR-AMT PIC 9(8)V99 VALUE 0.
           05 SEL-DIR PIC X VALUE SPACE.
           05 SEL-AGG PIC 9(8)V99 VALUE 0.
           05 SEL-FLAG PIC X VALUE SPACE.
       01  COUNTERS.
           05 JRNL-READ-CTR PIC 9(6) VALUE 0.
           05 CASH-TODAY-CTR PIC 9(4) VALUE 0.
           05 CASH-IN-TOT PIC 9(9)V99 VALUE 0.
           05 CASH-OUT-TOT PIC 9(9)V99 VALUE 0.
           05 LARGE-CTR PIC 999 VALUE 0.
           05 AGG-CTR PIC 999 VALUE 0.
           05 STRUCT-CTR PIC 999 VALUE 0.
           05 FLAG-REC-CTR PIC 9(4) VALUE 0.

      *----------------------- RUN LOG -------------------------
       01  RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'COVERED-TXN-RPT'.
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
           PERFORM LOAD-CASH-LEGS-RTN.
           PERFORM BUILD-CUSTOMER-TOTALS-RTN.
           PERFORM SORT-CUSTOMERS-RTN.
           PERFORM WRITE-LARGE-ITEMS-RTN.
           PERFORM WRITE-AGGREGATES-RTN.
           PERFORM WRITE-STRUCTURING-RTN.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INIT-RTN.
           OPEN OUTPUT OUTFILE, FLAGFILE.
           PERFORM READ-COVCTL-RTN.
      *WITHOUT A THRESHOLD THERE IS NOTHING DEFENSIBLE TO REPORT
      *AGAINST, SO THE RUN STOPS RATHER THAN GUESS ONE.
           IF CTL-MISSING-SW = 'Y'
               WRITE OUTREC FROM CTL-MISSING-LINE
               DISPLAY 'COVCTL CARD MISSING - RUN STOPPED'
               CLOSE OUTFILE, FLAGFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF AM-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCOUNT-MASTER.DAT NOT AVAILABLE - STATUS '
                       AM-STATUS ' - RUN STOPPED'
               CLOSE OUTFILE, FLAGFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           IF BUS-DATE = 0
               PERFORM FIND-LATEST-DATE-RTN
           END-IF.
           COMPUTE NEAR-FLOOR ROUNDED = THRESHOLD * NEAR-PCT.
           COMPUTE WIN-START =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BUS-DATE)
                   - WINDOW-DAYS + 1).
           WRITE OUTREC FROM HD1-REC.
           WRITE OUTREC FROM HD2-REC.
           WRITE OUTREC FROM HD3-REC.
           MOVE BUS-DATE TO PML-DATE.
           MOVE THRESHOLD TO PML-THRESHOLD.
           MOVE NEAR-FLOOR TO PML-NEAR-FLOOR.
           WRITE OUTREC FROM PARM-LINE.
           MOVE WIN-START TO PML-WIN-START.
           MOVE WINDOW-DAYS TO PML-WIN-DAYS.
           MOVE NEAR-LIMIT TO PML-NEAR-COUNT.
           WRITE OUTREC FROM PARM2-LINE.
           OPEN INPUT CUSTOMER-MASTER.
           IF CM-STATUS = '00'
               MOVE 'Y' TO CM-AVAIL-SW
           ELSE
               WRITE OUTREC FROM NO-CM-LINE
           END-IF.
       INIT-END.

       READ-COVCTL-RTN.
           OPEN INPUT COVCTL.
           IF CV-STATUS = '00'
               READ COVCTL
                   AT END MOVE 'Y' TO CTL-MISSING-SW
                   NOT AT END
                       MOVE CV-DATE TO BUS-DATE
                       MOVE CV-THRESHOLD TO THRESHOLD
                       IF CV-NEAR-PCT NUMERIC AND CV-NEAR-PCT > 0
                           MOVE CV-NEAR-PCT TO NEAR-PCT
                       END-IF
                       IF CV-WINDOW-DAYS NUMERIC AND
                          CV-WINDOW-DAYS > 0
                           MOVE CV-WINDOW-DAYS TO WINDOW-DAYS
                       END-IF
                       IF CV-NEAR-COUNT NUMERIC AND CV-NEAR-COUNT > 1
                           MOVE CV-NEAR-COUNT TO NEAR-LIMIT
                       END-IF
               END-READ
               IF THRESHOLD = 0
                   MOVE 'Y' TO CTL-MISSING-SW
               END-IF
               CLOSE COVCTL
           ELSE
               MOVE 'Y' TO CTL-MISSING-SW
           END-IF.

       FIND-LATEST-DATE-RTN.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL JRNL-EOF-SW = 'YES'
               READ JOURNAL-FILE
                   AT END MOVE 'YES' TO JRNL-EOF-SW
                   NOT AT END
                       IF JR-DATE > BUS-DATE
                           MOVE JR-DATE TO BUS-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           MOVE 'NO ' TO JRNL-EOF-SW.
      *AN EMPTY JOURNAL LEAVES NO DATE; REPORT TODAY (NOTHING).
           IF BUS-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO RL-STAMP
               MOVE RL-STAMP-DATE TO BUS-DATE
           END-IF.

      *=============== LOAD THE WINDOW'S CASH LEGS =============
       LOAD-CASH-LEGS-RTN.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL JRNL-EOF-SW = 'YES'
               READ JOURNAL-FILE
                   AT END MOVE 'YES' TO JRNL-EOF-SW
                   NOT AT END
                       ADD 1 TO JRNL-READ-CTR
                       IF JR-DATE >= WIN-START AND
                          JR-DATE <= BUS-DATE AND
                          (JR-TC = 'D ' OR JR-TC = 'O ' OR
                           JR-TC = 'W ' OR JR-TC = 'C ')
                           PERFORM TABLE-CASH-LEG-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       TABLE-CASH-LEG-RTN.
           IF CL-COUNT >= 3000
               DISPLAY 'CASH LEG TABLE FULL (3000) - RUN STOPPED'
               PERFORM TABLE-FULL-RTN
           END-IF.
           ADD 1 TO CL-COUNT.
           SET CL-IX TO CL-COUNT.
           MOVE JR-ACCNO TO CL-ACCNO(CL-IX).
           MOVE JR-TC TO CL-TC(CL-IX).
           MOVE JR-AMOUNT TO CL-AMOUNT(CL-IX).
           MOVE JR-DATE TO CL-DATE(CL-IX).
           MOVE JR-SEQ TO CL-SEQ(CL-IX).
           IF JR-TC = 'D ' OR JR-TC = 'O '
               MOVE 'I' TO CL-DIR(CL-IX)
           ELSE
               MOVE 'O' TO CL-DIR(CL-IX)
           END-IF.
           IF JR-AMOUNT >= NEAR-FLOOR AND JR-AMOUNT <= THRESHOLD
               MOVE 'Y' TO CL-NEAR-SW(CL-IX)
           ELSE
               MOVE 'N' TO CL-NEAR-SW(CL-IX)
           END-IF.
           MOVE JR-ACCNO TO AM-ACCNO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO CL-CUST-ID(CL-IX)
                   MOVE JR-ACCNO TO CL-KEY-ACCNO(CL-IX)
                   MOVE SPACES TO CL-ACCNAME(CL-IX)
               NOT INVALID KEY
                   MOVE AM-ACCNAME TO CL-ACCNAME(CL-IX)
                   IF AM-CUST-ID = SPACES
                       MOVE SPACES TO CL-CUST-ID(CL-IX)
                       MOVE JR-ACCNO TO CL-KEY-ACCNO(CL-IX)
                   ELSE
                       MOVE AM-CUST-ID TO CL-CUST-ID(CL-IX)
                       MOVE SPACES TO CL-KEY-ACCNO(CL-IX)
                   END-IF
           END-READ.

      *ONLY THE BUSINESS DATE'S ITEMS MAKE UP THE DAILY TOTALS; THE
      *REST OF THE WINDOW IS THERE FOR THE PATTERN TEST.
       BUILD-CUSTOMER-TOTALS-RTN.
           PERFORM VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > CL-COUNT
               IF CL-DATE(CL-IX) = BUS-DATE
                   PERFORM ADD-TO-CUSTOMER-RTN
               END-IF
           END-PERFORM.

       ADD-TO-CUSTOMER-RTN.
           ADD 1 TO CASH-TODAY-CTR.
           MOVE 'NO ' TO CA-FOUND-SW.
           PERFORM VARYING CA-IX FROM 1 BY 1
                   UNTIL CA-IX > CA-COUNT OR CA-FOUND-SW = 'YES'
               IF CA-KEY(CA-IX) = CL-KEY(CL-IX)
                   MOVE 'YES' TO CA-FOUND-SW
                   SET CA-CUR TO CA-IX
               END-IF
           END-PERFORM.
           IF CA-FOUND-SW NOT EQUAL TO 'YES'
               IF CA-COUNT >= 500
                   DISPLAY 'CUSTOMER TABLE FULL (500) - RUN STOPPED'
                   PERFORM TABLE-FULL-RTN
               END-IF
               ADD 1 TO CA-COUNT
               MOVE CA-COUNT TO CA-CUR
               MOVE CL-KEY(CL-IX) TO CA-KEY(CA-CUR)
               MOVE CL-ACCNAME(CL-IX) TO CA-ACCNAME(CA-CUR)
               MOVE 0 TO CA-IN-AMT(CA-CUR)
               MOVE 0 TO CA-IN-CNT(CA-CUR)
               MOVE 0 TO CA-OUT-AMT(CA-CUR)
               MOVE 0 TO CA-OUT-CNT(CA-CUR)
           END-IF.
           IF CL-DIR(CL-IX) = 'I'
               ADD CL-AMOUNT(CL-IX) TO CA-IN-AMT(CA-CUR)
               ADD 1 TO CA-IN-CNT(CA-CUR)
               ADD CL-AMOUNT(CL-IX) TO CASH-IN-TOT
           ELSE
               ADD CL-AMOUNT(CL-IX) TO CA-OUT-AMT(CA-CUR)
               ADD 1 TO CA-OUT-CNT(CA-CUR)
               ADD CL-AMOUNT(CL-IX) TO CASH-OUT-TOT
           END-IF.

      *CUSTOMER ORDER FOR THE REPORT; THE TABLE IS SMALL.
       SORT-CUSTOMERS-RTN.
           IF CA-COUNT > 1
               COMPUTE SORT-LIMIT = CA-COUNT - 1
               PERFORM VARYING SORT-I FROM 1 BY 1
                       UNTIL SORT-I > SORT-LIMIT
                   PERFORM VARYING SORT-J FROM 1 BY 1
                           UNTIL SORT-J > CA-COUNT - SORT-I
                       IF CA-KEY(SORT-J) > CA-KEY(SORT-J + 1)
                           MOVE CA-ENTRY(SORT-J) TO CA-SWAP
                           MOVE CA-ENTRY(SORT-J + 1)
                                TO CA-ENTRY(SORT-J)
                           MOVE CA-SWAP TO CA-ENTRY(SORT-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *=============== 'L' - SINGLE ITEMS OVER THRESHOLD =======
       WRITE-LARGE-ITEMS-RTN.
           MOVE 'COVERED - SINGLE CASH ITEMS OVER THRESHOLD'
                TO SH-TEXT.
           PERFORM WRITE-SECTION-HDG-RTN.
           MOVE 'L' TO SEL-FLAG.
           PERFORM VARYING CA-IX FROM 1 BY 1 UNTIL CA-IX > CA-COUNT
               MOVE 'N' TO HDR-DONE-SW
               PERFORM VARYING CL-IX FROM 1 BY 1
                       UNTIL CL-IX > CL-COUNT
                   IF CL-KEY(CL-IX) = CA-KEY(CA-IX) AND
                      CL-DATE(CL-IX) = BUS-DATE AND
                      CL-AMOUNT(CL-IX) > THRESHOLD
                       MOVE CL-AMOUNT(CL-IX) TO SEL-AGG
                       PERFORM WRITE-FLAGGED-LEG-RTN
                       ADD 1 TO LARGE-CTR
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM WRITE-SECTION-NONE-RTN.

      *=============== 'A' - DAILY AGGREGATES OVER THRESHOLD ===
      *A TOTAL MADE OF ONE ITEM IS ALREADY ON THE 'L' LIST; ONLY
      *TOTALS BUILT FROM SEVERAL ITEMS ARE REPORTED HERE.
       WRITE-AGGREGATES-RTN.
           MOVE 'COVERED - DAILY CASH TOTALS BY CUSTOMER OVER THRESHOLD'
                TO SH-TEXT.
           PERFORM WRITE-SECTION-HDG-RTN.
           MOVE 'A' TO SEL-FLAG.
           PERFORM VARYING CA-IX FROM 1 BY 1 UNTIL CA-IX > CA-COUNT
               MOVE 'N' TO HDR-DONE-SW
               IF CA-IN-AMT(CA-IX) > THRESHOLD AND
                  CA-IN-CNT(CA-IX) > 1
                   MOVE 'I' TO SEL-DIR
                   MOVE CA-IN-AMT(CA-IX) TO SEL-AGG
                   PERFORM WRITE-AGGREGATE-RTN
                   MOVE 'DAILY CASH-IN TOTAL:          ' TO LTL-LABEL
                   MOVE CA-IN-CNT(CA-IX) TO LTL-CNT
                   MOVE CA-IN-AMT(CA-IX) TO LTL-AMOUNT
                   WRITE OUTREC FROM LEG-TOTAL-LINE
               END-IF
               IF CA-OUT-AMT(CA-IX) > THRESHOLD AND
                  CA-OUT-CNT(CA-IX) > 1
                   MOVE 'O' TO SEL-DIR
                   MOVE CA-OUT-AMT(CA-IX) TO SEL-AGG
                   PERFORM WRITE-AGGREGATE-RTN
                   MOVE 'DAILY CASH-OUT TOTAL:         ' TO LTL-LABEL
                   MOVE CA-OUT-CNT(CA-IX) TO LTL-CNT
                   MOVE CA-OUT-AMT(CA-IX) TO LTL-AMOUNT
                   WRITE OUTREC FROM LEG-TOTAL-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-SECTION-NONE-RTN.

       WRITE-AGGREGATE-RTN.
           ADD 1 TO AGG-CTR.
           PERFORM VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > CL-COUNT
               IF CL-KEY(CL-IX) = CA-KEY(CA-IX) AND
                  CL-DATE(CL-IX) = BUS-DATE AND
                  CL-DIR(CL-IX) = SEL-DIR
                   PERFORM WRITE-FLAGGED-LEG-RTN
               END-IF
           END-PERFORM.

      *=============== 'S' - REPEATED ITEMS JUST UNDER =========
      *THE PATTERN COUNTS CASH IN AND CASH OUT TOGETHER - SPLITTING
      *EITHER ONE TO STAY UNDER THE LINE IS THE SAME BEHAVIOUR - AND
      *IS REPORTED ON THE DAY IT IS COMPLETED OR EXTENDED, SO A
      *CUSTOMER ALREADY REPORTED DOES NOT REAPPEAR ON A QUIET DAY.
       WRITE-STRUCTURING-RTN.
           MOVE 'SUSPICIOUS - REPEATED CASH ITEMS JUST UNDER THRESHOLD'
                TO SH-TEXT.
           PERFORM WRITE-SECTION-HDG-RTN.
           MOVE 'S' TO SEL-FLAG.
           PERFORM VARYING CA-IX FROM 1 BY 1 UNTIL CA-IX > CA-COUNT
               MOVE 'N' TO HDR-DONE-SW
               MOVE 0 TO NEAR-CNT
               MOVE 0 TO NEAR-TODAY
               MOVE 0 TO NEAR-AMT
               PERFORM VARYING CL-IX FROM 1 BY 1
                       UNTIL CL-IX > CL-COUNT
                   IF CL-KEY(CL-IX) = CA-KEY(CA-IX) AND
                      CL-NEAR-SW(CL-IX) = 'Y'
                       ADD 1 TO NEAR-CNT
                       ADD CL-AMOUNT(CL-IX) TO NEAR-AMT
                       IF CL-DATE(CL-IX) = BUS-DATE
                           ADD 1 TO NEAR-TODAY
                       END-IF
                   END-IF
               END-PERFORM
               IF NEAR-CNT >= NEAR-LIMIT AND NEAR-TODAY > 0
                   PERFORM WRITE-PATTERN-RTN
               END-IF
           END-PERFORM.
           PERFORM WRITE-SECTION-NONE-RTN.

       WRITE-PATTERN-RTN.
           ADD 1 TO STRUCT-CTR.
           MOVE NEAR-AMT TO SEL-AGG.
           PERFORM VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > CL-COUNT
               IF CL-KEY(CL-IX) = CA-KEY(CA-IX) AND
                  CL-NEAR-SW(CL-IX) = 'Y'
                   PERFORM WRITE-FLAGGED-LEG-RTN
               END-IF
           END-PERFORM.
           MOVE 'WINDOW TOTAL JUST UNDER:      ' TO LTL-LABEL.
           MOVE NEAR-CNT TO LTL-CNT.
           MOVE NEAR-AMT TO LTL-AMOUNT.
           WRITE OUTREC FROM LEG-TOTAL-LINE.

      *=============== COMMON PRINT AND FLAG FILE ==============
       WRITE-SECTION-HDG-RTN.
           MOVE 0 TO SECT-CTR.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM SECT-HDG.

       WRITE-SECTION-NONE-RTN.
           IF SECT-CTR = 0
               WRITE OUTREC FROM SECT-NONE-LINE
           END-IF.

      *THE CUSTOMER BLOCK PRINTS ONCE, AHEAD OF THE FIRST ITEM
      *FLAGGED FOR THAT CUSTOMER IN THE SECTION.
       WRITE-CUSTOMER-HDR-RTN.
           MOVE 'Y' TO HDR-DONE-SW.
           ADD 1 TO SECT-CTR.
           MOVE CA-CUST-ID(CA-IX) TO CH-CUST-ID.
           MOVE SPACES TO CI-ID-TYPE.
           MOVE SPACES TO CI-ID-NUMBER.
           IF CA-CUST-ID(CA-IX) = SPACES
               MOVE CA-ACCNAME(CA-IX) TO CH-NAME
               MOVE 'NO CUSTOMER ID' TO CI-ID-TYPE
           ELSE
               MOVE CA-ACCNAME(CA-IX) TO CH-NAME
               IF CM-AVAIL-SW = 'Y'
                   MOVE CA-CUST-ID(CA-IX) TO CM-CUST-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'NOT ON CUSTOMER FILE' TO CH-NAME
                       NOT INVALID KEY
                           MOVE CM-NAME TO CH-NAME
                           MOVE CM-ID-TYPE TO CI-ID-TYPE
                           MOVE CM-ID-NUMBER TO CI-ID-NUMBER
                   END-READ
               END-IF
           END-IF.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM CUST-HDR-LINE.
           WRITE OUTREC FROM CUST-ID-LINE.

       WRITE-FLAGGED-LEG-RTN.
           IF HDR-DONE-SW NOT EQUAL TO 'Y'
               PERFORM WRITE-CUSTOMER-HDR-RTN
           END-IF.
           MOVE CL-ACCNO(CL-IX) TO LL-ACCNO.
           EVALUATE CL-TC(CL-IX)
               WHEN 'D ' MOVE 'CASH DEPOSIT    ' TO LL-DESC
               WHEN 'O ' MOVE 'OPENING DEPOSIT ' TO LL-DESC
               WHEN 'W ' MOVE 'CASH WITHDRAWAL ' TO LL-DESC
               WHEN OTHER MOVE 'CLOSING PAYOUT  ' TO LL-DESC
           END-EVALUATE.
           MOVE CL-DATE(CL-IX) TO LL-DATE.
           MOVE CL-SEQ(CL-IX) TO LL-SEQ.
           MOVE CL-AMOUNT(CL-IX) TO LL-AMOUNT.
           WRITE OUTREC FROM LEG-LINE.
           MOVE BUS-DATE TO CF-BUS-DATE.
           MOVE SEL-FLAG TO CF-FLAG.
           MOVE CA-CUST-ID(CA-IX) TO CF-CUST-ID.
           MOVE CH-NAME TO CF-NAME.
           MOVE CI-ID-TYPE TO CF-ID-TYPE.
           MOVE CI-ID-NUMBER TO CF-ID-NUMBER.
           MOVE CL-ACCNO(CL-IX) TO CF-ACCNO.
           MOVE CL-TC(CL-IX) TO CF-TC.
           MOVE CL-DIR(CL-IX) TO CF-DIRECTION.
           MOVE CL-AMOUNT(CL-IX) TO CF-AMOUNT.
           MOVE CL-DATE(CL-IX) TO CF-TXN-DATE.
           MOVE CL-SEQ(CL-IX) TO CF-TXN-SEQ.
           MOVE SEL-AGG TO CF-AGG-AMOUNT.
           WRITE CF-REC.
           ADD 1 TO FLAG-REC-CTR.

      *A WINDOW TOO BUSY FOR THE TABLE CANNOT BE REPORTED HONESTLY
      *IN PART - THE RUN STOPS AND SAYS SO.
       TABLE-FULL-RTN.
           WRITE OUTREC FROM END-RPT-LINE.
           CLOSE OUTFILE, FLAGFILE, ACCOUNT-MASTER.
           IF CM-AVAIL-SW = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       FINISH-RTN.
           WRITE OUTREC FROM BLANK-LINE.
           MOVE 'JOURNAL RECORDS READ:              ' TO TL-LABEL.
           MOVE JRNL-READ-CTR TO TL-CNT.
           MOVE 0 TO TL-AMOUNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'CASH ITEMS ON BUSINESS DATE - IN:  ' TO TL-LABEL.
           MOVE CASH-TODAY-CTR TO TL-CNT.
           MOVE CASH-IN-TOT TO TL-AMOUNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE '                            - OUT: ' TO TL-LABEL.
           MOVE 0 TO TL-CNT.
           MOVE CASH-OUT-TOT TO TL-AMOUNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'CUSTOMERS WITH CASH ACTIVITY:      ' TO TL-LABEL.
           MOVE CA-COUNT TO TL-CNT.
           MOVE 0 TO TL-AMOUNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'SINGLE ITEMS OVER THRESHOLD (L):   ' TO TL-LABEL.
           MOVE LARGE-CTR TO TL-CNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'DAILY TOTALS OVER THRESHOLD (A):   ' TO TL-LABEL.
           MOVE AGG-CTR TO TL-CNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'JUST-UNDER PATTERNS (S):           ' TO TL-LABEL.
           MOVE STRUCT-CTR TO TL-CNT.
           WRITE OUTREC FROM TOT-LINE.
           MOVE 'FLAG RECORDS WRITTEN:              ' TO TL-LABEL.
           MOVE FLAG-REC-CTR TO TL-CNT.
           WRITE OUTREC FROM TOT-LINE.
           WRITE OUTREC FROM END-RPT-LINE.
           IF CM-AVAIL-SW = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE OUTFILE, FLAGFILE, ACCOUNT-MASTER.
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
           MOVE 'COVERED-TXN-RPT' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE JRNL-READ-CTR TO RL-READ.
           MOVE FLAG-REC-CTR TO RL-WRITTEN.
           MOVE 0 TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

       END PROGRAM COVERED-TXN-RPT.
