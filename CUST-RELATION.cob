      *COMBINED BALANCE, FOR RELATIONSHIP AND REGULATORY REVIEWS.
      *ACCOUNTS CARRYING NO CUSTOMER ID (OPENED BEFORE THE FILE
      *EXISTED) ARE COUNTED IN A SEPARATE EXCEPTION TOTAL.
      *OWNERSHIP COMES FROM ACCOUNT-OWNER.DAT: A JOINT ACCOUNT IS
      *LISTED UNDER EVERY OWNER WITH THAT OWNER'S ROLE AND THE
      *OTHER OWNERS NAMED BENEATH IT, AND ANY CUSTOMER HOLDING A
      *SHARE IN A JOINT ACCOUNT IS LISTED EVEN WITH ONE ACCOUNT.
      *AN ACCOUNT WITH NO OWNERSHIP RECORDS BELONGS TO AM-CUST-ID.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-RELATION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT OUTFILE ASSIGN TO "CUSTREL.TXT".
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CM-STATUS.
           SELECT ACCOUNT-OWNER ASSIGN TO "ACCOUNT-OWNER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS AO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTFILE
           05 AM-HOLD-RELEASE PIC 9(8).
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
           05 AL-STATUS PIC X.
           05 FILLER PIC X(2).
           05 AL-BALANCE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 AL-ROLE PIC X(9).
           05 FILLER PIC X(17).
       01  CO-OWNER-LINE.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'CO-OWNER: '.
           05 COL-CUST-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 COL-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 COL-ROLE PIC X(9).
           05 FILLER PIC X(13) VALUE SPACES.
       01  COMB-BAL-LINE.
           05 FILLER PIC X(13) VALUE SPACES.
           05 FILLER PIC X(28) VALUE 'COMBINED BALANCE:           '.
           05 CBL-BALANCE PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(20) VALUE SPACES.
       01  TOT-MULTI-LINE.
           05 FILLER PIC X(30) VALUE 'CUSTOMERS LISTED:             '.
           05 TML-CTR PIC ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  TOT-NOID-LINE.
           05 FILLER PIC X(30) VALUE 'ACCOUNTS WITH NO CUSTOMER ID: '.
           05 TNL-CTR PIC ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  TOT-JOINT-LINE.
           05 FILLER PIC X(30) VALUE 'JOINT ACCOUNTS:               '.
           05 TJL-CTR PIC ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  NO-CM-LINE.
           05 FILLER PIC X(52) VALUE
              'CUSTOMER-MASTER.DAT NOT AVAILABLE - NAMES OMITTED'.
              10 RL-CUST-ID PIC X(6).
              10 RL-ACCT-CNT PIC 99.
              10 RL-COMB-BAL PIC 9(9)V99.
              10 RL-JOINT-SW PIC X.
              10 RL-ACCT OCCURS 10 TIMES.
                 15 RL-ACCNO PIC X(3).
                 15 RL-ACCNAME PIC X(22).
                 15 RL-STATUS PIC X.
                 15 RL-BALANCE PIC 9(7)V99.
                 15 RL-ROLE PIC X.
                 15 RL-OWNER-CNT PIC 99.
       01  REL-OTHERS.
           05 RL-COUNT PIC 999 VALUE 0.
           05 RL-CUR PIC 999.
           05 ACCT-READ-CTR PIC 9(4) VALUE 0.
           05 MULTI-CTR PIC 999 VALUE 0.
           05 NOID-CTR PIC 999 VALUE 0.

      *------------------- OWNERS OF ONE ACCOUNT --------------
       01  OWNER-WORK.
           05 OW-ENTRY OCCURS 10 TIMES INDEXED BY OW-IX.
              10 OW-CUST-ID PIC X(6).
              10 OW-ROLE PIC X.
           05 OW-COUNT PIC 99 VALUE 0.
           05 OW-ACCNO-WK PIC X(3).
           05 OW-CUST-WK PIC X(6).
           05 OW-ROLE-WK PIC X.
           05 OW-ROLE-DESC PIC X(9).
           05 AO-STATUS PIC XX.
           05 AO-AVAIL-SW PIC X VALUE 'N'.
           05 AO-EOF-SW PIC X(3) VALUE 'NO '.
           05 JOINT-CTR PIC 999 VALUE 0.
       01  WS-TODAY.
           05 WS-TODAY-YMD PIC 9(8).
           05 FILLER PIC X(13).
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'CUST-RELATION  '.
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
           PERFORM LOAD-ACCOUNTS-RTN.
           PERFORM WRITE-RELATIONSHIPS-RTN.
           ELSE
               WRITE OUTREC FROM NO-CM-LINE
           END-IF.
           OPEN INPUT ACCOUNT-OWNER.
           IF AO-STATUS = '00'
               MOVE 'Y' TO AO-AVAIL-SW
           END-IF.
       INIT-END.

       LOAD-ACCOUNTS-RTN.
               CLOSE ACCOUNT-MASTER
           END-IF.

      *THE ACCOUNT IS FILED ONCE UNDER EACH OF ITS OWNERS.
       FILE-ONE-ACCOUNT-RTN.
           MOVE AM-ACCNO TO OW-ACCNO-WK.
           PERFORM LOAD-OWNERS-RTN.
           IF OW-COUNT = 0 AND AM-CUST-ID NOT EQUAL TO SPACES
               MOVE 1 TO OW-COUNT
               MOVE AM-CUST-ID TO OW-CUST-ID(1)
               MOVE 'P' TO OW-ROLE(1)
           END-IF.
           IF OW-COUNT = 0
               ADD 1 TO NOID-CTR
           ELSE
               IF OW-COUNT > 1
                   ADD 1 TO JOINT-CTR
               END-IF
               PERFORM VARYING OW-IX FROM 1 BY 1
                       UNTIL OW-IX > OW-COUNT
                   MOVE OW-CUST-ID(OW-IX) TO OW-CUST-WK
                   MOVE OW-ROLE(OW-IX) TO OW-ROLE-WK
                   PERFORM FILE-UNDER-OWNER-RTN
               END-PERFORM
           END-IF.

       FILE-UNDER-OWNER-RTN.
           MOVE 'NO ' TO RL-FOUND-SW.
           PERFORM VARYING RL-IX FROM 1 BY 1
                   UNTIL RL-IX > RL-COUNT OR RL-FOUND-SW = 'YES'
               IF RL-CUST-ID(RL-IX) = OW-CUST-WK
                   MOVE 'YES' TO RL-FOUND-SW
                   SET RL-CUR TO RL-IX
               END-IF
           END-PERFORM.
           IF RL-FOUND-SW NOT EQUAL TO 'YES'
               ADD 1 TO RL-COUNT
               MOVE RL-COUNT TO RL-CUR
               MOVE OW-CUST-WK TO RL-CUST-ID(RL-CUR)
               MOVE 0 TO RL-ACCT-CNT(RL-CUR)
               MOVE 0 TO RL-COMB-BAL(RL-CUR)
               MOVE 'N' TO RL-JOINT-SW(RL-CUR)
           END-IF.
           IF RL-ACCT-CNT(RL-CUR) < 10
               ADD 1 TO RL-ACCT-CNT(RL-CUR)
               MOVE RL-ACCT-CNT(RL-CUR) TO RL-AX
               MOVE AM-ACCNO TO RL-ACCNO(RL-CUR, RL-AX)
               MOVE AM-ACCNAME TO RL-ACCNAME(RL-CUR, RL-AX)
               MOVE AM-STATUS-CD TO RL-STATUS(RL-CUR, RL-AX)
               MOVE AM-BALANCE TO RL-BALANCE(RL-CUR, RL-AX)
               MOVE OW-ROLE-WK TO RL-ROLE(RL-CUR, RL-AX)
               MOVE OW-COUNT TO RL-OWNER-CNT(RL-CUR, RL-AX)
               ADD AM-BALANCE TO RL-COMB-BAL(RL-CUR)
               IF OW-COUNT > 1
                   MOVE 'Y' TO RL-JOINT-SW(RL-CUR)
               END-IF
           END-IF.

      *TABLES THE OWNERSHIP RECORDS OF ACCOUNT OW-ACCNO-WK.
       LOAD-OWNERS-RTN.
           MOVE 0 TO OW-COUNT.
           IF AO-AVAIL-SW = 'Y'
               MOVE 'NO ' TO AO-EOF-SW
               MOVE OW-ACCNO-WK TO AO-ACCNO
               MOVE LOW-VALUES TO AO-CUST-ID
               START ACCOUNT-OWNER KEY NOT LESS THAN AO-KEY
                   INVALID KEY MOVE 'YES' TO AO-EOF-SW
               END-START
               PERFORM UNTIL AO-EOF-SW = 'YES'
                   READ ACCOUNT-OWNER NEXT RECORD
                       AT END MOVE 'YES' TO AO-EOF-SW
                       NOT AT END
                           IF AO-ACCNO NOT EQUAL TO OW-ACCNO-WK
                               MOVE 'YES' TO AO-EOF-SW
                           ELSE IF OW-COUNT < 10
                               ADD 1 TO OW-COUNT
                               MOVE AO-CUST-ID TO OW-CUST-ID(OW-COUNT)
                               MOVE AO-ROLE TO OW-ROLE(OW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       DECODE-ROLE-RTN.
           EVALUATE OW-ROLE-WK
               WHEN 'P' MOVE 'PRIMARY  ' TO OW-ROLE-DESC
               WHEN 'O' MOVE 'JOINT-OR ' TO OW-ROLE-DESC
               WHEN 'A' MOVE 'JOINT-AND' TO OW-ROLE-DESC
               WHEN 'T' MOVE 'TRUSTEE  ' TO OW-ROLE-DESC
               WHEN OTHER MOVE SPACES TO OW-ROLE-DESC
           END-EVALUATE.

       WRITE-RELATIONSHIPS-RTN.
           PERFORM VARYING RL-IX FROM 1 BY 1 UNTIL RL-IX > RL-COUNT
               IF RL-ACCT-CNT(RL-IX) > 1 OR RL-JOINT-SW(RL-IX) = 'Y'
                   ADD 1 TO MULTI-CTR
                   PERFORM WRITE-ONE-CUSTOMER-RTN
               END-IF
               MOVE RL-ACCNAME(RL-IX, RL-AX) TO AL-ACCNAME
               MOVE RL-STATUS(RL-IX, RL-AX) TO AL-STATUS
               MOVE RL-BALANCE(RL-IX, RL-AX) TO AL-BALANCE
               MOVE RL-ROLE(RL-IX, RL-AX) TO OW-ROLE-WK
               PERFORM DECODE-ROLE-RTN
               MOVE OW-ROLE-DESC TO AL-ROLE
               WRITE OUTREC FROM ACCT-LINE
               IF RL-OWNER-CNT(RL-IX, RL-AX) > 1
                   PERFORM WRITE-CO-OWNERS-RTN
               END-IF
           END-PERFORM.
           MOVE RL-ACCT-CNT(RL-IX) TO CBL-ACCTS.
           MOVE RL-COMB-BAL(RL-IX) TO CBL-BALANCE.
           WRITE OUTREC FROM COMB-BAL-LINE.

      *EVERY OTHER OWNER OF THE ACCOUNT, BY NAME AND ROLE.
       WRITE-CO-OWNERS-RTN.
           MOVE RL-ACCNO(RL-IX, RL-AX) TO OW-ACCNO-WK.
           PERFORM LOAD-OWNERS-RTN.
           PERFORM VARYING OW-IX FROM 1 BY 1 UNTIL OW-IX > OW-COUNT
               IF OW-CUST-ID(OW-IX) NOT EQUAL TO RL-CUST-ID(RL-IX)
                   MOVE OW-CUST-ID(OW-IX) TO COL-CUST-ID
                   MOVE SPACES TO COL-NAME
                   IF CM-AVAIL-SW = 'Y'
                       MOVE OW-CUST-ID(OW-IX) TO CM-CUST-ID
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               MOVE 'NOT ON CUSTOMER FILE' TO COL-NAME
                           NOT INVALID KEY
                               MOVE CM-NAME TO COL-NAME
                       END-READ
                   END-IF
                   MOVE OW-ROLE(OW-IX) TO OW-ROLE-WK
                   PERFORM DECODE-ROLE-RTN
                   MOVE OW-ROLE-DESC TO COL-ROLE
                   WRITE OUTREC FROM CO-OWNER-LINE
               END-IF
           END-PERFORM.

       FINISH-RTN.
           MOVE MULTI-CTR TO TML-CTR.
           MOVE NOID-CTR TO TNL-CTR.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM TOT-MULTI-LINE.
           WRITE OUTREC FROM TOT-NOID-LINE.
           MOVE JOINT-CTR TO TJL-CTR.
           WRITE OUTREC FROM TOT-JOINT-LINE.
           WRITE OUTREC FROM END-RPT-LINE.
           IF CM-AVAIL-SW = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF AO-AVAIL-SW = 'Y'
               CLOSE ACCOUNT-OWNER
           END-IF.
           CLOSE OUTFILE.
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
