      *OPENING BALANCE, EVERY JOURNALED LEG IN DATE/SEQUENCE ORDER
      *WITH A RUNNING BALANCE, AND A CLOSING BALANCE TIED AGAINST
      *ACCOUNT-MASTER.DAT. DEPOSITORS NO LONGER HAVE TO COLLECT A
      *STACK OF SINGLE-DAY OUTACT LISTINGS. EACH STATEMENT IS
      *ADDRESSED TO EVERY OWNER ON ACCOUNT-OWNER.DAT, NAME AND
      *ADDRESS FROM CUSTOMER-MASTER.DAT, OR TO AM-CUST-ID WHERE THE
      *ACCOUNT HAS NO OWNERSHIP RECORDS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-STATEMENT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT STMTCTL ASSIGN TO "STMTCTL.TXT"
               FILE STATUS IS SC-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.TXT"
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCNO
               FILE STATUS IS AM-STATUS.
           SELECT ACCOUNT-OWNER ASSIGN TO "ACCOUNT-OWNER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS AO-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CM-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *STATEMENT CONTROL CARD: THE DATE RANGE TO COVER, INCLUSIVE.
           05 AM-CUST-ID PIC X(6).
           05 AM-HOLD-AMT PIC 9(7)V99.
           05 AM-HOLD-RELEASE PIC 9(8).
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
           05 FILLER PIC X(3) VALUE SPACES.
           05 AH-ACCNAME PIC X(22).
           05 FILLER PIC X(49) VALUE SPACES.
       01  OWNER-ADDR-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 OAL-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OAL-ADDRESS PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OAL-ROLE PIC X(9).
           05 FILLER PIC X(5) VALUE SPACES.
       01  OPEN-BAL-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'OPENING BALANCE:              '.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CBL-TIE PIC X(30).
           05 FILLER PIC X(8) VALUE SPACES.
       01  INT-SUM-LINE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'INTEREST EARNED: '.
           05 ISL-GROSS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(16) VALUE '  TAX WITHHELD: '.
           05 ISL-TAX PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE '  NET: '.
           05 ISL-NET PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE SPACES.
       01  TOT-STMT-LINE.
           05 FILLER PIC X(30) VALUE 'TOTAL STATEMENTS PRINTED:     '.
           05 TSL-CTR PIC ZZ9.
           05 TACCNO PIC X(3) VALUE SPACES.
           05 STMT-OPEN-SW PIC X VALUE 'N'.
           05 LAST-AFTER PIC 9(7)V99 VALUE 0.
           05 STMT-GROSS-INT PIC 9(7)V99 VALUE 0.
           05 STMT-WTAX PIC 9(7)V99 VALUE 0.
           05 STMT-NET-INT PIC S9(7)V99 VALUE 0.
           05 STMT-CTR PIC 999 VALUE 0.

      *------------------- ADDRESSEES --------------------------
       01  OWNER-VARS.
           05 AO-STATUS PIC XX.
           05 AO-AVAIL-SW PIC X VALUE 'N'.
           05 AO-EOF-SW PIC X(3) VALUE 'NO '.
           05 CM-STATUS PIC XX.
           05 CM-AVAIL-SW PIC X VALUE 'N'.
           05 OWNER-LINE-CTR PIC 99 VALUE 0.
           05 ADDR-CUST-WK PIC X(6).
           05 ADDR-ROLE-WK PIC X.


      *----------------------- RUN LOG -------------------------
       01  RL-STAMP.
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'ACCT-STATEMENT '.
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
           PERFORM LOAD-JOURNAL-RTN.
           PERFORM SORT-JOURNAL-RTN.
           IF AM-STATUS = '00'
               MOVE 'Y' TO AM-AVAIL-SW
           END-IF.
           OPEN INPUT ACCOUNT-OWNER.
           IF AO-STATUS = '00'
               MOVE 'Y' TO AO-AVAIL-SW
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CM-STATUS = '00'
               MOVE 'Y' TO CM-AVAIL-SW
           END-IF.
       INIT-END.

       READ-CONTROL-RTN.
           IF AM-AVAIL-SW = 'Y'
               CLOSE ACCOUNT-MASTER
           END-IF.
           IF AO-AVAIL-SW = 'Y'
               CLOSE ACCOUNT-OWNER
           END-IF.
           IF CM-AVAIL-SW = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.
       OPEN-STATEMENT-RTN.
           MOVE TACCNO TO AH-ACCNO.
           MOVE SPACES TO AH-ACCNAME.
           MOVE SPACES TO AM-CUST-ID.
           IF AM-AVAIL-SW = 'Y'
               MOVE TACCNO TO AM-ACCNO
               READ ACCOUNT-MASTER
                   INVALID KEY MOVE SPACES TO AM-ACCNAME
                               MOVE SPACES TO AM-CUST-ID
                               MOVE 0 TO AM-BALANCE
                   NOT INVALID KEY MOVE AM-ACCNAME TO AH-ACCNAME
               END-READ
           END-IF.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM ACCT-HDR-LINE.
           PERFORM WRITE-ADDRESSEES-RTN.
           MOVE JT-BEFORE(JT-I) TO OBL-BAL.
           WRITE OUTREC FROM OPEN-BAL-LINE.
           WRITE OUTREC FROM STMT-COLHD.
           MOVE 0 TO STMT-GROSS-INT.
           MOVE 0 TO STMT-WTAX.
           MOVE 'Y' TO STMT-OPEN-SW.
           ADD 1 TO STMT-CTR.

      *ONE NAME-AND-ADDRESS LINE PER OWNER, IN OWNERSHIP-FILE ORDER,
      *SO A JOINT STATEMENT GOES OUT IN EVERY OWNER'S NAME.
       WRITE-ADDRESSEES-RTN.
           MOVE 0 TO OWNER-LINE-CTR.
           IF AO-AVAIL-SW = 'Y'
               MOVE 'NO ' TO AO-EOF-SW
               MOVE TACCNO TO AO-ACCNO
               MOVE LOW-VALUES TO AO-CUST-ID
               START ACCOUNT-OWNER KEY NOT LESS THAN AO-KEY
                   INVALID KEY MOVE 'YES' TO AO-EOF-SW
               END-START
               PERFORM UNTIL AO-EOF-SW = 'YES'
                   READ ACCOUNT-OWNER NEXT RECORD
                       AT END MOVE 'YES' TO AO-EOF-SW
                       NOT AT END
                           IF AO-ACCNO NOT EQUAL TO TACCNO
                               MOVE 'YES' TO AO-EOF-SW
                           ELSE
                               MOVE AO-CUST-ID TO ADDR-CUST-WK
                               MOVE AO-ROLE TO ADDR-ROLE-WK
                               PERFORM WRITE-ONE-ADDRESSEE-RTN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF OWNER-LINE-CTR = 0 AND AM-CUST-ID NOT EQUAL TO SPACES
               MOVE AM-CUST-ID TO ADDR-CUST-WK
               MOVE 'P' TO ADDR-ROLE-WK
               PERFORM WRITE-ONE-ADDRESSEE-RTN
           END-IF.

       WRITE-ONE-ADDRESSEE-RTN.
           MOVE ADDR-CUST-WK TO OAL-NAME.
           MOVE SPACES TO OAL-ADDRESS.
           IF CM-AVAIL-SW = 'Y'
               MOVE ADDR-CUST-WK TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   NOT INVALID KEY
                       MOVE CM-NAME TO OAL-NAME
                       MOVE CM-ADDRESS TO OAL-ADDRESS
               END-READ
           END-IF.
           EVALUATE ADDR-ROLE-WK
               WHEN 'P' MOVE 'PRIMARY  ' TO OAL-ROLE
               WHEN 'O' MOVE 'JOINT-OR ' TO OAL-ROLE
               WHEN 'A' MOVE 'JOINT-AND' TO OAL-ROLE
               WHEN 'T' MOVE 'TRUSTEE  ' TO OAL-ROLE
               WHEN OTHER MOVE SPACES TO OAL-ROLE
           END-EVALUATE.
           WRITE OUTREC FROM OWNER-ADDR-LINE.
           ADD 1 TO OWNER-LINE-CTR.

       WRITE-LEG-RTN.
           MOVE JT-DATE(JT-I) TO SL-DATE.
           MOVE JT-SEQ(JT-I) TO SL-SEQ.
           MOVE JT-AFTER(JT-I) TO SL-BAL.
           MOVE JT-AFTER(JT-I) TO LAST-AFTER.
           WRITE OUTREC FROM STMT-LINE.
           IF JT-TC(JT-I) = 'I '
               ADD JT-AMOUNT(JT-I) TO STMT-GROSS-INT
           END-IF.
           IF JT-TC(JT-I) = 'WT'
               ADD JT-AMOUNT(JT-I) TO STMT-WTAX
           END-IF.

       SET-LEG-DESC-RTN.
           EVALUATE JT-TC(JT-I)
               WHEN 'K ' MOVE 'CHECK DEPOSIT   ' TO SL-DESC
               WHEN 'SC' MOVE 'SERVICE CHARGE  ' TO SL-DESC
               WHEN 'RV' MOVE 'REVERSAL        ' TO SL-DESC
               WHEN 'PT' MOVE 'PRE-TERM PENALTY' TO SL-DESC
               WHEN 'WT' MOVE 'TAX WITHHELD    ' TO SL-DESC
               WHEN 'OB' MOVE 'BALANCE FORWARD ' TO SL-DESC
               WHEN OTHER MOVE 'OTHER POSTING   ' TO SL-DESC
           END-EVALUATE.

      *THE CLOSING BALANCE TIES TO THE MASTER WHEN NOTHING HAS
      *POSTED TO THE ACCOUNT SINCE THE STATEMENT PERIOD ENDED; A
      *LATER POSTING SHOWS AS 'MASTER MOVED SINCE' RATHER THAN AS
      *AN ERROR. A PERIOD THAT EARNED INTEREST SHOWS THE GROSS, THE
      *FINAL TAX WITHHELD AND THE NET CREDITED AHEAD OF THE CLOSE.
       CLOSE-STATEMENT-RTN.
           IF STMT-OPEN-SW = 'Y'
               IF STMT-GROSS-INT > 0 OR STMT-WTAX > 0
                   MOVE STMT-GROSS-INT TO ISL-GROSS
                   MOVE STMT-WTAX TO ISL-TAX
                   COMPUTE STMT-NET-INT = STMT-GROSS-INT - STMT-WTAX
                   MOVE STMT-NET-INT TO ISL-NET
                   WRITE OUTREC FROM INT-SUM-LINE
               END-IF
               MOVE LAST-AFTER TO CBL-BAL
               IF AM-AVAIL-SW NOT EQUAL TO 'Y'
                   MOVE 'MASTER NOT AVAILABLE' TO CBL-TIE
           IF AM-AVAIL-SW = 'Y'
               CLOSE ACCOUNT-MASTER
           END-IF.
           IF AO-AVAIL-SW = 'Y'
               CLOSE ACCOUNT-OWNER
           END-IF.
           IF CM-AVAIL-SW = 'Y'
               CLOSE CUSTOMER-MASTER
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
