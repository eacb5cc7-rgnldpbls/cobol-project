      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tectonics: cobc
      ******************************************************************
      *MAINTENANCE AGAINST STANDING-ORDER.DAT, THE FILE OF RECURRING
      *TRANSFERS PAID BY THE DAILY STANDING-ORDER RUN. ACTIONS ON
      *SOMAINT.TXT: 'A' ADD A NEW ORDER, 'C' CHANGE ONE, 'D' CANCEL
      *ONE, 'R' REINSTATE ONE THE DAILY RUN SUSPENDED. EVERY ACTION,
      *ACCEPTED OR REJECTED, IS WRITTEN TO THE SOAUDIT.TXT AUDIT
      *LOG, THE SAME PATTERN AS THE CUSTOMER MAINTENANCE RUN. EVERY
      *CARD CARRIES THE OPERATOR ID OF THE CLERK WHO KEYED IT; A
      *CARD WHOSE MAKER IS NOT AN ACTIVE OPERATOR OF KEYING
      *AUTHORITY ON OPERATOR.TXT REJECTS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT MAINTFILE ASSIGN TO "SOMAINT.TXT"
               FILE STATUS IS MT-STATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "SOAUDIT.TXT".
           SELECT OPERFILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OP-FILE-STATUS.
           SELECT STANDING-ORDER ASSIGN TO "STANDING-ORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-KEY
               FILE STATUS IS SOF-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCNO
               FILE STATUS IS AM-STATUS.
           SELECT TIME-DEPOSIT ASSIGN TO "TIME-DEPOSIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCNO
               FILE STATUS IS TDF-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *MS-NEXT-DUE IS THE FIRST PAYMENT DATE ON AN ADD OR CHANGE
      *AND, WHEN NOT ZERO, THE DATE PAYMENTS RESUME ON A
      *REINSTATEMENT. ITS DAY BECOMES THE ORDER'S DUE DAY FOR A
      *MONTHLY OR QUARTERLY ORDER. A CHANGE REPLACES TO-ACCOUNT,
      *AMOUNT, FREQUENCY AND DATES IN FULL. MS-MAKER IS THE CLERK
      *WHO KEYED THE CARD.
       FD  MAINTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS MAINT-REC.
       01  MAINT-REC.
           05 MS-ACTION PIC X.
           05 MS-FROM-ACCNO PIC X(3).
           05 MS-SEQ PIC 99.
           05 MS-TO-ACCNO PIC X(3).
           05 MS-AMOUNT PIC 9(5)V99.
           05 MS-FREQ PIC X.
           05 MS-NEXT-DUE PIC 9(8).
           05 MS-END-DATE PIC 9(8).
           05 MS-MAKER PIC X(12).
       FD  AUDITFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS AUDITREC.
       01  AUDITREC.
           05 FILLER PIC X(84).
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
      *ONE RECORD PER STANDING ORDER - SEE THE DAILY STANDING-ORDER
      *RUN FOR THE MEANING OF EACH FIELD.
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
       01  AUDIT-LINE.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-ACTION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-FROM PIC X(3).
           05 FILLER PIC X VALUE '-'.
           05 AUD-SEQ PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-TO PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-AMOUNT PIC ZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-FREQ PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-NEXT-DUE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-END-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OLD-STAT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-RESULT PIC X(17).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-MAKER PIC X(12).
       01  AUDIT-TOTALS-LINE.
           05 AUD-TOT-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE ' TOTALS: '.
           05 FILLER PIC X(6) VALUE 'ADDED '.
           05 AUD-TOT-ADD PIC Z9.
           05 FILLER PIC X(9) VALUE ' CHANGED '.
           05 AUD-TOT-CHG PIC Z9.
           05 FILLER PIC X(11) VALUE ' CANCELLED '.
           05 AUD-TOT-CAN PIC Z9.
           05 FILLER PIC X(12) VALUE ' REINSTATED '.
           05 AUD-TOT-RIN PIC Z9.
           05 FILLER PIC X(10) VALUE ' REJECTED '.
           05 AUD-TOT-REJ PIC Z9.
           05 FILLER PIC X(9) VALUE SPACES.
       01  TEMP-VARIABLES.
           05 ADD-CTR PIC 99 VALUE 0.
           05 CHG-CTR PIC 99 VALUE 0.
           05 CAN-CTR PIC 99 VALUE 0.
           05 RIN-CTR PIC 99 VALUE 0.
           05 REJ-CTR PIC 99 VALUE 0.
           05 EOFSW PIC X(3) VALUE 'NO '.
           05 MT-STATUS PIC XX.
           05 SOF-STATUS PIC XX.
           05 AM-STATUS PIC XX.
           05 TDF-STATUS PIC XX.
           05 TD-AVAIL-SW PIC X VALUE 'N'.
           05 SO-FOUND-SW PIC X(3) VALUE 'NO '.
           05 CARD-OK-SW PIC X(3) VALUE 'YES'.
           05 CHECK-ACCNO PIC X(3).

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
       01  NEXT-DUE-WK.
           05 FILLER PIC 9(6).
           05 NEXT-DUE-WK-DD PIC 99.
       01  NEXT-DUE-WK-N REDEFINES NEXT-DUE-WK PIC 9(8).
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
           05 JB-SELF PIC X(15) VALUE 'STORD-MAINT    '.
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
           OPEN INPUT MAINTFILE.
           IF MT-STATUS NOT EQUAL TO '00'
               DISPLAY 'SOMAINT.TXT NOT AVAILABLE - STATUS '
                       MT-STATUS ' - RUN STOPPED'
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF AM-STATUS NOT EQUAL TO '00'
               DISPLAY 'ACCOUNT-MASTER.DAT NOT AVAILABLE - STATUS '
                       AM-STATUS ' - RUN STOPPED'
               CLOSE MAINTFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           OPEN INPUT TIME-DEPOSIT.
           IF TDF-STATUS = '00'
               MOVE 'Y' TO TD-AVAIL-SW
           END-IF.
           OPEN EXTEND AUDITFILE.
           PERFORM OPEN-STANDING-ORDER-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           READ MAINTFILE
               AT END MOVE 'YES' TO EOFSW.
       INITIAL-END.

       OPEN-STANDING-ORDER-RTN.
           OPEN I-O STANDING-ORDER.
           IF SOF-STATUS = '35'
               OPEN OUTPUT STANDING-ORDER
               CLOSE STANDING-ORDER
               OPEN I-O STANDING-ORDER
           END-IF.
           IF SOF-STATUS NOT EQUAL TO '00'
               DISPLAY 'STANDING-ORDER.DAT NOT AVAILABLE - STATUS '
                       SOF-STATUS ' - RUN STOPPED'
               CLOSE MAINTFILE, ACCOUNT-MASTER, AUDITFILE
               IF TD-AVAIL-SW = 'Y'
                   CLOSE TIME-DEPOSIT
               END-IF
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.

       PROCESS-RTN.
           MOVE SPACE TO AUD-OLD-STAT.
           MOVE MS-MAKER TO OPR-KEY.
           PERFORM FIND-OPERATOR-RTN.
           EVALUATE TRUE
               WHEN OPR-FOUND-SW NOT EQUAL TO 'YES' OR OPR-LEVEL < 1
                   MOVE 'BAD MAKER ID     ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MS-ACTION = 'A'
                   PERFORM ADD-ORDER-RTN
               WHEN MS-ACTION = 'C'
                   PERFORM CHANGE-ORDER-RTN
               WHEN MS-ACTION = 'D'
                   PERFORM CANCEL-ORDER-RTN
               WHEN MS-ACTION = 'R'
                   PERFORM REINSTATE-ORDER-RTN
               WHEN OTHER
                   MOVE 'BAD ACTION       ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           READ MAINTFILE
               AT END MOVE 'YES' TO EOFSW.
       PROCESS-END.

       READ-ORDER-RTN.
           MOVE MS-FROM-ACCNO TO SO-FROM-ACCNO.
           MOVE MS-SEQ TO SO-SEQ.
           READ STANDING-ORDER
               INVALID KEY MOVE 'NO ' TO SO-FOUND-SW
               NOT INVALID KEY
                   MOVE 'YES' TO SO-FOUND-SW
                   MOVE SO-STAT-CD TO AUD-OLD-STAT.

      *THE CARD CHECKS SHARED BY ADD AND CHANGE. BOTH ACCOUNTS MUST
      *BE ON FILE AND NOT CLOSED, MUST DIFFER, AND MAY NOT BE A
      *RUNNING OR HELD TIME DEPOSIT - A CERTIFICATE CANNOT BE DRAWN
      *ON OR ADDED TO BEFORE MATURITY.
       VALIDATE-CARD-RTN.
           MOVE 'YES' TO CARD-OK-SW.
           IF MS-SEQ NOT NUMERIC OR MS-SEQ = 0
               MOVE 'BAD SEQUENCE     ' TO AUD-RESULT
               MOVE 'NO ' TO CARD-OK-SW
           ELSE IF MS-AMOUNT NOT NUMERIC OR MS-AMOUNT = 0
               MOVE 'BAD AMOUNT       ' TO AUD-RESULT
               MOVE 'NO ' TO CARD-OK-SW
           ELSE IF MS-FREQ NOT = 'W' AND MS-FREQ NOT = 'M' AND
                   MS-FREQ NOT = 'Q'
               MOVE 'BAD FREQUENCY    ' TO AUD-RESULT
               MOVE 'NO ' TO CARD-OK-SW
           ELSE IF MS-NEXT-DUE NOT NUMERIC OR
                   FUNCTION TEST-DATE-YYYYMMDD(MS-NEXT-DUE) NOT = 0
               MOVE 'BAD NEXT DUE DATE' TO AUD-RESULT
               MOVE 'NO ' TO CARD-OK-SW
           ELSE IF MS-END-DATE NOT NUMERIC OR
                   (MS-END-DATE > 0 AND MS-END-DATE < MS-NEXT-DUE)
               MOVE 'BAD END DATE     ' TO AUD-RESULT
               MOVE 'NO ' TO CARD-OK-SW
           ELSE IF MS-TO-ACCNO = MS-FROM-ACCNO
               MOVE 'SAME ACCOUNT     ' TO AUD-RESULT
               MOVE 'NO ' TO CARD-OK-SW
           END-IF.
           IF CARD-OK-SW = 'YES'
               MOVE MS-FROM-ACCNO TO CHECK-ACCNO
               PERFORM CHECK-ACCOUNT-RTN
           END-IF.
           IF CARD-OK-SW = 'YES'
               MOVE MS-TO-ACCNO TO CHECK-ACCNO
               PERFORM CHECK-ACCOUNT-RTN
           END-IF.

       CHECK-ACCOUNT-RTN.
           MOVE CHECK-ACCNO TO AM-ACCNO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT FOUND' TO AUD-RESULT
                   MOVE 'NO ' TO CARD-OK-SW
               NOT INVALID KEY
                   IF AM-STATUS-CD = 'C'
                       MOVE 'ACCOUNT CLOSED   ' TO AUD-RESULT
                       MOVE 'NO ' TO CARD-OK-SW
                   END-IF
           END-READ.
           IF CARD-OK-SW = 'YES' AND TD-AVAIL-SW = 'Y'
               MOVE CHECK-ACCNO TO TD-ACCNO
               READ TIME-DEPOSIT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TD-STAT-CD = 'A' OR TD-STAT-CD = 'H'
                           MOVE 'TIME DEPOSIT ACCT' TO AUD-RESULT
                           MOVE 'NO ' TO CARD-OK-SW
                       END-IF
               END-READ
           END-IF.

       ADD-ORDER-RTN.
           PERFORM READ-ORDER-RTN.
           IF SO-FOUND-SW = 'YES'
               MOVE 'ALREADY ON FILE  ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE
               PERFORM VALIDATE-CARD-RTN
               IF CARD-OK-SW NOT EQUAL TO 'YES'
                   ADD 1 TO REJ-CTR
               ELSE
                   MOVE MS-FROM-ACCNO TO SO-FROM-ACCNO
                   MOVE MS-SEQ TO SO-SEQ
                   PERFORM MOVE-CARD-TO-ORDER-RTN
                   MOVE 'A' TO SO-STAT-CD
                   MOVE 0 TO SO-RETRY-CTR
                   MOVE 0 TO SO-PEND-DATE
                   MOVE 0 TO SO-LAST-PAID
                   MOVE SPACES TO SO-LAST-REASON
                   MOVE WS-TODAY-YMD TO SO-ADD-DATE
                   WRITE SO-REC
                   MOVE 'ADDED            ' TO AUD-RESULT
                   ADD 1 TO ADD-CTR
               END-IF
           END-IF.

      *AN ORDER WHOSE TRANSFER IS WAITING ON THE POSTING RUN CANNOT
      *BE CHANGED UNTIL THE RESULT COMES BACK ON THE NEXT DAILY RUN.
       CHANGE-ORDER-RTN.
           PERFORM READ-ORDER-RTN.
           IF SO-FOUND-SW NOT EQUAL TO 'YES'
               MOVE 'NOT ON FILE      ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE IF SO-STAT-CD NOT = 'A' AND SO-STAT-CD NOT = 'S'
               MOVE 'ORDER NOT ACTIVE ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE IF SO-PEND-DATE > 0
               MOVE 'PAYMENT PENDING  ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE
               PERFORM VALIDATE-CARD-RTN
               IF CARD-OK-SW NOT EQUAL TO 'YES'
                   ADD 1 TO REJ-CTR
               ELSE
                   PERFORM MOVE-CARD-TO-ORDER-RTN
                   MOVE 0 TO SO-RETRY-CTR
                   REWRITE SO-REC
                   MOVE 'CHANGED          ' TO AUD-RESULT
                   ADD 1 TO CHG-CTR
               END-IF
           END-IF.

       MOVE-CARD-TO-ORDER-RTN.
           MOVE MS-TO-ACCNO TO SO-TO-ACCNO.
           MOVE MS-AMOUNT TO SO-AMOUNT.
           MOVE MS-FREQ TO SO-FREQ.
           MOVE MS-NEXT-DUE TO SO-NEXT-DUE.
           MOVE MS-NEXT-DUE TO NEXT-DUE-WK-N.
           MOVE NEXT-DUE-WK-DD TO SO-DUE-DAY.
           MOVE MS-END-DATE TO SO-END-DATE.

      *A CANCELLED ORDER STAYS ON FILE FOR ITS HISTORY. A TRANSFER
      *ALREADY WRITTEN FOR IT STILL POSTS; ITS RESULT IS IGNORED.
       CANCEL-ORDER-RTN.
           PERFORM READ-ORDER-RTN.
           IF SO-FOUND-SW NOT EQUAL TO 'YES'
               MOVE 'NOT ON FILE      ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE IF SO-STAT-CD = 'X' OR SO-STAT-CD = 'E'
               MOVE 'ALREADY ENDED    ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE
               MOVE 'X' TO SO-STAT-CD
               MOVE 0 TO SO-PEND-DATE
               REWRITE SO-REC
               MOVE 'CANCELLED        ' TO AUD-RESULT
               ADD 1 TO CAN-CTR
           END-IF.

      *ONLY A SUSPENDED ORDER CAN BE REINSTATED. PAYMENTS RESUME ON
      *THE CARD'S NEXT DUE DATE, OR THE ORDER'S OWN WHEN IT IS ZERO.
       REINSTATE-ORDER-RTN.
           PERFORM READ-ORDER-RTN.
           IF SO-FOUND-SW NOT EQUAL TO 'YES'
               MOVE 'NOT ON FILE      ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE IF SO-STAT-CD NOT = 'S'
               MOVE 'NOT SUSPENDED    ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE IF MS-NEXT-DUE NOT NUMERIC OR
                   (MS-NEXT-DUE > 0 AND
                    FUNCTION TEST-DATE-YYYYMMDD(MS-NEXT-DUE) NOT = 0)
               MOVE 'BAD NEXT DUE DATE' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE
               IF MS-NEXT-DUE > 0
                   MOVE MS-NEXT-DUE TO SO-NEXT-DUE
               END-IF
               MOVE 'A' TO SO-STAT-CD
               MOVE 0 TO SO-RETRY-CTR
               MOVE 0 TO SO-PEND-DATE
               MOVE SPACES TO SO-LAST-REASON
               REWRITE SO-REC
               MOVE 'REINSTATED       ' TO AUD-RESULT
               ADD 1 TO RIN-CTR
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE WS-TODAY-YMD TO AUD-DATE.
           MOVE MS-ACTION TO AUD-ACTION.
           MOVE MS-FROM-ACCNO TO AUD-FROM.
           MOVE MS-SEQ TO AUD-SEQ.
           MOVE MS-TO-ACCNO TO AUD-TO.
           MOVE MS-AMOUNT TO AUD-AMOUNT.
           MOVE MS-FREQ TO AUD-FREQ.
           MOVE MS-NEXT-DUE TO AUD-NEXT-DUE.
           MOVE MS-END-DATE TO AUD-END-DATE.
           MOVE MS-MAKER TO AUD-MAKER.
           WRITE AUDITREC FROM AUDIT-LINE.

      *THE OPERATOR FILE IS NOT OPTIONAL: WITHOUT IT NO CARD COULD
      *BE PROVED TO COME FROM A SIGNED-ON CLERK, SO THE RUN STOPS
      *BEFORE IT TOUCHES THE ORDER FILE.
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

       FINISH-RTN.
           MOVE WS-TODAY-YMD TO AUD-TOT-DATE.
           MOVE ADD-CTR TO AUD-TOT-ADD.
           MOVE CHG-CTR TO AUD-TOT-CHG.
           MOVE CAN-CTR TO AUD-TOT-CAN.
           MOVE RIN-CTR TO AUD-TOT-RIN.
           MOVE REJ-CTR TO AUD-TOT-REJ.
           WRITE AUDITREC FROM AUDIT-TOTALS-LINE.
           IF TD-AVAIL-SW = 'Y'
               CLOSE TIME-DEPOSIT
           END-IF.
           CLOSE MAINTFILE, AUDITFILE, STANDING-ORDER, ACCOUNT-MASTER.
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
           MOVE 'STORD-MAINT    ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           COMPUTE RL-READ = ADD-CTR + CHG-CTR + CAN-CTR + RIN-CTR
                           + REJ-CTR.
           COMPUTE RL-WRITTEN = ADD-CTR + CHG-CTR + CAN-CTR + RIN-CTR.
           MOVE REJ-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.

       END PROGRAM STORD-MAINT.
