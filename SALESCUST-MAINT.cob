       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESCUST-MAINT.
       AUTHOR. BSIT 2-4.
       INSTALLATION. OWN COMPUTER.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ACCESSIBLE TO BSIT 2-4 ONLY.
       REMARKS. ADD/CHANGE/HOLD/RELEASE MAINTENANCE AGAINST THE
                SALES CUSTOMER MASTER SALESCUST-MASTER.DAT (NAME,
                BILLING ADDRESS, DEFAULT TERMS, CREDIT LIMIT AND
                CREDIT-HOLD FLAG). EVERY ACTION, ACCEPTED OR
                REJECTED, IS WRITTEN TO THE SCAUDIT.TXT AUDIT LOG.
                THIS RUN IS THE ONLY PLACE SALES CUSTOMERS ARE
                ADDED - THE ACTIVITY RUN REJECTS SALES FOR CUSTOMER
                NUMBERS NOT ON FILE, ON HOLD, OR OVER THEIR LIMIT.
                EVERY CARD CARRIES THE OPERATOR ID OF THE CLERK WHO
                KEYED IT; A CARD WHOSE MAKER IS NOT AN ACTIVE
                OPERATOR OF KEYING AUTHORITY ON OPERATOR.TXT REJECTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       OBJECT-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT MAINTFILE ASSIGN TO "SCMAINT.TXT".
           SELECT OPTIONAL AUDITFILE ASSIGN TO "SCAUDIT.TXT".
           SELECT OPERFILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OP-FILE-STATUS.
           SELECT SALESCUST-MASTER ASSIGN TO "SALESCUST-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-CUSTNO
               FILE STATUS IS SC-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *MA-ACTION: 'A' ADD, 'C' CHANGE, 'H' PUT ON CREDIT HOLD,
      *'R' RELEASE FROM HOLD. ON A CHANGE ONLY THE FIELDS SUPPLIED
      *(NON-BLANK) REPLACE WHAT IS ON FILE. MA-MAKER IS THE CLERK
      *WHO KEYED THE CARD.
       FD  MAINTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS MAINT-REC.
       01  MAINT-REC.
           05 MA-ACTION PIC X.
           05 MA-CUSTNO PIC X(5).
           05 MA-NAME PIC X(25).
           05 MA-ADDRESS PIC X(40).
           05 MA-TERMS-TXT PIC X(2).
           05 MA-LIMIT-TXT PIC X(9).
           05 MA-MAKER PIC X(12).
       01  MAINT-REC-NUM.
           05 FILLER PIC X(71).
           05 MA-TERMS PIC 9(2).
           05 MA-CREDIT-LIMIT PIC 9(7)V99.
           05 FILLER PIC X(12).
       FD  AUDITFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD IS AUDITREC.
       01  AUDITREC.
           05 FILLER PIC X(121).
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
      *SALES CUSTOMER MASTER. SC-HOLD-FLAG 'Y' = ON CREDIT HOLD;
      *ANYTHING ELSE = NOT ON HOLD. SC-TERMS IS THE PAYMENT TERMS IN
      *DAYS AN INVOICE TAKES WHEN THE SALES FEED LEAVES TERMS ZERO.
       FD  SALESCUST-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS SC-REC.
       01  SC-REC.
           05 SC-CUSTNO PIC X(5).
           05 SC-NAME PIC X(25).
           05 SC-ADDRESS PIC X(40).
           05 SC-TERMS PIC 9(2).
           05 SC-CREDIT-LIMIT PIC 9(7)V99.
           05 SC-HOLD-FLAG PIC X.
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
           05 AUD-CUSTNO PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OLD-NAME PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-NEW-NAME PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OLD-LIMIT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-NEW-LIMIT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-RESULT PIC X(13).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-MAKER PIC X(12).
       01  AUDIT-TOTALS-LINE.
           05 AUD-TOT-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE ' TOTALS: '.
           05 FILLER PIC X(6) VALUE 'ADDED '.
           05 AUD-TOT-ADD PIC Z9.
           05 FILLER PIC X(9) VALUE ' CHANGED '.
           05 AUD-TOT-CHG PIC Z9.
           05 FILLER PIC X(6) VALUE ' HELD '.
           05 AUD-TOT-HLD PIC Z9.
           05 FILLER PIC X(10) VALUE ' RELEASED '.
           05 AUD-TOT-REL PIC Z9.
           05 FILLER PIC X(10) VALUE ' REJECTED '.
           05 AUD-TOT-REJ PIC Z9.
           05 FILLER PIC X(53) VALUE SPACES.
       01  TEMP-VARIABLES.
           05 ADD-CTR PIC 99 VALUE 0.
           05 CHG-CTR PIC 99 VALUE 0.
           05 HLD-CTR PIC 99 VALUE 0.
           05 REL-CTR PIC 99 VALUE 0.
           05 REJ-CTR PIC 99 VALUE 0.
           05 EOFSW PIC X(3) VALUE 'NO '.
           05 SC-STATUS PIC XX.
           05 SC-FOUND-SW PIC X(3) VALUE 'NO '.
           05 MA-VALID-SW PIC X(3) VALUE 'YES'.

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
           05 JB-SELF PIC X(15) VALUE 'SALESCUST-MAINT'.
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
           OPEN INPUT MAINTFILE
                EXTEND AUDITFILE.
           PERFORM OPEN-SALESCUST-MASTER-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           READ MAINTFILE
               AT END MOVE 'YES' TO EOFSW.
       INITIAL-END.

       OPEN-SALESCUST-MASTER-RTN.
           OPEN I-O SALESCUST-MASTER.
           IF SC-STATUS = '35'
               OPEN OUTPUT SALESCUST-MASTER
               CLOSE SALESCUST-MASTER
               OPEN I-O SALESCUST-MASTER.

       PROCESS-RTN.
           MOVE SPACES TO AUD-OLD-NAME.
           MOVE SPACES TO AUD-NEW-NAME.
           MOVE 0 TO AUD-OLD-LIMIT.
           MOVE 0 TO AUD-NEW-LIMIT.
           MOVE MA-MAKER TO OPR-KEY.
           PERFORM FIND-OPERATOR-RTN.
           EVALUATE TRUE
               WHEN OPR-FOUND-SW NOT EQUAL TO 'YES' OR OPR-LEVEL < 1
                   MOVE 'BAD MAKER ID ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-ACTION = 'A'
                   PERFORM ADD-CUSTOMER-RTN
               WHEN MA-ACTION = 'C'
                   PERFORM CHANGE-CUSTOMER-RTN
               WHEN MA-ACTION = 'H'
                   PERFORM HOLD-CUSTOMER-RTN
               WHEN MA-ACTION = 'R'
                   PERFORM RELEASE-CUSTOMER-RTN
               WHEN OTHER
                   MOVE 'BAD ACTION   ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           READ MAINTFILE
               AT END MOVE 'YES' TO EOFSW.
       PROCESS-END.

       READ-MASTER-RTN.
           MOVE MA-CUSTNO TO SC-CUSTNO.
           READ SALESCUST-MASTER
               INVALID KEY MOVE 'NO ' TO SC-FOUND-SW
               NOT INVALID KEY MOVE 'YES' TO SC-FOUND-SW.

      *TERMS AND CREDIT LIMIT, WHEN SUPPLIED, MUST BE NUMERIC.
       EDIT-AMOUNTS-RTN.
           MOVE 'YES' TO MA-VALID-SW.
           IF MA-TERMS-TXT NOT EQUAL TO SPACES AND
              MA-TERMS NOT NUMERIC
               MOVE 'NO ' TO MA-VALID-SW
           END-IF.
           IF MA-LIMIT-TXT NOT EQUAL TO SPACES AND
              MA-CREDIT-LIMIT NOT NUMERIC
               MOVE 'NO ' TO MA-VALID-SW
           END-IF.

       ADD-CUSTOMER-RTN.
           PERFORM EDIT-AMOUNTS-RTN.
           PERFORM READ-MASTER-RTN.
           IF SC-FOUND-SW = 'YES'
               MOVE SC-NAME TO AUD-OLD-NAME
               MOVE SC-CREDIT-LIMIT TO AUD-OLD-LIMIT
               MOVE 'ALREADY ON FL' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE IF MA-CUSTNO = SPACES
               MOVE 'BLANK NUMBER ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE IF MA-NAME = SPACES
               MOVE 'NAME MISSING ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE IF MA-VALID-SW NOT EQUAL TO 'YES'
               MOVE 'BAD AMOUNT   ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE
               MOVE MA-CUSTNO TO SC-CUSTNO
               MOVE MA-NAME TO SC-NAME
               MOVE MA-ADDRESS TO SC-ADDRESS
               MOVE 0 TO SC-TERMS
               IF MA-TERMS-TXT NOT EQUAL TO SPACES
                   MOVE MA-TERMS TO SC-TERMS
               END-IF
               MOVE 0 TO SC-CREDIT-LIMIT
               IF MA-LIMIT-TXT NOT EQUAL TO SPACES
                   MOVE MA-CREDIT-LIMIT TO SC-CREDIT-LIMIT
               END-IF
               MOVE 'N' TO SC-HOLD-FLAG
               WRITE SC-REC
               MOVE MA-NAME TO AUD-NEW-NAME
               MOVE SC-CREDIT-LIMIT TO AUD-NEW-LIMIT
               MOVE 'ADDED        ' TO AUD-RESULT
               ADD 1 TO ADD-CTR
           END-IF.

       CHANGE-CUSTOMER-RTN.
           PERFORM EDIT-AMOUNTS-RTN.
           PERFORM READ-MASTER-RTN.
           IF SC-FOUND-SW NOT EQUAL TO 'YES'
               MOVE 'NOT ON FILE  ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE IF MA-VALID-SW NOT EQUAL TO 'YES'
               MOVE SC-NAME TO AUD-OLD-NAME
               MOVE SC-CREDIT-LIMIT TO AUD-OLD-LIMIT
               MOVE 'BAD AMOUNT   ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE
               MOVE SC-NAME TO AUD-OLD-NAME
               MOVE SC-CREDIT-LIMIT TO AUD-OLD-LIMIT
               IF MA-NAME NOT EQUAL TO SPACES
                   MOVE MA-NAME TO SC-NAME
               END-IF
               IF MA-ADDRESS NOT EQUAL TO SPACES
                   MOVE MA-ADDRESS TO SC-ADDRESS
               END-IF
               IF MA-TERMS-TXT NOT EQUAL TO SPACES
                   MOVE MA-TERMS TO SC-TERMS
               END-IF
               IF MA-LIMIT-TXT NOT EQUAL TO SPACES
                   MOVE MA-CREDIT-LIMIT TO SC-CREDIT-LIMIT
               END-IF
               REWRITE SC-REC
               MOVE SC-NAME TO AUD-NEW-NAME
               MOVE SC-CREDIT-LIMIT TO AUD-NEW-LIMIT
               MOVE 'CHANGED      ' TO AUD-RESULT
               ADD 1 TO CHG-CTR
           END-IF.

       HOLD-CUSTOMER-RTN.
           PERFORM READ-MASTER-RTN.
           IF SC-FOUND-SW NOT EQUAL TO 'YES'
               MOVE 'NOT ON FILE  ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE
               MOVE SC-NAME TO AUD-OLD-NAME
               MOVE SC-CREDIT-LIMIT TO AUD-OLD-LIMIT
               IF SC-HOLD-FLAG = 'Y'
                   MOVE 'ALREADY HELD ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               ELSE
                   MOVE 'Y' TO SC-HOLD-FLAG
                   REWRITE SC-REC
                   MOVE 'PUT ON HOLD  ' TO AUD-RESULT
                   ADD 1 TO HLD-CTR
               END-IF
           END-IF.

       RELEASE-CUSTOMER-RTN.
           PERFORM READ-MASTER-RTN.
           IF SC-FOUND-SW NOT EQUAL TO 'YES'
               MOVE 'NOT ON FILE  ' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE
               MOVE SC-NAME TO AUD-OLD-NAME
               MOVE SC-CREDIT-LIMIT TO AUD-OLD-LIMIT
               IF SC-HOLD-FLAG NOT EQUAL TO 'Y'
                   MOVE 'NOT ON HOLD  ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               ELSE
                   MOVE 'N' TO SC-HOLD-FLAG
                   REWRITE SC-REC
                   MOVE 'RELEASED     ' TO AUD-RESULT
                   ADD 1 TO REL-CTR
               END-IF
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE WS-TODAY-YMD TO AUD-DATE.
           MOVE MA-ACTION TO AUD-ACTION.
           MOVE MA-CUSTNO TO AUD-CUSTNO.
           MOVE MA-MAKER TO AUD-MAKER.
           WRITE AUDITREC FROM AUDIT-LINE.

      *THE OPERATOR FILE IS NOT OPTIONAL: WITHOUT IT NO CARD COULD
      *BE PROVED TO COME FROM A SIGNED-ON CLERK, SO THE RUN STOPS
      *BEFORE IT TOUCHES THE MASTER.
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
           MOVE HLD-CTR TO AUD-TOT-HLD.
           MOVE REL-CTR TO AUD-TOT-REL.
           MOVE REJ-CTR TO AUD-TOT-REJ.
           WRITE AUDITREC FROM AUDIT-TOTALS-LINE.
           CLOSE MAINTFILE, AUDITFILE, SALESCUST-MASTER.
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
           MOVE 'SALESCUST-MAINT' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           COMPUTE RL-READ = ADD-CTR + CHG-CTR + HLD-CTR + REL-CTR
                           + REJ-CTR.
           COMPUTE RL-WRITTEN = ADD-CTR + CHG-CTR + HLD-CTR + REL-CTR.
           MOVE REJ-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
