      *IS WRITTEN TO THE CMAUDIT.TXT AUDIT LOG, THE SAME PATTERN AS
      *THE SALESMAN MAINTENANCE RUN. THIS RUN IS THE ONLY PLACE NEW
      *CUSTOMERS ARE ADDED - THE SAVINGS POSTING RUN REJECTS AN 'O'
      *TRANSACTION WHOSE CUSTOMER ID IS NOT ON THIS FILE. EVERY CARD
      *CARRIES THE OPERATOR ID OF THE CLERK WHO KEYED IT; A CARD
      *WHOSE MAKER IS NOT AN ACTIVE OPERATOR ON OPERATOR.TXT REJECTS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MAINT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT MAINTFILE ASSIGN TO "CMAINT.TXT"
               FILE STATUS IS MT-STATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO "CMAUDIT.TXT".
           SELECT OPERFILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OP-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  MAINTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS MAINT-REC.
      *MA-MAKER IS THE CLERK WHO KEYED THE CARD.
       01  MAINT-REC.
           05 MA-ACTION PIC X.
           05 MA-CUST-ID PIC X(6).
           05 MA-ADDRESS PIC X(40).
           05 MA-ID-TYPE PIC X(10).
           05 MA-ID-NUMBER PIC X(15).
           05 MA-TAX-CD PIC X.
           05 MA-MAKER PIC X(12).
       FD  AUDITFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS AUDITREC.
       01  AUDITREC.
           05 FILLER PIC X(93).
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
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS CM-REC.
      *CM-TAX-CD: 'E' EXEMPT FROM FINAL TAX ON DEPOSIT INTEREST (THE
      *EXEMPTION CERTIFICATE IS ON FILE), SPACE FOR AN ORDINARY
      *TAXABLE DEPOSITOR.
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
           05 AUD-NEW-NAME PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-RESULT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-MAKER PIC X(12).
       01  AUDIT-TOTALS-LINE.
           05 AUD-TOT-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE ' TOTALS: '.
           05 MT-STATUS PIC XX.
           05 CM-STATUS PIC XX.
           05 CM-FOUND-SW PIC X(3) VALUE 'NO '.

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
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'CUSTOMER-MAINT '.
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
               DISPLAY 'CMAINT.TXT NOT AVAILABLE - STATUS '
       PROCESS-RTN.
           MOVE SPACES TO AUD-OLD-NAME.
           MOVE SPACES TO AUD-NEW-NAME.
           MOVE MA-MAKER TO OPR-KEY.
           PERFORM FIND-OPERATOR-RTN.
           EVALUATE TRUE
               WHEN OPR-FOUND-SW NOT EQUAL TO 'YES' OR OPR-LEVEL < 1
                   MOVE 'BAD MAKER ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-ACTION = 'A'
                   PERFORM ADD-CUSTOMER-RTN
               WHEN MA-ACTION = 'C'
                   PERFORM CHANGE-CUSTOMER-RTN
               WHEN OTHER
                   MOVE 'BAD ACTION' TO AUD-RESULT
               IF MA-NAME = SPACES
                   MOVE 'BLANK NAME' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               ELSE IF MA-TAX-CD NOT EQUAL TO SPACE AND
                       MA-TAX-CD NOT EQUAL TO 'E'
                   MOVE 'BAD TAX CD' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               ELSE
                   MOVE MA-CUST-ID TO CM-CUST-ID
                   MOVE MA-NAME TO CM-NAME
                   MOVE MA-ADDRESS TO CM-ADDRESS
                   MOVE MA-ID-TYPE TO CM-ID-TYPE
                   MOVE MA-ID-NUMBER TO CM-ID-NUMBER
                   MOVE MA-TAX-CD TO CM-TAX-CD
                   WRITE CM-REC
                   MOVE MA-NAME TO AUD-NEW-NAME
                   MOVE 'ADDED     ' TO AUD-RESULT
               END-IF
           END-IF.

      *A CHANGE REPLACES NAME, ADDRESS, ID DETAILS AND TAX CODE IN
      *FULL; A FIELD MEANT TO STAY MUST BE RE-KEYED ON THE CARD.
       CHANGE-CUSTOMER-RTN.
           PERFORM READ-MASTER-RTN.
           IF CM-FOUND-SW NOT EQUAL TO 'YES'
               MOVE 'NOT ON FIL' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE IF MA-TAX-CD NOT EQUAL TO SPACE AND
                   MA-TAX-CD NOT EQUAL TO 'E'
               MOVE CM-NAME TO AUD-OLD-NAME
               MOVE 'BAD TAX CD' TO AUD-RESULT
               ADD 1 TO REJ-CTR
           ELSE
               MOVE CM-NAME TO AUD-OLD-NAME
               MOVE MA-NAME TO CM-NAME
               MOVE MA-ADDRESS TO CM-ADDRESS
               MOVE MA-ID-TYPE TO CM-ID-TYPE
               MOVE MA-ID-NUMBER TO CM-ID-NUMBER
               MOVE MA-TAX-CD TO CM-TAX-CD
               REWRITE CM-REC
               MOVE MA-NAME TO AUD-NEW-NAME
               MOVE 'CHANGED   ' TO AUD-RESULT
           MOVE WS-TODAY-YMD TO AUD-DATE.
           MOVE MA-ACTION TO AUD-ACTION.
           MOVE MA-CUST-ID TO AUD-CUST-ID.
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
