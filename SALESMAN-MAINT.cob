                THIS RUN IS THE ONLY PLACE NEW SALESMEN ARE ADDED -
                THE ACTIVITY RUN REJECTS POSTINGS FOR SALESMAN
                NUMBERS NOT ON FILE OR MARKED TERMINATED.
                EVERY CARD CARRIES THE OPERATOR ID OF THE CLERK WHO
                KEYED IT, CHECKED AGAINST OPERATOR.TXT. A TERMINATION
                ALSO NEEDS A SECOND OPERATOR OF CHECKER AUTHORITY;
                WITHOUT ONE IT IS HELD ON APPRHOLD.TXT, NOT APPLIED,
                UNTIL THE APPROVAL RUN RELEASES IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT MAINTFILE ASSIGN TO "SMAINT.TXT".
           SELECT OPTIONAL AUDITFILE ASSIGN TO "SMAUDIT.TXT".
           SELECT OPERFILE ASSIGN TO "OPERATOR.TXT"
               FILE STATUS IS OP-FILE-STATUS.
           SELECT OPTIONAL HOLDFILE ASSIGN TO "APPRHOLD.TXT".
           SELECT SALESMAN-MASTER ASSIGN TO "SALESMAN-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  MAINTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS MAINT-REC.
      *MA-MAKER IS THE CLERK WHO KEYED THE CARD; MA-CHECKER IS THE
      *SECOND OPERATOR WHO APPROVED IT, NEEDED ONLY ON A 'T'.
       01  MAINT-REC.
           05 MA-ACTION PIC X.
           05 MA-SNO PIC X(3).
           05 MA-SNAME PIC X(25).
           05 MA-MAKER PIC X(12).
           05 MA-CHECKER PIC X(12).
       FD  AUDITFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS AUDITREC.
       01  AUDITREC.
           05 FILLER PIC X(106).
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
       FD  SALESMAN-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
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
           05 AUD-NEW-SNAME PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-RESULT PIC X(13).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-MAKER PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-CHECKER PIC X(12).
       01  AUDIT-TOTALS-LINE.
           05 AUD-TOT-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE ' TOTALS: '.
           05 AUD-TOT-TRM PIC Z9.
           05 FILLER PIC X(10) VALUE ' REJECTED '.
           05 AUD-TOT-REJ PIC Z9.
           05 FILLER PIC X(6) VALUE ' HELD '.
           05 AUD-TOT-HLD PIC Z9.
           05 FILLER PIC X(10) VALUE SPACES.
       01  TEMP-VARIABLES.
           05 ADD-CTR PIC 99 VALUE 0.
           05 CHG-CTR PIC 99 VALUE 0.
           05 TRM-CTR PIC 99 VALUE 0.
           05 REJ-CTR PIC 99 VALUE 0.
           05 HLD-CTR PIC 99 VALUE 0.
           05 EOFSW PIC X(3) VALUE 'NO '.
           05 SM-STATUS PIC XX.
           05 SM-FOUND-SW PIC X(3) VALUE 'NO '.

      *----------------------- OPERATORS / DUAL CONTROL --------
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
           05 HOLD-EOF PIC X(3) VALUE 'NO '.
           05 HOLD-LAST-NO PIC 9(6) VALUE 0.
       01  WS-TODAY.
           05 WS-TODAY-YMD PIC 9(8).
           05 FILLER PIC X(13).
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'SALESMAN-MAINT '.
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
           PERFORM SEED-HOLD-NO-RTN.
           OPEN INPUT MAINTFILE
                EXTEND AUDITFILE
                EXTEND HOLDFILE.
           PERFORM OPEN-SALESMAN-MASTER-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           READ MAINTFILE
       PROCESS-RTN.
           MOVE SPACES TO AUD-OLD-SNAME.
           MOVE SPACES TO AUD-NEW-SNAME.
           MOVE MA-MAKER TO OPR-KEY.
           PERFORM FIND-OPERATOR-RTN.
           EVALUATE TRUE
               WHEN OPR-FOUND-SW NOT EQUAL TO 'YES' OR OPR-LEVEL < 1
                   MOVE 'BAD MAKER ID ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-ACTION = 'A'
                   PERFORM ADD-SALESMAN-RTN
               WHEN MA-ACTION = 'C'
                   PERFORM CHANGE-SALESMAN-RTN
               WHEN MA-ACTION = 'T'
                   PERFORM TERMINATE-SALESMAN-RTN
               WHEN OTHER
                   MOVE 'BAD ACTION   ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               ELSE
                   MOVE SM-SNAME TO AUD-OLD-SNAME
                   PERFORM CHECK-CHECKER-RTN
                   IF OPR-FOUND-SW NOT EQUAL TO 'YES'
                       PERFORM HOLD-FOR-APPROVAL-RTN
                   ELSE
                       MOVE 'T' TO SM-STATUS-CD
                       REWRITE SM-REC
                       MOVE 'TERMINATED   ' TO AUD-RESULT
                       ADD 1 TO TRM-CTR
                   END-IF
               END-IF
           END-IF.

      *A TERMINATION STOPS EVERY FURTHER POSTING FOR THE SALESMAN,
      *SO IT NEEDS A SECOND, ACTIVE OPERATOR OF CHECKER AUTHORITY
      *WHO IS NOT THE CLERK WHO KEYED IT.
       CHECK-CHECKER-RTN.
           MOVE 'NO ' TO OPR-FOUND-SW.
           IF MA-CHECKER NOT EQUAL TO SPACES AND
              MA-CHECKER NOT EQUAL TO MA-MAKER
               MOVE MA-CHECKER TO OPR-KEY
               PERFORM FIND-OPERATOR-RTN
               IF OPR-FOUND-SW = 'YES' AND OPR-LEVEL < 2
                   MOVE 'NO ' TO OPR-FOUND-SW
               END-IF
           END-IF.

       HOLD-FOR-APPROVAL-RTN.
           ADD 1 TO HOLD-LAST-NO.
           MOVE HOLD-LAST-NO TO AH-HOLD-NO.
           MOVE 'SALESMAN-MAINT ' TO AH-PROGRAM.
           MOVE WS-TODAY-YMD TO AH-DATE.
           MOVE MA-MAKER TO AH-MAKER.
           MOVE MA-CHECKER TO AH-CHECKER.
           IF MA-CHECKER = SPACES
               MOVE 'NO CHECKER ID    ' TO AH-REASON
           ELSE
               MOVE 'CHECKER NOT VALID' TO AH-REASON
           END-IF.
           MOVE MA-SNO TO AH-KEY.
           MOVE 0 TO AH-AMOUNT.
           MOVE MAINT-REC TO AH-IMAGE.
           WRITE HOLD-REC.
           MOVE 'HELD APPROVAL' TO AUD-RESULT.
           ADD 1 TO HLD-CTR.

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

      *HOLD NUMBERS RUN ON ACROSS EVERY PROGRAM THAT HOLDS WORK, SO
      *ONE APPROVAL CARD NAMES ONE TRANSACTION.
       SEED-HOLD-NO-RTN.
           OPEN INPUT HOLDFILE.
           PERFORM UNTIL HOLD-EOF = 'YES'
               READ HOLDFILE
                   AT END MOVE 'YES' TO HOLD-EOF
                   NOT AT END
                       IF AH-HOLD-NO NUMERIC AND
                          AH-HOLD-NO > HOLD-LAST-NO
                           MOVE AH-HOLD-NO TO HOLD-LAST-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLDFILE.

       WRITE-AUDIT-RTN.
           MOVE WS-TODAY-YMD TO AUD-DATE.
           MOVE MA-ACTION TO AUD-ACTION.
           MOVE MA-SNO TO AUD-SNO.
           MOVE MA-MAKER TO AUD-MAKER.
           MOVE MA-CHECKER TO AUD-CHECKER.
           WRITE AUDITREC FROM AUDIT-LINE.

       FINISH-RTN.
           MOVE CHG-CTR TO AUD-TOT-CHG.
           MOVE TRM-CTR TO AUD-TOT-TRM.
           MOVE REJ-CTR TO AUD-TOT-REJ.
           MOVE HLD-CTR TO AUD-TOT-HLD.
           WRITE AUDITREC FROM AUDIT-TOTALS-LINE.
           CLOSE MAINTFILE, AUDITFILE, SALESMAN-MASTER, HOLDFILE.
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
           MOVE 'SALESMAN-MAINT ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           COMPUTE RL-READ = ADD-CTR + CHG-CTR + TRM-CTR + REJ-CTR
                           + HLD-CTR.
           COMPUTE RL-WRITTEN = ADD-CTR + CHG-CTR + TRM-CTR.
           MOVE REJ-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
