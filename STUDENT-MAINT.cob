      *=================================================================
      *------------------------- COBOL PROGRAM -------------------------
      *---------------- STUDENT MASTER MAINTENANCE RUN -----------------
      *=================================================================
      *ADD, CHANGE AND STATUS MAINTENANCE AGAINST STUDENT-MASTER.DAT,
      *THE ACADEMY'S ONE RECORD PER STUDENT NUMBER CARRYING NAME,
      *PROGRAM, YEAR LEVEL, ADDRESS AND ENROLMENT STATUS. THE
      *ENROLLMENT, ASSESSMENT, CASHIER, TRANSCRIPT AND GRADUATION
      *AUDIT RUNS TAKE NAMES AND PROGRAM CODES FROM THIS FILE ONLY,
      *AND THE ENROLLMENT AND EDIT RUNS REJECT ANY STUDENT NUMBER
      *THAT IS NOT ON IT IN ACTIVE STATUS. EVERY TRANSACTION,
      *APPLIED OR REJECTED, LANDS ON THE PERMANENT STAUDIT.TXT
      *REGISTER THE WAY GCAUDIT.TXT WORKS FOR GRADE CHANGES. EVERY
      *CARD CARRIES THE OPERATOR ID OF THE CLERK WHO KEYED IT; A
      *CARD WHOSE MAKER IS NOT AN ACTIVE OPERATOR OF KEYING
      *AUTHORITY ON OPERATOR.TXT REJECTS, AND THE MAKER IS STAMPED
      *ON EVERY REGISTER LINE, BEFORE-IMAGES INCLUDED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MAINT.
       AUTHOR. JASPE, FAYE
               LOZADA, LUEN
               PUEBLOS, REGIENALD
               PORLARES, ALEXANDER
               RONCALES, JALLANE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT MAINTFILE ASSIGN TO 'STMAINT.TXT'
               FILE STATUS IS MT-STATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO 'STAUDIT.TXT'.
           SELECT OPERFILE ASSIGN TO 'OPERATOR.TXT'
               FILE STATUS IS OP-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *ONE CARD PER ACTION: 'A' ADDS A NEW STUDENT, 'C' REPLACES
      *NAME, PROGRAM, YEAR LEVEL AND ADDRESS IN FULL (A FIELD MEANT
      *TO STAY MUST BE RE-KEYED), 'S' CHANGES THE STATUS ONLY.
      *MA-MAKER IS THE CLERK WHO KEYED THE CARD.
       FD MAINTFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 98 CHARACTERS
           DATA RECORD IS MAINT-REC.
       01 MAINT-REC.
           05 MA-ACTION PIC X.
           05 MA-STUD-NUM PIC X(12).
           05 MA-STUD-NAME PIC X(25).
           05 MA-PROGRAM PIC X(6).
           05 MA-YEAR-LVL PIC 9.
           05 MA-ADDRESS PIC X(40).
           05 MA-STATUS-CD PIC X.
           05 MA-MAKER PIC X(12).
       FD AUDITFILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS AUDITREC.
       01 AUDITREC.
           05 FILLER PIC X(88).
      *OPERATOR SIGN-ON FILE, SHARED BY EVERY RUN THAT TAKES KEYED
      *WORK. OP-LEVEL 1 MAY KEY (MAKER), 2 AND ABOVE MAY ALSO
      *APPROVE ANOTHER OPERATOR'S WORK (CHECKER). OP-LIMIT IS THE
      *LARGEST AMOUNT THE OPERATOR MAY POST OR APPROVE. ONLY AN
      *'A' (ACTIVE) OPERATOR COUNTS.
       FD OPERFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS OPER-REC.
       01 OPER-REC.
           05 OP-ID PIC X(12).
           05 OP-NAME PIC X(25).
           05 OP-LEVEL PIC 9.
           05 OP-STATUS PIC X.
           05 OP-LIMIT PIC 9(7)V99.
      *STM-STATUS-CD: 'A' ACTIVE, 'L' ON LEAVE OF ABSENCE,
      *'W' WITHDRAWN, 'G' GRADUATED. ONLY 'A' MAY ENROL.
      *STM-STATUS-DATE IS THE DAY THE STATUS WAS LAST SET.
       FD STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STM-REC.
       01 STM-REC.
           05 STM-STUD-NUM PIC X(12).
           05 STM-STUD-NAME PIC X(25).
           05 STM-PROGRAM PIC X(6).
           05 STM-YEAR-LVL PIC 9.
           05 STM-ADDRESS PIC X(40).
           05 STM-STATUS-CD PIC X.
           05 STM-STATUS-DATE PIC 9(8).
           05 FILLER PIC X(7).

      *SHARED OPERATIONS RUN LOG - ONE RECORD APPENDED PER RUN.
       FD RUNLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS RUNLOG-REC.
       01 RUNLOG-REC.
           05 RL-PROGRAM PIC X(15).
           05 RL-DATE PIC 9(8).
           05 RL-TIME PIC 9(6).
           05 RL-READ PIC 9(6).
           05 RL-WRITTEN PIC 9(6).
           05 RL-REJECTED PIC 9(6).
           05 RL-END-STATUS PIC X.
      *JOB-STREAM DEPENDENCY TABLE - ONE CARD PER PREDECESSOR THAT
      *MUST HAVE ENDED NORMALLY TODAY BEFORE THE NAMED JOB MAY RUN.
       FD JOBDEPS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS JOBDEPS-REC.
       01 JOBDEPS-REC.
           05 JD-PROGRAM PIC X(15).
           05 JD-PREDECESSOR PIC X(15).
      *OPERATIONS OVERRIDE CARD - FORCES THE NAMED JOB ON THE DATE
      *KEYED ONLY, AND CARRIES WHO AUTHORISED IT AND WHY.
       FD JOBOVRD
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS JOBOVRD-REC.
       01 JOBOVRD-REC.
           05 JO-PROGRAM PIC X(15).
           05 JO-DATE PIC 9(8).
           05 JO-AUTH-BY PIC X(12).
           05 JO-REASON PIC X(30).
       WORKING-STORAGE SECTION.
      *AN APPLIED CHANGE WRITES TWO LINES - THE RECORD AS IT STOOD
      *('BEFORE') AND AS IT NOW STANDS - SO THE REGISTER ALONE
      *SHOWS WHAT WAS REPLACED.
       01 AUDIT-LINE.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-ACTION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-STUD PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-NAME PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-PROGRAM PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-YEAR-LVL PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OLD-STAT PIC X.
           05 FILLER PIC X VALUE '>'.
           05 AUD-NEW-STAT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-RESULT PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-MAKER PIC X(12).
       01 AUDIT-TOTALS-LINE.
           05 AUD-TOT-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE ' TOTALS: '.
           05 FILLER PIC X(6) VALUE 'ADDED '.
           05 AUD-TOT-ADD PIC ZZ9.
           05 FILLER PIC X(9) VALUE ' CHANGED '.
           05 AUD-TOT-CHG PIC ZZ9.
           05 FILLER PIC X(8) VALUE ' STATUS '.
           05 AUD-TOT-STAT PIC ZZ9.
           05 FILLER PIC X(10) VALUE ' REJECTED '.
           05 AUD-TOT-REJ PIC ZZ9.
           05 FILLER PIC X(26) VALUE SPACES.

       01 MT-STATUS PIC XX.
       01 STM-STATUS PIC XX.
       01 MAINT-OTHERS.
           05 MT-EOF PIC X(3) VALUE 'NO'.
           05 STM-FOUND-SW PIC X(3) VALUE 'NO '.
           05 ADD-CTR PIC 999 VALUE 0.
           05 CHG-CTR PIC 999 VALUE 0.
           05 STAT-CTR PIC 999 VALUE 0.
           05 REJ-CTR PIC 999 VALUE 0.
           05 NEW-STAT-CD PIC X VALUE SPACE.
              88 VALID-STUD-STATUS VALUE 'A' 'L' 'W' 'G'.

      *------------- OPERATORS -------------------------------
       01 OPERATOR-TABLE.
           05 OT-COUNT PIC 999 VALUE 0.
           05 OT-ENTRY OCCURS 200 TIMES.
              10 OT-ID PIC X(12).
              10 OT-LEVEL PIC 9.
              10 OT-STATUS PIC X.
              10 OT-LIMIT PIC 9(7)V99.
       01 OPERATOR-WORK.
           05 OP-FILE-STATUS PIC XX.
           05 OT-EOF PIC X(3) VALUE 'NO '.
           05 OT-IX PIC 999.
           05 OPR-KEY PIC X(12).
           05 OPR-FOUND-SW PIC X(3) VALUE 'NO '.
           05 OPR-LEVEL PIC 9 VALUE 0.
           05 OPR-LIMIT PIC 9(7)V99 VALUE 0.
       01 WS-TODAY.
           05 WS-TODAY-YMD PIC 9(8).
           05 FILLER PIC X(13).


      *------------- RUN LOG ---------------------------------
       01 RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'STUDENT-MAINT  '.
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
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM LOAD-OPERATORS-RTN.
           OPEN EXTEND AUDITFILE.
           PERFORM OPEN-STUDENT-MASTER-RTN.
           PERFORM PROCESS-MAINT-RTN.
           MOVE WS-TODAY-YMD TO AUD-TOT-DATE.
           MOVE ADD-CTR TO AUD-TOT-ADD.
           MOVE CHG-CTR TO AUD-TOT-CHG.
           MOVE STAT-CTR TO AUD-TOT-STAT.
           MOVE REJ-CTR TO AUD-TOT-REJ.
           WRITE AUDITREC FROM AUDIT-TOTALS-LINE.
           CLOSE STUDENT-MASTER.
           CLOSE AUDITFILE.
           DISPLAY 'STUDENTS ADDED: ' ADD-CTR
                   '  CHANGED: ' CHG-CTR
                   '  STATUS: ' STAT-CTR
                   '  REJECTED: ' REJ-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

      *THE FIRST RUN AT A NEW SITE FINDS NO MASTER AND CREATES IT
      *EMPTY; THE ADD CARDS THEN LOAD IT.
       OPEN-STUDENT-MASTER-RTN.
           OPEN I-O STUDENT-MASTER.
           IF STM-STATUS = '35'
               OPEN OUTPUT STUDENT-MASTER
               CLOSE STUDENT-MASTER
               OPEN I-O STUDENT-MASTER
           END-IF.
           IF STM-STATUS NOT EQUAL TO '00'
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - RUN STOPPED'
               CLOSE AUDITFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.

       PROCESS-MAINT-RTN.
           OPEN INPUT MAINTFILE.
           IF MT-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO MT-EOF
           END-IF.
           PERFORM UNTIL MT-EOF = 'YES'
               READ MAINTFILE
                   AT END MOVE 'YES' TO MT-EOF
                   NOT AT END PERFORM APPLY-ONE-MAINT-RTN
           END-PERFORM.
           IF MT-STATUS NOT EQUAL TO '35'
               CLOSE MAINTFILE
           END-IF.

       APPLY-ONE-MAINT-RTN.
           MOVE MA-STUD-NUM TO STM-STUD-NUM.
           READ STUDENT-MASTER
               INVALID KEY MOVE 'NO ' TO STM-FOUND-SW
               NOT INVALID KEY MOVE 'YES' TO STM-FOUND-SW
           END-READ.
           MOVE MA-STUD-NAME TO AUD-NAME.
           MOVE MA-PROGRAM TO AUD-PROGRAM.
           MOVE MA-YEAR-LVL TO AUD-YEAR-LVL.
           MOVE SPACE TO AUD-OLD-STAT.
           MOVE SPACE TO AUD-NEW-STAT.
           IF STM-FOUND-SW = 'YES'
               MOVE STM-STATUS-CD TO AUD-OLD-STAT
           END-IF.
           MOVE MA-MAKER TO OPR-KEY.
           PERFORM FIND-OPERATOR-RTN.
           EVALUATE TRUE
               WHEN OPR-FOUND-SW NOT EQUAL TO 'YES' OR OPR-LEVEL < 1
                   MOVE 'BAD MAKER ID' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-ACTION = 'A'
                   PERFORM ADD-STUDENT-RTN
               WHEN MA-ACTION = 'C'
                   PERFORM CHANGE-STUDENT-RTN
               WHEN MA-ACTION = 'S'
                   PERFORM CHANGE-STATUS-RTN
               WHEN OTHER
                   MOVE 'BAD ACTION  ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.

      *A NEW STUDENT COMES ON ACTIVE UNLESS THE CARD SAYS OTHERWISE.
       ADD-STUDENT-RTN.
           MOVE MA-STATUS-CD TO NEW-STAT-CD.
           IF NEW-STAT-CD = SPACE
               MOVE 'A' TO NEW-STAT-CD
           END-IF.
           MOVE NEW-STAT-CD TO AUD-NEW-STAT.
           EVALUATE TRUE
               WHEN STM-FOUND-SW = 'YES'
                   MOVE STM-STUD-NAME TO AUD-NAME
                   MOVE 'ALREADY ON  ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-STUD-NUM = SPACES
                   MOVE 'BLANK NUMBER' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-STUD-NAME = SPACES
                   MOVE 'BLANK NAME  ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-PROGRAM = SPACES
                   MOVE 'NO PROGRAM  ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-YEAR-LVL NOT NUMERIC OR MA-YEAR-LVL = 0
                   MOVE 'BAD YEAR LVL' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN NOT VALID-STUD-STATUS
                   MOVE 'BAD STATUS  ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN OTHER
                   MOVE SPACES TO STM-REC
                   MOVE MA-STUD-NUM TO STM-STUD-NUM
                   MOVE MA-STUD-NAME TO STM-STUD-NAME
                   MOVE MA-PROGRAM TO STM-PROGRAM
                   MOVE MA-YEAR-LVL TO STM-YEAR-LVL
                   MOVE MA-ADDRESS TO STM-ADDRESS
                   MOVE NEW-STAT-CD TO STM-STATUS-CD
                   MOVE WS-TODAY-YMD TO STM-STATUS-DATE
                   WRITE STM-REC
                   MOVE 'ADDED       ' TO AUD-RESULT
                   ADD 1 TO ADD-CTR
           END-EVALUATE.

      *A CHANGE NEVER TOUCHES THE STATUS - THAT TAKES AN 'S' CARD,
      *SO A ROUTINE ADDRESS CORRECTION CANNOT REACTIVATE A
      *WITHDRAWN STUDENT BY ACCIDENT.
       CHANGE-STUDENT-RTN.
           EVALUATE TRUE
               WHEN STM-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE 'NOT ON FILE ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-STUD-NAME = SPACES
                   MOVE 'BLANK NAME  ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-PROGRAM = SPACES
                   MOVE 'NO PROGRAM  ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN MA-YEAR-LVL NOT NUMERIC OR MA-YEAR-LVL = 0
                   MOVE 'BAD YEAR LVL' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN OTHER
                   PERFORM WRITE-BEFORE-IMAGE-RTN
                   MOVE MA-STUD-NAME TO STM-STUD-NAME
                   MOVE MA-PROGRAM TO STM-PROGRAM
                   MOVE MA-YEAR-LVL TO STM-YEAR-LVL
                   MOVE MA-ADDRESS TO STM-ADDRESS
                   REWRITE STM-REC
                   MOVE MA-STUD-NAME TO AUD-NAME
                   MOVE MA-PROGRAM TO AUD-PROGRAM
                   MOVE MA-YEAR-LVL TO AUD-YEAR-LVL
                   MOVE STM-STATUS-CD TO AUD-NEW-STAT
                   MOVE 'CHANGED     ' TO AUD-RESULT
                   ADD 1 TO CHG-CTR
           END-EVALUATE.

       CHANGE-STATUS-RTN.
           MOVE MA-STATUS-CD TO NEW-STAT-CD.
           MOVE NEW-STAT-CD TO AUD-NEW-STAT.
           IF STM-FOUND-SW = 'YES'
               MOVE STM-STUD-NAME TO AUD-NAME
               MOVE STM-PROGRAM TO AUD-PROGRAM
               MOVE STM-YEAR-LVL TO AUD-YEAR-LVL
           END-IF.
           EVALUATE TRUE
               WHEN STM-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE 'NOT ON FILE ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN NOT VALID-STUD-STATUS
                   MOVE 'BAD STATUS  ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN NEW-STAT-CD = STM-STATUS-CD
                   MOVE 'NO CHANGE   ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN OTHER
                   MOVE NEW-STAT-CD TO STM-STATUS-CD
                   MOVE WS-TODAY-YMD TO STM-STATUS-DATE
                   REWRITE STM-REC
                   MOVE 'STATUS SET  ' TO AUD-RESULT
                   ADD 1 TO STAT-CTR
           END-EVALUATE.

       WRITE-BEFORE-IMAGE-RTN.
           MOVE STM-STUD-NAME TO AUD-NAME.
           MOVE STM-PROGRAM TO AUD-PROGRAM.
           MOVE STM-YEAR-LVL TO AUD-YEAR-LVL.
           MOVE STM-STATUS-CD TO AUD-NEW-STAT.
           MOVE 'BEFORE      ' TO AUD-RESULT.
           PERFORM WRITE-AUDIT-RTN.

       WRITE-AUDIT-RTN.
           MOVE WS-TODAY-YMD TO AUD-DATE.
           MOVE MA-ACTION TO AUD-ACTION.
           MOVE MA-STUD-NUM TO AUD-STUD.
           MOVE MA-MAKER TO AUD-MAKER.
           WRITE AUDITREC FROM AUDIT-LINE.

      *THE OPERATOR FILE IS NOT OPTIONAL: WITHOUT IT NO CARD COULD
      *BE PROVED TO COME FROM A SIGNED-ON CLERK, SO THE RUN STOPS
      *BEFORE THE MASTER IS TOUCHED.
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
           MOVE 'STUDENT-MAINT  ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           COMPUTE RL-READ = ADD-CTR + CHG-CTR + STAT-CTR + REJ-CTR.
           COMPUTE RL-WRITTEN = ADD-CTR + CHG-CTR + STAT-CTR.
           MOVE REJ-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
