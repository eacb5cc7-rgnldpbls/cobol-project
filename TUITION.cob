      *MASTER AGAINST THE FEE TABLE (PER-SUBJECT UNITS, UNIT RATE,
      *REGISTRATION AND MISCELLANEOUS FEES), PRINTS AN ASSESSMENT FORM
      *PER STUDENT AND WRITES AN ASSESSMENT REGISTER WHOSE GRAND TOTAL
      *THE ACCOUNTING OFFICE CAN TIE OUT. EACH STUDENT'S NET DUE IS
      *SPLIT INTO THREE INSTALLMENTS - PRELIM, MIDTERM AND FINALS -
      *DUE ON THE DATES OF THE TERM CALENDAR, PRINTED ON THE FORM
      *AND WRITTEN TO THE INSTALLMENT SCHEDULE INSTALL.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION.
       AUTHOR. JASPE, FAYE
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT ENROLL-MASTER-FILE ASSIGN TO 'ENROLL-MASTER.TXT'
               FILE STATUS IS EM-STATUS.
           SELECT FEETABLE ASSIGN TO 'FEETABLE.TXT'
               FILE STATUS IS FT-STATUS.
           SELECT TERMCAL ASSIGN TO 'TERMCAL.TXT'
               FILE STATUS IS TCAL-STATUS.
           SELECT INSTALL-FILE ASSIGN TO 'INSTALL.TXT'
               FILE STATUS IS IN-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.
           SELECT SCHOLFILE ASSIGN TO 'SCHOLAR.TXT'
               FILE STATUS IS SCH-STATUS.
           SELECT OUTPUT4 ASSIGN TO 'DISCREG.TXT'.
           SELECT OUTPUT1 ASSIGN TO 'ASSESS.TXT'.
           SELECT OUTPUT2 ASSIGN TO 'ASSESS-REG.TXT'.
           SELECT OUTPUT3 ASSIGN TO 'ASSESS-EXT.TXT'.
           SELECT OUTPUT5 ASSIGN TO 'ASSESS-GL.TXT'.

       DATA DIVISION.
       FILE SECTION.
           05 EM-DATE PIC 9(8).
      *FEE TABLE: ONE 'H' HEADER CARD WITH REGISTRATION FEE, MISC FEE
      *AND THE PER-UNIT RATE, THEN ONE 'S' CARD PER SUBJECT WITH ITS
      *UNIT COUNT. THE 'L' CARD (LATE-PAYMENT SURCHARGE RATE) BELONGS
      *TO THE SURCHARGE RUN AND IS PASSED OVER HERE.
       FD FEETABLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           05 FT-SUBJ-CODE PIC X(10).
           05 FT-SUBJ-UNITS PIC 9.
           05 FILLER PIC X(9).
      *TERM CALENDAR CARD, SHARED WITH THE REFUND RUN: THE REFUND
      *WINDOWS, THEN THE DUE DATES OF THE PRELIM, MIDTERM AND FINALS
      *INSTALLMENTS.
       FD TERMCAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TERMCAL-REC.
       01 TERMCAL-REC.
           05 TC-FULL-END PIC 9(8).
           05 TC-HALF-END PIC 9(8).
           05 TC-PRELIM-DUE PIC 9(8).
           05 TC-MIDTERM-DUE PIC 9(8).
           05 TC-FINALS-DUE PIC 9(8).
      *INSTALLMENT SCHEDULE, ONE ROW PER STUDENT AND INSTALLMENT IN
      *STUDENT AND INSTALLMENT ORDER. THIS RUN SETS THE AMOUNTS AND
      *DUE DATES; THE SURCHARGE RUN LEVIES IN-SURCHARGE (DATED) ON
      *AN OVERDUE INSTALLMENT AND THE CASHIER POSTING RUN SPREADS
      *WHAT HAS BEEN PAID OVER IN-PAID, OLDEST INSTALLMENT FIRST.
       FD INSTALL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS INST-REC.
       01 INST-REC.
           05 IN-STUD-NUM PIC X(12).
           05 IN-SEQ PIC 9.
           05 IN-DUE-DATE PIC 9(8).
           05 IN-AMOUNT PIC 9(6)V99.
           05 IN-SURCHARGE PIC 9(5)V99.
           05 IN-SURCH-DATE PIC 9(8).
           05 IN-PAID PIC 9(6)V99.
      *SCHOLARSHIP/DISCOUNT FILE BY STUDENT NUMBER: TYPE 'P' TAKES
      *THE PERCENTAGE OFF THE GROSS ASSESSMENT, TYPE 'F' TAKES THE
      *FIXED AMOUNT (NEVER MORE THAN THE GROSS). THE GRANT CODE
           05 SCH-DISC-TYPE PIC X.
           05 SCH-DISC-PCT PIC 9(3).
           05 SCH-DISC-AMT PIC 9(5)V99.
      *THE STUDENT MASTER KEPT BY THE STUDENT MAINTENANCE RUN - THE
      *ONE SOURCE OF NAME, PROGRAM AND YEAR LEVEL FOR THE FORM.
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
       FD OUTPUT1.
       01 ASSESS-REC.
           05 FILLER PIC X(80).
       FD OUTPUT4.
       01 DISC-REC.
           05 FILLER PIC X(80).
      *GENERAL LEDGER EXTRACT FOR THE GL INTERFACE RUN: THE GROSS
      *ASSESSMENT ('ASMT') AND ANY DISCOUNT GRANTED ('DISC') PER
      *STUDENT, DATED THE DAY OF THIS RUN.
       FD OUTPUT5
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS GLX-REC.
       01 GLX-REC.
           05 GLX-DATE PIC 9(8).
           05 GLX-ACTIVITY PIC X(4).
           05 GLX-REF PIC X(12).
           05 GLX-AMOUNT PIC 9(7)V99.

      *SHARED OPERATIONS RUN LOG - ONE RECORD APPENDED PER RUN.
       FD RUNLOG
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
       01 HDNG1.
           05 FILLER PIC X(32).
           05 ASM-STUD-NUM PIC X(12).
           05 FILLER PIC X(4) VALUE SPACES.
           05 ASM-STUD-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ASM-PROGRAM PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 ASM-YEAR-LVL PIC X.
           05 FILLER PIC X(12) VALUE SPACES.
       01 ASSESS-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'SUBJECT'.
           05 FILLER PIC X(24) VALUE 'GROSS ASSESSMENT:       '.
           05 ASM-GROSS PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(44) VALUE SPACES.
       01 ASSESS-SCHED-HDR.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE 'INSTALLMENT SCHEDULE:'.
           05 FILLER PIC X(56) VALUE SPACES.
       01 ASSESS-INST-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ASM-INST-NAME PIC X(8).
           05 FILLER PIC X(5) VALUE ' DUE '.
           05 ASM-INST-DUE PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 ASM-INST-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(40) VALUE SPACES.
       01 ASSESS-DISC-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'LESS DISCOUNT ('.
       01 FT-STATUS PIC XX.
       01 FT-LOAD-EOF PIC X(3) VALUE 'NO'.

      *------------- INSTALLMENT SCHEDULE --------------------
       01 INST-NAME-VALUES.
           05 FILLER PIC X(8) VALUE 'PRELIM  '.
           05 FILLER PIC X(8) VALUE 'MIDTERM '.
           05 FILLER PIC X(8) VALUE 'FINALS  '.
       01 INST-NAME-TABLE REDEFINES INST-NAME-VALUES.
           05 INST-NAME PIC X(8) OCCURS 3 TIMES.
       01 INST-DUE-TABLE.
           05 INST-DUE PIC 9(8) OCCURS 3 TIMES.
       01 INST-WORK.
           05 INST-SEQ PIC 9 VALUE 0.
           05 INST-PART PIC 9(6)V99 VALUE 0.
           05 INST-AMT PIC 9(6)V99 VALUE 0.
           05 SCHED-SW PIC X VALUE 'N'.
           05 INST-CTR PIC 9999 VALUE 0.
       01 TCAL-STATUS PIC XX.
       01 IN-STATUS PIC XX.
       01 IN-LOAD-EOF PIC X(3) VALUE 'NO'.
      *SURCHARGES ALREADY LEVIED ON THE SCHEDULE BEING REPLACED - A
      *RE-ASSESSMENT RESETS THE AMOUNTS BUT NOT THE PENALTIES.
       01 OLD-INST-TABLE.
           05 OI-COUNT PIC 9999 VALUE 0.
           05 OI-ENTRY OCCURS 1500 TIMES.
              10 OI-STUD PIC X(12).
              10 OI-SEQ PIC 9.
              10 OI-SURCH PIC 9(5)V99.
              10 OI-SURCH-DATE PIC 9(8).
       01 OI-IX PIC 9999.

      *------------- SCHOLARSHIPS / DISCOUNTS ----------------
       01 SCHOLAR-TABLE.
           05 SCT-COUNT PIC 999 VALUE 0.
           05 GTL-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(39) VALUE SPACES.

      *------------- STUDENT MASTER --------------------------
       01 STM-STATUS PIC XX.
       01 STM-AVAIL-SW PIC X VALUE 'N'.

      *------------- ACCEPTED ENROLLMENTS --------------------
       01 ENR-TABLE.
           05 STUD-CTR PIC 9999 VALUE 0.
           05 PAGE-OPEN-SW PIC X VALUE 'N'.
           05 FIRST-PAGE-SW PIC X VALUE 'Y'.
       01 RUN-STAMP.
           05 RUN-YMD PIC 9(8).
           05 FILLER PIC X(13).


      *------------- RUN LOG ---------------------------------
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'TUITION        '.
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
           PERFORM LOAD-FEE-TABLE-RTN.
           PERFORM LOAD-SCHOLAR-RTN.
           PERFORM READ-TERM-CALENDAR-RTN.
           IF SCHED-SW = 'Y'
               PERFORM LOAD-OLD-SCHEDULE-RTN
               OPEN OUTPUT INSTALL-FILE
           END-IF.
           PERFORM OPEN-STUDENT-MASTER-RTN.
           PERFORM LOAD-ENROLLMENTS-RTN.
           PERFORM SORT-ENROLLMENTS-RTN.
           OPEN OUTPUT OUTPUT1
                OUTPUT OUTPUT2
                OUTPUT OUTPUT3
                OUTPUT OUTPUT4
                OUTPUT OUTPUT5.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
           WRITE DISC-REC FROM DISC-HDNG.
           WRITE DISC-REC FROM BLANK-HEADING.
           WRITE DISC-REC FROM DISC-COLHD.
           WRITE REG-REC FROM REG-GRAND-LINE.
           WRITE REG-REC FROM REG-CNT-LINE.
           PERFORM WRITE-GRANT-SUMMARY-RTN.
           CLOSE OUTPUT1, OUTPUT2, OUTPUT3, OUTPUT4, OUTPUT5.
           IF SCHED-SW = 'Y'
               CLOSE INSTALL-FILE
           END-IF.
           IF STM-AVAIL-SW = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY 'STUDENTS ASSESSED: ' STUD-CTR.
           DISPLAY 'INSTALLMENTS SCHEDULED: ' INST-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

               CLOSE FEETABLE
           END-IF.

      *WITHOUT ALL THREE DUE DATES NO SCHEDULE CAN BE DATED. THE
      *ASSESSMENT STILL RUNS, BUT THE PREVIOUS INSTALL.TXT IS LEFT
      *AS IT WAS AND THE OPERATOR IS TOLD WHY.
       READ-TERM-CALENDAR-RTN.
           MOVE 0 TO INST-DUE(1), INST-DUE(2), INST-DUE(3).
           OPEN INPUT TERMCAL.
           IF TCAL-STATUS = '00'
               READ TERMCAL
                   AT END CONTINUE
                   NOT AT END
                       MOVE TC-PRELIM-DUE TO INST-DUE(1)
                       MOVE TC-MIDTERM-DUE TO INST-DUE(2)
                       MOVE TC-FINALS-DUE TO INST-DUE(3)
               END-READ
               CLOSE TERMCAL
           END-IF.
           IF INST-DUE(1) NOT NUMERIC OR INST-DUE(1) = 0 OR
              INST-DUE(2) NOT NUMERIC OR INST-DUE(2) = 0 OR
              INST-DUE(3) NOT NUMERIC OR INST-DUE(3) = 0
               DISPLAY 'TERMCAL.TXT HAS NO INSTALLMENT DUE DATES - '
                       'INSTALL.TXT NOT REWRITTEN'
           ELSE
               MOVE 'Y' TO SCHED-SW
           END-IF.

       LOAD-OLD-SCHEDULE-RTN.
           OPEN INPUT INSTALL-FILE.
           IF IN-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO IN-LOAD-EOF
           END-IF.
           PERFORM UNTIL IN-LOAD-EOF = 'YES'
               READ INSTALL-FILE
                   AT END MOVE 'YES' TO IN-LOAD-EOF
                   NOT AT END
                       IF IN-SURCHARGE > 0 AND OI-COUNT < 1500
                           ADD 1 TO OI-COUNT
                           MOVE IN-STUD-NUM TO OI-STUD(OI-COUNT)
                           MOVE IN-SEQ TO OI-SEQ(OI-COUNT)
                           MOVE IN-SURCHARGE TO OI-SURCH(OI-COUNT)
                           MOVE IN-SURCH-DATE TO
                                OI-SURCH-DATE(OI-COUNT)
                       END-IF
           END-PERFORM.
           IF IN-STATUS NOT EQUAL TO '35'
               CLOSE INSTALL-FILE
           END-IF.

      *A MISSING SCHOLARSHIP FILE IS NOT FATAL - EVERYONE IS THEN
      *ASSESSED FULL PRICE, EXACTLY AS BEFORE.
       LOAD-SCHOLAR-RTN.
               CLOSE SCHOLFILE
           END-IF.

      *WITHOUT THE STUDENT MASTER THE FORMS STILL PRINT - THE
      *PRICING COMES FROM THE ENROLLMENT MASTER - BUT WITH NO NAME
      *OR PROGRAM, AND THE OPERATOR IS TOLD WHY.
       OPEN-STUDENT-MASTER-RTN.
           MOVE 'N' TO STM-AVAIL-SW.
           OPEN INPUT STUDENT-MASTER.
           IF STM-STATUS = '00'
               MOVE 'Y' TO STM-AVAIL-SW
           ELSE
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - NAMES NOT PRINTED'
           END-IF.

      *ONLY ACCEPTED ENROLLMENTS ARE PRICED; WAITLISTED AND DROPPED

       LOOKUP-STUDENT-NAME-RTN.
           MOVE SPACES TO ASM-STUD-NAME.
           MOVE SPACES TO ASM-PROGRAM.
           MOVE SPACE TO ASM-YEAR-LVL.
           IF STM-AVAIL-SW = 'Y'
               MOVE CURR-STUD TO STM-STUD-NUM
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'NOT ON STUDENT MASTER' TO ASM-STUD-NAME
                   NOT INVALID KEY
                       MOVE STM-STUD-NAME TO ASM-STUD-NAME
                       MOVE STM-PROGRAM TO ASM-PROGRAM
                       MOVE STM-YEAR-LVL TO ASM-YEAR-LVL
               END-READ
           END-IF.

       PRICE-ONE-SUBJECT-RTN.
           MOVE 0 TO SUBJ-UNITS.
               MOVE CURR-STUD TO EXT-STUD-NUM
               MOVE STUD-TOTAL-DUE TO EXT-TOTAL-DUE
               WRITE EXT-REC
               IF SCHED-SW = 'Y'
                   PERFORM WRITE-INSTALLMENTS-RTN
               END-IF
               PERFORM WRITE-GL-EXTRACT-RTN
               ADD STUD-TOTAL-DUE TO GRAND-ASSESSED
               MOVE 'N' TO PAGE-OPEN-SW
           END-IF.

      *THE NET DUE IN THIRDS, THE CENTAVOS LEFT OVER FROM THE
      *DIVISION FALLING ON THE FINALS INSTALLMENT. A FULL SCHOLAR
      *STILL GETS THREE ZERO INSTALLMENTS SO THE CLEARANCE RUN
      *ISSUES THE EXAM PERMITS.
       WRITE-INSTALLMENTS-RTN.
           WRITE ASSESS-REC FROM BLANK-HEADING.
           WRITE ASSESS-REC FROM ASSESS-SCHED-HDR.
           COMPUTE INST-PART = STUD-TOTAL-DUE / 3.
           PERFORM VARYING INST-SEQ FROM 1 BY 1 UNTIL INST-SEQ > 3
               IF INST-SEQ = 3
                   COMPUTE INST-AMT = STUD-TOTAL-DUE - INST-PART * 2
               ELSE
                   MOVE INST-PART TO INST-AMT
               END-IF
               MOVE INST-NAME(INST-SEQ) TO ASM-INST-NAME
               MOVE INST-DUE(INST-SEQ) TO ASM-INST-DUE
               MOVE INST-AMT TO ASM-INST-AMT
               WRITE ASSESS-REC FROM ASSESS-INST-LINE
               MOVE CURR-STUD TO IN-STUD-NUM
               MOVE INST-SEQ TO IN-SEQ
               MOVE INST-DUE(INST-SEQ) TO IN-DUE-DATE
               MOVE INST-AMT TO IN-AMOUNT
               MOVE 0 TO IN-SURCHARGE
               MOVE 0 TO IN-SURCH-DATE
               MOVE 0 TO IN-PAID
               PERFORM VARYING OI-IX FROM 1 BY 1
                       UNTIL OI-IX > OI-COUNT
                   IF OI-STUD(OI-IX) = CURR-STUD AND
                      OI-SEQ(OI-IX) = INST-SEQ
                       MOVE OI-SURCH(OI-IX) TO IN-SURCHARGE
                       MOVE OI-SURCH-DATE(OI-IX) TO IN-SURCH-DATE
                   END-IF
               END-PERFORM
               WRITE INST-REC
               ADD 1 TO INST-CTR
           END-PERFORM.

       WRITE-GL-EXTRACT-RTN.
           MOVE RUN-YMD TO GLX-DATE.
           MOVE CURR-STUD TO GLX-REF.
           MOVE 'ASMT' TO GLX-ACTIVITY.
           MOVE GROSS-DUE TO GLX-AMOUNT.
           WRITE GLX-REC.
           IF SCT-FOUND-SW = 'YES' AND DISC-AMT > 0
               MOVE 'DISC' TO GLX-ACTIVITY
               MOVE DISC-AMT TO GLX-AMOUNT
               WRITE GLX-REC
           END-IF.

       APPLY-DISCOUNT-RTN.
           MOVE 'NO ' TO SCT-FOUND-SW.
           MOVE 0 TO DISC-AMT.
           MOVE TOT-DISC TO GTL-AMT.
           WRITE DISC-REC FROM GRANT-TOT-LINE.

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
