      *DESCRIPTION FROM SUBJECT.TXT AND THE FACULTY NAME FROM
      *FACULTY.TXT, PULLS THE CUMULATIVE GWA FROM GWA-MASTER.DAT,
      *AND PRINTS ONE REGISTRAR-READY PAGE PER STUDENT IN STUDENT-
      *NUMBER ORDER. AN INC (INCOMPLETE) SUBJECT PRINTS AS INC AND
      *STAYS OUT OF THE GWA UNTIL IT IS COMPLETED OR LAPSES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT.
       AUTHOR. JASPE, FAYE
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT INPUT1 ASSIGN TO 'SUBJECT.TXT'.
           SELECT INPUT2 ASSIGN TO 'FACULTY.TXT'.
           SELECT INPUT4 ASSIGN TO 'GRADE.TXT'.
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-STUD-NUM
               FILE STATUS IS GM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 STUD-NUM2 PIC X(12).
           05 MID-GRADE PIC 9V99.
           05 FINAL-GRADE PIC 9V99.
      *ALTERNATE VIEW FOR AN 'INC' FINAL GRADE.
       01 GRADE-INFO-ALT.
           05 FILLER PIC X(37).
           05 FINAL-GRADE-TXT PIC X(3).
       FD OUTPUT1.
       01 TOR-REC.
           05 FILLER PIC X(120).
           05 GM-STUD-NAME PIC X(25).
           05 GM-SUM PIC 9(3)V99.
           05 GM-SUBJ-CNT PIC 99.
      *THE STUDENT MASTER KEPT BY THE STUDENT MAINTENANCE RUN - THE
      *ONE SOURCE OF NAME, PROGRAM AND YEAR LEVEL FOR THE PAGE.
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
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'STUDENT NAME : '.
           05 TOR-STUD-NAME PIC X(25).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'PROGRAM : '.
           05 TOR-PROGRAM PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 TOR-YEAR-LVL PIC X.
           05 FILLER PIC X(21) VALUE SPACES.
       01 TOR-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'SUBJECT'.
           05 TOR-MID PIC 9.99.
           05 FILLER PIC X(4).
           05 TOR-FIN PIC 9.99.
           05 TOR-FIN-X REDEFINES TOR-FIN PIC X(4).
           05 FILLER PIC X(4).
           05 TOR-AVG PIC 9.99.
           05 TOR-AVG-X REDEFINES TOR-AVG PIC X(4).
           05 FILLER PIC X(4).
           05 TOR-LTR PIC X(12).
           05 FILLER PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'SUBJECTS TAKEN : '.
           05 TOR-SUBJ-CNT PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE 'INCOMPLETE : '.
           05 TOR-INC-CNT PIC Z9.
           05 FILLER PIC X(80) VALUE SPACES.
       01 BLANK-HEADING.
           05 FILLER PIC X(80).

              10 GH-FAC-ID PIC X(12).
              10 GH-MID PIC 9V99.
              10 GH-FIN PIC 9V99.
              10 GH-FIN-X REDEFINES GH-FIN PIC X(3).
       01 GH-IX PIC 9999.
       01 GH-JX PIC 9999.
       01 GH-LOAD-EOF PIC X(3) VALUE 'NO'.

       01 GM-STATUS PIC XX.
       01 GWA-AVAIL-SW PIC X VALUE 'N'.
       01 STM-STATUS PIC XX.
       01 STM-AVAIL-SW PIC X VALUE 'N'.
       01 LETTER-GRADE-VARS.
           05 LTR-AVG-IN PIC 9V99.
           05 LTR-GRADE-OUT PIC X(12).
           05 AVE-GRADE PIC 9V99 VALUE 0.
           05 AVG-SUM PIC 9(3)V99 VALUE 0.
           05 SUBJ-CTR PIC 99 VALUE 0.
           05 INC-CTR PIC 99 VALUE 0.
           05 PAGE-OPEN-SW PIC X VALUE 'N'.
           05 FIRST-PAGE-SW PIC X VALUE 'Y'.
           05 STUD-CTR PIC 999 VALUE 0.
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'TRANSCRIPT     '.
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
           PERFORM LOAD-SUBJECT-MASTER-RTN.
           PERFORM LOAD-FACULTY-MASTER-RTN.
           PERFORM LOAD-GRADE-HISTORY-RTN.
           PERFORM SORT-GRADES-BY-STUDENT-RTN.
           OPEN OUTPUT OUTPUT1.
           PERFORM OPEN-GWA-MASTER-RTN.
           PERFORM OPEN-STUDENT-MASTER-RTN.
           PERFORM VARYING GH-IX FROM 1 BY 1 UNTIL GH-IX > GH-COUNT
               IF GH-STUD-NUM(GH-IX) NOT EQUAL TO CURR-STUD
                   PERFORM CLOSE-STUDENT-PAGE-RTN
           END-PERFORM.
           PERFORM CLOSE-STUDENT-PAGE-RTN.
           CLOSE OUTPUT1, GWA-MASTER.
           IF STM-AVAIL-SW = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY 'TRANSCRIPTS PRINTED: ' STUD-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.
                       MOVE SUBJ-CODE4 TO GH-SUBJ-CODE(GH-COUNT)
                       MOVE FACULTY-ID3 TO GH-FAC-ID(GH-COUNT)
                       MOVE MID-GRADE TO GH-MID(GH-COUNT)
                       MOVE FINAL-GRADE-TXT TO GH-FIN-X(GH-COUNT)
           END-PERFORM.
           CLOSE INPUT4.

               MOVE 'Y' TO GWA-AVAIL-SW
           END-IF.

      *WITHOUT THE STUDENT MASTER THE PAGE FALLS BACK ON THE NAME
      *CARRIED ON THE GWA MASTER AND PRINTS NO PROGRAM.
       OPEN-STUDENT-MASTER-RTN.
           OPEN INPUT STUDENT-MASTER.
           IF STM-STATUS = '00'
               MOVE 'Y' TO STM-AVAIL-SW
           ELSE
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - GWA MASTER NAMES USED'
           END-IF.

       OPEN-STUDENT-PAGE-RTN.
           IF FIRST-PAGE-SW = 'Y'
               WRITE TOR-REC FROM HDNG1
           WRITE TOR-REC FROM HDNG2.
           WRITE TOR-REC FROM HDNG3 AFTER ADVANCING 2 LINES.
           PERFORM READ-GWA-MASTER-RTN.
           PERFORM READ-STUDENT-MASTER-RTN.
           MOVE CURR-STUD TO TOR-STUD-NUM.
           WRITE TOR-REC FROM STUD-HDR AFTER ADVANCING 2 LINES.
           WRITE TOR-REC FROM BLANK-HEADING.
           WRITE TOR-REC FROM TOR-COLHD.
           MOVE 0 TO AVG-SUM.
           MOVE 0 TO SUBJ-CTR.
           MOVE 0 TO INC-CTR.
           MOVE 'Y' TO PAGE-OPEN-SW.
           ADD 1 TO STUD-CTR.

               MOVE 0 TO GM-SUBJ-CNT
           END-IF.

       READ-STUDENT-MASTER-RTN.
           MOVE SPACES TO TOR-PROGRAM.
           MOVE SPACE TO TOR-YEAR-LVL.
           IF STM-AVAIL-SW = 'Y'
               MOVE CURR-STUD TO STM-STUD-NUM
               READ STUDENT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE STM-STUD-NAME TO TOR-STUD-NAME
                       MOVE STM-PROGRAM TO TOR-PROGRAM
                       MOVE STM-YEAR-LVL TO TOR-YEAR-LVL
               END-READ
           END-IF.

       WRITE-TRANSCRIPT-LINE-RTN.
           MOVE GH-SUBJ-CODE(GH-IX) TO TOR-SUBJ.
           PERFORM LOOKUP-SUBJECT-RTN.
           PERFORM LOOKUP-FACULTY-RTN.
           MOVE GH-MID(GH-IX) TO TOR-MID.
           IF GH-FIN-X(GH-IX) = 'INC'
               MOVE 'INC ' TO TOR-FIN-X
               MOVE 'INC ' TO TOR-AVG-X
               MOVE 'INCOMPLETE' TO TOR-LTR
               ADD 1 TO INC-CTR
           ELSE
               MOVE GH-FIN(GH-IX) TO TOR-FIN
               COMPUTE AVE-GRADE = (GH-MID(GH-IX) + GH-FIN(GH-IX)) / 2
               MOVE AVE-GRADE TO TOR-AVG
               MOVE AVE-GRADE TO LTR-AVG-IN
               PERFORM GET-LETTER-GRADE-RTN
               MOVE LTR-GRADE-OUT TO TOR-LTR
               ADD AVE-GRADE TO AVG-SUM
               ADD 1 TO SUBJ-CTR
           END-IF.
           WRITE TOR-REC FROM TOR-LINE.

       LOOKUP-SUBJECT-RTN.
           IF PAGE-OPEN-SW = 'Y'
               WRITE TOR-REC FROM BLANK-HEADING
               MOVE SUBJ-CTR TO TOR-SUBJ-CNT
               MOVE INC-CTR TO TOR-INC-CNT
               WRITE TOR-REC FROM TOR-SUBJ-CNT-LINE
               IF GM-SUBJ-CNT > 0
                   COMPUTE LTR-AVG-IN ROUNDED = GM-SUM / GM-SUBJ-CNT
                       MOVE LTR-AVG-IN TO TOR-GWA
                       MOVE 'COMPUTED FROM GRADES LISTED' TO
                            TOR-GWA-NOTE
                   ELSE
                       MOVE 0 TO TOR-GWA
                       MOVE 'NO GRADED SUBJECT YET' TO TOR-GWA-NOTE
                   END-IF
               END-IF
               WRITE TOR-REC FROM TOR-GWA-LINE
                   MOVE 'FAILED' TO LTR-GRADE-OUT
           END-EVALUATE.

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
