      *=================================================================
      *------------------------- COBOL PROGRAM -------------------------
      *---------------- MISSING-GRADE FOLLOW-UP REPORT -----------------
      *=================================================================
      *COMPANION TO THE GRADE SHEET RUN, RUN AFTER THE GRADING
      *DEADLINE. MATCHES ENROLL-MASTER.TXT AGAINST GRADE.TXT BY
      *STUDENT AND SUBJECT AND LISTS, GROUPED BY FACULTY:
      *  - EVERY ACCEPTED ('A') ENROLLMENT WITH NO GRADE ON FILE,
      *    UNDER THE FACULTY ASSIGNED TO THE SUBJECT ON FACULTY.TXT;
      *  - EVERY GRADE FOR A STUDENT NOT ENROLLED IN THAT SUBJECT -
      *    NEVER ENROLLED, DROPPED OR ONLY WAITLISTED - UNDER THE
      *    FACULTY WHO SUBMITTED IT.
      *AN 'INC' FINAL GRADE COUNTS AS A GRADE SUBMITTED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-MISSING.
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
           SELECT INPUT2 ASSIGN TO 'FACULTY.TXT'
               FILE STATUS IS FC-STATUS.
           SELECT INPUT4 ASSIGN TO 'GRADE.TXT'
               FILE STATUS IS GR-STATUS.
           SELECT ENROLL-MASTER-FILE ASSIGN TO 'ENROLL-MASTER.TXT'
               FILE STATUS IS EM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.
           SELECT OUTPUT1 ASSIGN TO 'MISSGRADE.TXT'.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT2
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS FACULTY-INFO.
       01 FACULTY-INFO.
           05 SUBJ-CODE2 PIC X(10).
           05 FACULTY-ID PIC X(12).
           05 FACULTY-NAME PIC X(25).
       FD INPUT4
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS GRADE-INFO.
       01 GRADE-INFO.
           05 SUBJ-CODE4 PIC X(10).
           05 FACULTY-ID3 PIC X(12).
           05 STUD-NUM2 PIC X(12).
           05 MID-GRADE PIC 9V99.
           05 FINAL-GRADE PIC 9V99.
       FD ENROLL-MASTER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS EM-REC.
       01 EM-REC.
           05 EM-STUD-NUM PIC X(12).
           05 EM-SUBJ-CODE PIC X(10).
           05 EM-STATUS-CD PIC X.
           05 EM-DATE PIC 9(8).
      *THE STUDENT MASTER KEPT BY THE STUDENT MAINTENANCE RUN - THE
      *ONE SOURCE OF NAME FOR BOTH LISTS.
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
       01 MISS-REC.
           05 FILLER PIC X(80).

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
       01 HDNG1.
           05 FILLER PIC X(32).
           05 FILLER PIC X(16) VALUE 'TRI-STAR ACADEMY'.
           05 FILLER PIC X(32).
       01 HDNG2.
           05 FILLER PIC X(25).
           05 FILLER PIC X(30) VALUE 'MISSING-GRADE FOLLOW-UP REPORT'.
           05 FILLER PIC X(25).
       01 MISS-SECT-HDNG.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'ENROLLED STUDENTS WITH NO GRADE ON FILE'.
           05 FILLER PIC X(38) VALUE SPACES.
       01 XTRA-SECT-HDNG.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'GRADES FOR STUDENTS NOT ENROLLED'.
           05 FILLER PIC X(38) VALUE SPACES.
       01 FAC-HDR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'FACULTY : '.
           05 FHL-FAC-ID PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FHL-FAC-NAME PIC X(25).
           05 FILLER PIC X(29) VALUE SPACES.
       01 MISS-COLHD.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'SUBJECT'.
           05 FILLER PIC X(16) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(27) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(21) VALUE SPACES.
       01 XTRA-COLHD.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'SUBJECT'.
           05 FILLER PIC X(16) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(27) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(21) VALUE 'ENROLLMENT'.
       01 DETAIL-LINE.
           05 FILLER PIC X(4).
           05 DTL-SUBJ PIC X(10).
           05 FILLER PIC X(2).
           05 DTL-STUD PIC X(12).
           05 FILLER PIC X(4).
           05 DTL-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 DTL-REASON PIC X(14).
           05 FILLER PIC X(7).
       01 FAC-TOT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'FACULTY TOTAL:      '.
           05 FTL-CNT PIC ZZZ9.
           05 FILLER PIC X(52) VALUE SPACES.
       01 NONE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'NONE'.
           05 FILLER PIC X(56) VALUE SPACES.
       01 TOT-ENR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
              'ACCEPTED ENROLLMENTS CHECKED:     '.
           05 TEL-CNT PIC ZZZ9.
           05 FILLER PIC X(40) VALUE SPACES.
       01 TOT-GRD-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
              'GRADE RECORDS CHECKED:            '.
           05 TGL-CNT PIC ZZZ9.
           05 FILLER PIC X(40) VALUE SPACES.
       01 TOT-MISS-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
              'ENROLLMENTS WITH NO GRADE:        '.
           05 TML-CNT PIC ZZZ9.
           05 FILLER PIC X(40) VALUE SPACES.
       01 TOT-XTRA-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
              'GRADES WITH NO ENROLLMENT:        '.
           05 TXL-CNT PIC ZZZ9.
           05 FILLER PIC X(40) VALUE SPACES.
       01 BLANK-HEADING.
           05 FILLER PIC X(80).

      *------------- FACULTY IN MEMORY -----------------------
       01 FAC-TABLE.
           05 FC-COUNT PIC 999 VALUE 0.
           05 FC-ENTRY OCCURS 200 TIMES.
              10 FC-SUBJ PIC X(10).
              10 FC-ID PIC X(12).
              10 FC-NAME PIC X(25).
       01 FC-IX PIC 999.
       01 FC-FOUND-SW PIC X(3) VALUE 'NO '.

      *------------- ENROLLMENTS AND GRADES IN MEMORY --------
       01 ENR-TABLE.
           05 ENR-COUNT PIC 9999 VALUE 0.
           05 ENR-ENTRY OCCURS 3000 TIMES.
              10 EN-STUD PIC X(12).
              10 EN-SUBJ PIC X(10).
              10 EN-STATUS PIC X.
       01 ENR-IX PIC 9999.
       01 GRD-TABLE.
           05 GRD-COUNT PIC 9999 VALUE 0.
           05 GRD-ENTRY OCCURS 2000 TIMES.
              10 GD-FAC PIC X(12).
              10 GD-SUBJ PIC X(10).
              10 GD-STUD PIC X(12).
       01 GRD-IX PIC 9999.

      *------------- EXCEPTIONS, SORTED BY FACULTY -----------
       01 EXC-TABLE.
           05 EXC-COUNT PIC 9999 VALUE 0.
           05 EXC-ENTRY OCCURS 3000 TIMES.
              10 EX-FAC PIC X(12).
              10 EX-SUBJ PIC X(10).
              10 EX-STUD PIC X(12).
              10 EX-REASON PIC X(14).
       01 EXC-IX PIC 9999.
       01 EXC-JX PIC 9999.
       01 EXC-SWAP.
           05 EXW-FAC PIC X(12).
           05 EXW-SUBJ PIC X(10).
           05 EXW-STUD PIC X(12).
           05 EXW-REASON PIC X(14).

       01 FC-STATUS PIC XX.
       01 GR-STATUS PIC XX.
       01 EM-STATUS PIC XX.
       01 STM-STATUS PIC XX.
       01 STM-AVAIL-SW PIC X VALUE 'N'.
       01 MISS-OTHERS.
           05 FC-EOF PIC X(3) VALUE 'NO'.
           05 GR-EOF PIC X(3) VALUE 'NO'.
           05 EM-EOF PIC X(3) VALUE 'NO'.
           05 MATCH-SW PIC X(3) VALUE 'NO '.
           05 ENR-STATE PIC X VALUE SPACE.
           05 LOOK-SUBJ PIC X(10) VALUE SPACES.
           05 LOOK-FAC PIC X(12) VALUE SPACES.
           05 CURR-FAC PIC X(12) VALUE SPACES.
           05 FAC-CTR PIC 9999 VALUE 0.
           05 ACC-CTR PIC 9999 VALUE 0.
           05 MISS-CTR PIC 9999 VALUE 0.
           05 XTRA-CTR PIC 9999 VALUE 0.
           05 TABLE-FULL-SW PIC X VALUE 'N'.
           05 SECTION-SW PIC X VALUE 'M'.


      *------------- RUN LOG ---------------------------------
       01 RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'GRADE-MISSING  '.
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
           PERFORM LOAD-FACULTY-RTN.
           PERFORM LOAD-ENROLLMENTS-RTN.
           PERFORM LOAD-GRADES-RTN.
      *A CLASS LIST OR GRADE FILE TOO BIG FOR ITS TABLE WOULD MAKE
      *EVERY LINE OF THIS REPORT SUSPECT - STOP RATHER THAN PRINT IT.
           IF TABLE-FULL-SW = 'Y'
               DISPLAY 'ENROLLMENT OR GRADE TABLE FULL - RUN STOPPED'
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM OPEN-STUDENT-MASTER-RTN.
           OPEN OUTPUT OUTPUT1.
           WRITE MISS-REC FROM HDNG1.
           WRITE MISS-REC FROM HDNG2.
           WRITE MISS-REC FROM BLANK-HEADING.
           WRITE MISS-REC FROM MISS-SECT-HDNG.
           PERFORM FIND-MISSING-GRADES-RTN.
           PERFORM PRINT-EXCEPTIONS-RTN.
           WRITE MISS-REC FROM BLANK-HEADING.
           WRITE MISS-REC FROM XTRA-SECT-HDNG.
           MOVE 'X' TO SECTION-SW.
           PERFORM FIND-UNENROLLED-GRADES-RTN.
           PERFORM PRINT-EXCEPTIONS-RTN.
           MOVE ACC-CTR TO TEL-CNT.
           MOVE GRD-COUNT TO TGL-CNT.
           MOVE MISS-CTR TO TML-CNT.
           MOVE XTRA-CTR TO TXL-CNT.
           WRITE MISS-REC FROM BLANK-HEADING.
           WRITE MISS-REC FROM TOT-ENR-LINE.
           WRITE MISS-REC FROM TOT-GRD-LINE.
           WRITE MISS-REC FROM TOT-MISS-LINE.
           WRITE MISS-REC FROM TOT-XTRA-LINE.
           CLOSE OUTPUT1.
           IF STM-AVAIL-SW = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY 'ENROLLMENTS WITH NO GRADE: ' MISS-CTR
                   '  GRADES WITH NO ENROLLMENT: ' XTRA-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       LOAD-FACULTY-RTN.
           OPEN INPUT INPUT2.
           IF FC-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO FC-EOF
           END-IF.
           PERFORM UNTIL FC-EOF = 'YES'
               READ INPUT2
                   AT END MOVE 'YES' TO FC-EOF
                   NOT AT END
                       IF FC-COUNT < 200
                           ADD 1 TO FC-COUNT
                           MOVE SUBJ-CODE2 TO FC-SUBJ(FC-COUNT)
                           MOVE FACULTY-ID TO FC-ID(FC-COUNT)
                           MOVE FACULTY-NAME TO FC-NAME(FC-COUNT)
                       END-IF
           END-PERFORM.
           IF FC-STATUS NOT EQUAL TO '35'
               CLOSE INPUT2
           END-IF.

      *EVERY STATUS IS KEPT: 'A' ROWS ARE CHECKED FOR A GRADE, AND
      *'D' AND 'W' ROWS EXPLAIN A GRADE FOR A STUDENT NOT ENROLLED.
       LOAD-ENROLLMENTS-RTN.
           OPEN INPUT ENROLL-MASTER-FILE.
           IF EM-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO EM-EOF
           END-IF.
           PERFORM UNTIL EM-EOF = 'YES'
               READ ENROLL-MASTER-FILE
                   AT END MOVE 'YES' TO EM-EOF
                   NOT AT END
                       IF ENR-COUNT < 3000
                           ADD 1 TO ENR-COUNT
                           MOVE EM-STUD-NUM TO EN-STUD(ENR-COUNT)
                           MOVE EM-SUBJ-CODE TO EN-SUBJ(ENR-COUNT)
                           MOVE EM-STATUS-CD TO EN-STATUS(ENR-COUNT)
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
           END-PERFORM.
           IF EM-STATUS NOT EQUAL TO '35'
               CLOSE ENROLL-MASTER-FILE
           END-IF.

       LOAD-GRADES-RTN.
           OPEN INPUT INPUT4.
           IF GR-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO GR-EOF
           END-IF.
           PERFORM UNTIL GR-EOF = 'YES'
               READ INPUT4
                   AT END MOVE 'YES' TO GR-EOF
                   NOT AT END
                       IF GRD-COUNT < 2000
                           ADD 1 TO GRD-COUNT
                           MOVE FACULTY-ID3 TO GD-FAC(GRD-COUNT)
                           MOVE SUBJ-CODE4 TO GD-SUBJ(GRD-COUNT)
                           MOVE STUD-NUM2 TO GD-STUD(GRD-COUNT)
                       ELSE
                           MOVE 'Y' TO TABLE-FULL-SW
                       END-IF
           END-PERFORM.
           IF GR-STATUS NOT EQUAL TO '35'
               CLOSE INPUT4
           END-IF.

      *WITHOUT THE STUDENT MASTER THE REPORT STILL PRINTS, BY
      *STUDENT NUMBER ONLY.
       OPEN-STUDENT-MASTER-RTN.
           OPEN INPUT STUDENT-MASTER.
           IF STM-STATUS = '00'
               MOVE 'Y' TO STM-AVAIL-SW
           ELSE
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - NAMES NOT PRINTED'
           END-IF.

      *=================================================================
      *================== ENROLLED BUT NOT GRADED ======================
      *=================================================================
       FIND-MISSING-GRADES-RTN.
           MOVE 0 TO EXC-COUNT.
           PERFORM VARYING ENR-IX FROM 1 BY 1 UNTIL ENR-IX > ENR-COUNT
               IF EN-STATUS(ENR-IX) = 'A'
                   ADD 1 TO ACC-CTR
                   MOVE 'NO ' TO MATCH-SW
                   PERFORM VARYING GRD-IX FROM 1 BY 1
                           UNTIL GRD-IX > GRD-COUNT OR MATCH-SW = 'YES'
                       IF GD-STUD(GRD-IX) = EN-STUD(ENR-IX) AND
                          GD-SUBJ(GRD-IX) = EN-SUBJ(ENR-IX)
                           MOVE 'YES' TO MATCH-SW
                       END-IF
                   END-PERFORM
                   IF MATCH-SW NOT EQUAL TO 'YES'
                       MOVE EN-SUBJ(ENR-IX) TO LOOK-SUBJ
                       PERFORM FIND-FACULTY-RTN
                       ADD 1 TO EXC-COUNT
                       MOVE LOOK-FAC TO EX-FAC(EXC-COUNT)
                       MOVE EN-SUBJ(ENR-IX) TO EX-SUBJ(EXC-COUNT)
                       MOVE EN-STUD(ENR-IX) TO EX-STUD(EXC-COUNT)
                       MOVE SPACES TO EX-REASON(EXC-COUNT)
                       ADD 1 TO MISS-CTR
                   END-IF
               END-IF
           END-PERFORM.

       FIND-FACULTY-RTN.
           MOVE 'NO ' TO FC-FOUND-SW.
           MOVE 'UNASSIGNED  ' TO LOOK-FAC.
           PERFORM VARYING FC-IX FROM 1 BY 1
                   UNTIL FC-IX > FC-COUNT OR FC-FOUND-SW = 'YES'
               IF FC-SUBJ(FC-IX) = LOOK-SUBJ
                   MOVE 'YES' TO FC-FOUND-SW
                   MOVE FC-ID(FC-IX) TO LOOK-FAC
               END-IF
           END-PERFORM.

      *=================================================================
      *================== GRADED BUT NOT ENROLLED ======================
      *=================================================================
      *AN ACCEPTED ROW ANYWHERE ON THE MASTER SETTLES IT; OTHERWISE
      *A DROP OUTRANKS A WAITLIST AS THE EXPLANATION GIVEN.
       FIND-UNENROLLED-GRADES-RTN.
           MOVE 0 TO EXC-COUNT.
           PERFORM VARYING GRD-IX FROM 1 BY 1 UNTIL GRD-IX > GRD-COUNT
               MOVE SPACE TO ENR-STATE
               PERFORM VARYING ENR-IX FROM 1 BY 1
                       UNTIL ENR-IX > ENR-COUNT OR ENR-STATE = 'A'
                   IF EN-STUD(ENR-IX) = GD-STUD(GRD-IX) AND
                      EN-SUBJ(ENR-IX) = GD-SUBJ(GRD-IX)
                       IF EN-STATUS(ENR-IX) = 'A' OR
                          EN-STATUS(ENR-IX) = 'D' OR
                          ENR-STATE = SPACE
                           MOVE EN-STATUS(ENR-IX) TO ENR-STATE
                       END-IF
                   END-IF
               END-PERFORM
               IF ENR-STATE NOT EQUAL TO 'A'
                   ADD 1 TO EXC-COUNT
                   MOVE GD-FAC(GRD-IX) TO EX-FAC(EXC-COUNT)
                   MOVE GD-SUBJ(GRD-IX) TO EX-SUBJ(EXC-COUNT)
                   MOVE GD-STUD(GRD-IX) TO EX-STUD(EXC-COUNT)
                   EVALUATE ENR-STATE
                       WHEN 'D'
                           MOVE 'DROPPED       ' TO EX-REASON(EXC-COUNT)
                       WHEN 'W'
                           MOVE 'WAITLISTED    ' TO EX-REASON(EXC-COUNT)
                       WHEN OTHER
                           MOVE 'NOT ENROLLED  ' TO EX-REASON(EXC-COUNT)
                   END-EVALUATE
                   ADD 1 TO XTRA-CTR
               END-IF
           END-PERFORM.

      *=================================================================
      *======================= PRINT BY FACULTY ========================
      *=================================================================
       PRINT-EXCEPTIONS-RTN.
           PERFORM VARYING EXC-IX FROM 1 BY 1 UNTIL EXC-IX >= EXC-COUNT
               PERFORM VARYING EXC-JX FROM 1 BY 1
                       UNTIL EXC-JX > (EXC-COUNT - EXC-IX)
                   IF EXC-ENTRY(EXC-JX) > EXC-ENTRY(EXC-JX + 1)
                       MOVE EXC-ENTRY(EXC-JX) TO EXC-SWAP
                       MOVE EXC-ENTRY(EXC-JX + 1) TO EXC-ENTRY(EXC-JX)
                       MOVE EXC-SWAP TO EXC-ENTRY(EXC-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF EXC-COUNT = 0
               WRITE MISS-REC FROM NONE-LINE
           END-IF.
           MOVE SPACES TO CURR-FAC.
           MOVE 0 TO FAC-CTR.
           PERFORM VARYING EXC-IX FROM 1 BY 1 UNTIL EXC-IX > EXC-COUNT
               IF EX-FAC(EXC-IX) NOT EQUAL TO CURR-FAC
                   PERFORM FACULTY-BREAK-RTN
                   MOVE EX-FAC(EXC-IX) TO CURR-FAC
                   PERFORM FACULTY-HEADER-RTN
               END-IF
               MOVE EX-SUBJ(EXC-IX) TO DTL-SUBJ
               MOVE EX-STUD(EXC-IX) TO DTL-STUD
               MOVE EX-REASON(EXC-IX) TO DTL-REASON
               PERFORM LOOKUP-STUDENT-NAME-RTN
               WRITE MISS-REC FROM DETAIL-LINE
               ADD 1 TO FAC-CTR
           END-PERFORM.
           PERFORM FACULTY-BREAK-RTN.

       FACULTY-HEADER-RTN.
           MOVE CURR-FAC TO FHL-FAC-ID.
           MOVE SPACES TO FHL-FAC-NAME.
           PERFORM VARYING FC-IX FROM 1 BY 1 UNTIL FC-IX > FC-COUNT
               IF FC-ID(FC-IX) = CURR-FAC
                   MOVE FC-NAME(FC-IX) TO FHL-FAC-NAME
               END-IF
           END-PERFORM.
           WRITE MISS-REC FROM FAC-HDR-LINE AFTER ADVANCING 2 LINES.
           IF SECTION-SW = 'M'
               WRITE MISS-REC FROM MISS-COLHD
           ELSE
               WRITE MISS-REC FROM XTRA-COLHD
           END-IF.

       FACULTY-BREAK-RTN.
           IF CURR-FAC NOT EQUAL TO SPACES
               MOVE FAC-CTR TO FTL-CNT
               WRITE MISS-REC FROM FAC-TOT-LINE
               MOVE 0 TO FAC-CTR
           END-IF.

       LOOKUP-STUDENT-NAME-RTN.
           MOVE SPACES TO DTL-NAME.
           IF STM-AVAIL-SW = 'Y'
               MOVE EX-STUD(EXC-IX) TO STM-STUD-NUM
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'NOT ON STUDENT MASTER' TO DTL-NAME
                   NOT INVALID KEY
                       MOVE STM-STUD-NAME TO DTL-NAME
               END-READ
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
           MOVE 'GRADE-MISSING  ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           COMPUTE RL-READ = ENR-COUNT + GRD-COUNT.
           MOVE MISS-CTR TO RL-WRITTEN.
           MOVE XTRA-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
