      *=================================================================
      *------------------------- COBOL PROGRAM -------------------------
      *------------------ FACULTY GRADE SHEET RUN ----------------------
      *=================================================================
      *PRINTS ONE BLANK GRADE SHEET PER FACULTY AND SUBJECT, READY
      *FOR ENCODING INTO GRADE.TXT. THE CLASS LIST IS EVERY ACCEPTED
      *('A') ENROLLMENT ON ENROLL-MASTER.TXT FOR THE SUBJECT; THE
      *FACULTY IS THE ONE ASSIGNED TO THE SUBJECT ON FACULTY.TXT. A
      *SUBJECT WITH NO FACULTY ASSIGNED STILL GETS ITS SHEET, FILED
      *UNDER 'UNASSIGNED' FOR THE REGISTRAR TO ROUTE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-SHEET.
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
           SELECT INPUT1 ASSIGN TO 'SUBJECT.TXT'
               FILE STATUS IS SB-STATUS.
           SELECT INPUT2 ASSIGN TO 'FACULTY.TXT'
               FILE STATUS IS FC-STATUS.
           SELECT ENROLL-MASTER-FILE ASSIGN TO 'ENROLL-MASTER.TXT'
               FILE STATUS IS EM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STM-STUD-NUM
               FILE STATUS IS STM-STATUS.
           SELECT OUTPUT1 ASSIGN TO 'GRADESHEET.TXT'.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT1
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS SUBJ-INFO.
       01 SUBJ-INFO.
           05 SUBJ-CODE PIC X(10).
           05 SUBJ-DESC PIC X(30).
           05 SUBJ-MAXCAP PIC 9(3).
           05 SUBJ-PREREQ PIC X(10).
       FD INPUT2
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS FACULTY-INFO.
       01 FACULTY-INFO.
           05 SUBJ-CODE2 PIC X(10).
           05 FACULTY-ID PIC X(12).
           05 FACULTY-NAME PIC X(25).
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
      *ONE SOURCE OF NAME FOR THE CLASS LIST.
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
       01 SHEET-REC.
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
           05 FILLER PIC X(34).
           05 FILLER PIC X(12) VALUE 'GRADE SHEET'.
           05 FILLER PIC X(34).
       01 SHEET-FAC-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'FACULTY : '.
           05 SFL-FAC-ID PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SFL-FAC-NAME PIC X(25).
           05 FILLER PIC X(29) VALUE SPACES.
       01 SHEET-SUBJ-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'SUBJECT : '.
           05 SSL-SUBJ PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 SSL-DESC PIC X(30).
           05 FILLER PIC X(24) VALUE SPACES.
       01 SHEET-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'NO.'.
           05 FILLER PIC X(16) VALUE 'STUDENT NUMBER'.
           05 FILLER PIC X(27) VALUE 'STUDENT NAME'.
           05 FILLER PIC X(10) VALUE 'MIDTERM'.
           05 FILLER PIC X(10) VALUE 'FINAL'.
           05 FILLER PIC X(10) VALUE SPACES.
       01 SHEET-LINE.
           05 FILLER PIC X(2).
           05 SHL-NO PIC ZZ9.
           05 FILLER PIC X(2).
           05 SHL-STUD PIC X(12).
           05 FILLER PIC X(4).
           05 SHL-NAME PIC X(25).
           05 FILLER PIC X(2).
           05 FILLER PIC X(8) VALUE '______  '.
           05 FILLER PIC X(2).
           05 FILLER PIC X(8) VALUE '______  '.
           05 FILLER PIC X(12).
       01 SHEET-CNT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'STUDENTS ON SHEET:  '.
           05 SCL-CNT PIC ZZ9.
           05 FILLER PIC X(55) VALUE SPACES.
       01 SHEET-SIGN-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'SUBMITTED BY: _________________________'.
           05 FILLER PIC X(24) VALUE '  DATE: ______________'.
           05 FILLER PIC X(14) VALUE SPACES.
       01 TOT-SHEET-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'GRADE SHEETS PRINTED:         '.
           05 TSL-CNT PIC ZZZ9.
           05 FILLER PIC X(44) VALUE SPACES.
       01 TOT-STUD-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'STUDENT LINES PRINTED:        '.
           05 TST-CNT PIC ZZZ9.
           05 FILLER PIC X(44) VALUE SPACES.
       01 BLANK-HEADING.
           05 FILLER PIC X(80).

      *------------- SUBJECTS AND FACULTY IN MEMORY ----------
       01 SUBJ-TABLE.
           05 SB-COUNT PIC 999 VALUE 0.
           05 SB-ENTRY OCCURS 200 TIMES.
              10 SB-CODE PIC X(10).
              10 SB-DESC PIC X(30).
       01 SB-IX PIC 999.
       01 FAC-TABLE.
           05 FC-COUNT PIC 999 VALUE 0.
           05 FC-ENTRY OCCURS 200 TIMES.
              10 FC-SUBJ PIC X(10).
              10 FC-ID PIC X(12).
              10 FC-NAME PIC X(25).
       01 FC-IX PIC 999.
       01 FC-FOUND-SW PIC X(3) VALUE 'NO '.

      *------------- CLASS LISTS -----------------------------
       01 CLS-TABLE.
           05 CLS-COUNT PIC 9999 VALUE 0.
           05 CLS-ENTRY OCCURS 2000 TIMES.
              10 CL-FAC PIC X(12).
              10 CL-SUBJ PIC X(10).
              10 CL-STUD PIC X(12).
       01 CLS-IX PIC 9999.
       01 CLS-JX PIC 9999.
       01 CLS-SWAP.
           05 CLW-FAC PIC X(12).
           05 CLW-SUBJ PIC X(10).
           05 CLW-STUD PIC X(12).

       01 SB-STATUS PIC XX.
       01 FC-STATUS PIC XX.
       01 EM-STATUS PIC XX.
       01 STM-STATUS PIC XX.
       01 STM-AVAIL-SW PIC X VALUE 'N'.
       01 SHEET-OTHERS.
           05 SB-EOF PIC X(3) VALUE 'NO'.
           05 FC-EOF PIC X(3) VALUE 'NO'.
           05 EM-EOF PIC X(3) VALUE 'NO'.
           05 EM-READ-CTR PIC 9999 VALUE 0.
           05 TABLE-FULL-SW PIC X VALUE 'N'.
           05 CURR-FAC PIC X(12) VALUE SPACES.
           05 CURR-SUBJ PIC X(10) VALUE SPACES.
           05 SHEET-OPEN-SW PIC X VALUE 'N'.
           05 FIRST-PAGE-SW PIC X VALUE 'Y'.
           05 LINE-NO PIC 999 VALUE 0.
           05 SHEET-CTR PIC 9999 VALUE 0.
           05 STUD-LINE-CTR PIC 9999 VALUE 0.


      *------------- RUN LOG ---------------------------------
       01 RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'GRADE-SHEET    '.
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
           PERFORM LOAD-SUBJECTS-RTN.
           PERFORM LOAD-FACULTY-RTN.
           PERFORM LOAD-CLASS-LISTS-RTN.
      *A STUDENT LEFT OFF THE CLASS LIST WOULD GET NO GRADE LINE
      *AT ALL - STOP RATHER THAN PRINT SHORT SHEETS.
           IF TABLE-FULL-SW = 'Y'
               DISPLAY 'CLASS LIST TABLE FULL - RUN STOPPED'
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM SORT-CLASS-LISTS-RTN.
           PERFORM OPEN-STUDENT-MASTER-RTN.
           OPEN OUTPUT OUTPUT1.
           PERFORM VARYING CLS-IX FROM 1 BY 1 UNTIL CLS-IX > CLS-COUNT
               IF CL-FAC(CLS-IX) NOT EQUAL TO CURR-FAC OR
                  CL-SUBJ(CLS-IX) NOT EQUAL TO CURR-SUBJ
                   PERFORM CLOSE-SHEET-RTN
                   MOVE CL-FAC(CLS-IX) TO CURR-FAC
                   MOVE CL-SUBJ(CLS-IX) TO CURR-SUBJ
                   PERFORM OPEN-SHEET-RTN
               END-IF
               PERFORM WRITE-SHEET-LINE-RTN
           END-PERFORM.
           PERFORM CLOSE-SHEET-RTN.
           IF FIRST-PAGE-SW = 'Y'
               WRITE SHEET-REC FROM HDNG1
           ELSE
               WRITE SHEET-REC FROM HDNG1 AFTER ADVANCING PAGE
           END-IF.
           WRITE SHEET-REC FROM HDNG2.
           WRITE SHEET-REC FROM BLANK-HEADING.
           MOVE SHEET-CTR TO TSL-CNT.
           WRITE SHEET-REC FROM TOT-SHEET-LINE.
           MOVE STUD-LINE-CTR TO TST-CNT.
           WRITE SHEET-REC FROM TOT-STUD-LINE.
           CLOSE OUTPUT1.
           IF STM-AVAIL-SW = 'Y'
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY 'GRADE SHEETS PRINTED: ' SHEET-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       LOAD-SUBJECTS-RTN.
           OPEN INPUT INPUT1.
           IF SB-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO SB-EOF
           END-IF.
           PERFORM UNTIL SB-EOF = 'YES'
               READ INPUT1
                   AT END MOVE 'YES' TO SB-EOF
                   NOT AT END
                       IF SB-COUNT < 200
                           ADD 1 TO SB-COUNT
                           MOVE SUBJ-CODE TO SB-CODE(SB-COUNT)
                           MOVE SUBJ-DESC TO SB-DESC(SB-COUNT)
                       END-IF
           END-PERFORM.
           IF SB-STATUS NOT EQUAL TO '35'
               CLOSE INPUT1
           END-IF.

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

      *ONLY ACCEPTED ENROLLMENTS ARE ON A CLASS LIST; WAITLISTED AND
      *DROPPED RECORDS ARE NOT GRADED. EACH ROW IS TAGGED WITH THE
      *SUBJECT'S FACULTY SO THE SORT GROUPS THE SHEETS BY FACULTY.
       LOAD-CLASS-LISTS-RTN.
           OPEN INPUT ENROLL-MASTER-FILE.
           IF EM-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO EM-EOF
           END-IF.
           PERFORM UNTIL EM-EOF = 'YES'
               READ ENROLL-MASTER-FILE
                   AT END MOVE 'YES' TO EM-EOF
                   NOT AT END
                       ADD 1 TO EM-READ-CTR
                       IF EM-STATUS-CD = 'A'
                           IF CLS-COUNT < 2000
                               ADD 1 TO CLS-COUNT
                               MOVE EM-STUD-NUM TO CL-STUD(CLS-COUNT)
                               MOVE EM-SUBJ-CODE TO CL-SUBJ(CLS-COUNT)
                               MOVE EM-SUBJ-CODE TO CURR-SUBJ
                               PERFORM FIND-FACULTY-RTN
                               MOVE CURR-FAC TO CL-FAC(CLS-COUNT)
                           ELSE
                               MOVE 'Y' TO TABLE-FULL-SW
                           END-IF
                       END-IF
           END-PERFORM.
           IF EM-STATUS NOT EQUAL TO '35'
               CLOSE ENROLL-MASTER-FILE
           END-IF.
           MOVE SPACES TO CURR-FAC.
           MOVE SPACES TO CURR-SUBJ.

       FIND-FACULTY-RTN.
           MOVE 'NO ' TO FC-FOUND-SW.
           MOVE 'UNASSIGNED  ' TO CURR-FAC.
           PERFORM VARYING FC-IX FROM 1 BY 1
                   UNTIL FC-IX > FC-COUNT OR FC-FOUND-SW = 'YES'
               IF FC-SUBJ(FC-IX) = CURR-SUBJ
                   MOVE 'YES' TO FC-FOUND-SW
                   MOVE FC-ID(FC-IX) TO CURR-FAC
               END-IF
           END-PERFORM.

       SORT-CLASS-LISTS-RTN.
           PERFORM VARYING CLS-IX FROM 1 BY 1
                   UNTIL CLS-IX >= CLS-COUNT
               PERFORM VARYING CLS-JX FROM 1 BY 1
                       UNTIL CLS-JX > (CLS-COUNT - CLS-IX)
                   IF CLS-ENTRY(CLS-JX) > CLS-ENTRY(CLS-JX + 1)
                       MOVE CLS-ENTRY(CLS-JX) TO CLS-SWAP
                       MOVE CLS-ENTRY(CLS-JX + 1) TO CLS-ENTRY(CLS-JX)
                       MOVE CLS-SWAP TO CLS-ENTRY(CLS-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *WITHOUT THE STUDENT MASTER THE SHEETS STILL PRINT, BY
      *STUDENT NUMBER ONLY.
       OPEN-STUDENT-MASTER-RTN.
           OPEN INPUT STUDENT-MASTER.
           IF STM-STATUS = '00'
               MOVE 'Y' TO STM-AVAIL-SW
           ELSE
               DISPLAY 'STUDENT-MASTER.DAT NOT AVAILABLE - STATUS '
                       STM-STATUS ' - NAMES NOT PRINTED'
           END-IF.

       OPEN-SHEET-RTN.
           IF FIRST-PAGE-SW = 'Y'
               WRITE SHEET-REC FROM HDNG1
               MOVE 'N' TO FIRST-PAGE-SW
           ELSE
               WRITE SHEET-REC FROM HDNG1 AFTER ADVANCING PAGE
           END-IF.
           WRITE SHEET-REC FROM HDNG2.
           MOVE CURR-FAC TO SFL-FAC-ID.
           MOVE SPACES TO SFL-FAC-NAME.
           PERFORM VARYING FC-IX FROM 1 BY 1 UNTIL FC-IX > FC-COUNT
               IF FC-ID(FC-IX) = CURR-FAC
                   MOVE FC-NAME(FC-IX) TO SFL-FAC-NAME
               END-IF
           END-PERFORM.
           MOVE CURR-SUBJ TO SSL-SUBJ.
           MOVE SPACES TO SSL-DESC.
           PERFORM VARYING SB-IX FROM 1 BY 1 UNTIL SB-IX > SB-COUNT
               IF SB-CODE(SB-IX) = CURR-SUBJ
                   MOVE SB-DESC(SB-IX) TO SSL-DESC
               END-IF
           END-PERFORM.
           WRITE SHEET-REC FROM SHEET-FAC-LINE AFTER ADVANCING 2 LINES.
           WRITE SHEET-REC FROM SHEET-SUBJ-LINE.
           WRITE SHEET-REC FROM BLANK-HEADING.
           WRITE SHEET-REC FROM SHEET-COLHD.
           MOVE 0 TO LINE-NO.
           MOVE 'Y' TO SHEET-OPEN-SW.
           ADD 1 TO SHEET-CTR.

       WRITE-SHEET-LINE-RTN.
           ADD 1 TO LINE-NO.
           MOVE LINE-NO TO SHL-NO.
           MOVE CL-STUD(CLS-IX) TO SHL-STUD.
           MOVE SPACES TO SHL-NAME.
           IF STM-AVAIL-SW = 'Y'
               MOVE CL-STUD(CLS-IX) TO STM-STUD-NUM
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 'NOT ON STUDENT MASTER' TO SHL-NAME
                   NOT INVALID KEY
                       MOVE STM-STUD-NAME TO SHL-NAME
               END-READ
           END-IF.
           WRITE SHEET-REC FROM SHEET-LINE AFTER ADVANCING 2 LINES.
           ADD 1 TO STUD-LINE-CTR.

       CLOSE-SHEET-RTN.
           IF SHEET-OPEN-SW = 'Y'
               MOVE LINE-NO TO SCL-CNT
               WRITE SHEET-REC FROM BLANK-HEADING
               WRITE SHEET-REC FROM SHEET-CNT-LINE
               WRITE SHEET-REC FROM SHEET-SIGN-LINE
                   AFTER ADVANCING 3 LINES
               MOVE 'N' TO SHEET-OPEN-SW
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
           MOVE 'GRADE-SHEET    ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE EM-READ-CTR TO RL-READ.
           MOVE SHEET-CTR TO RL-WRITTEN.
           MOVE 0 TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
