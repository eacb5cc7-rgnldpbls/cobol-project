      *GWA-MASTER.DAT FROM THE CORRECTED GRADES. EVERY TRANSACTION,
      *APPLIED OR REJECTED, LANDS ON THE PERMANENT GCAUDIT.TXT
      *REGISTER THE WAY SMAUDIT.TXT WORKS FOR SALESMAN MAINTENANCE.
      *NOBODY EDITS GRADE.TXT IN PLACE ANY MORE. AN INC (INCOMPLETE)
      *MARK IS NOT CHANGED HERE - THE INC RUN COMPLETES OR LAPSES IT.
      *EVERY CARD NAMES THE CLERK WHO KEYED IT (MAKER) AND THE
      *OPERATOR WHO APPROVED IT (CHECKER), BOTH ON OPERATOR.TXT. A
      *CHANGE WHOSE CHECKER IS MISSING, THE SAME PERSON AS THE MAKER,
      *OR WITHOUT CHECKER AUTHORITY IS HELD ON APPRHOLD.TXT, NOT
      *APPLIED, UNTIL THE APPROVAL RUN RELEASES IT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHG.
       AUTHOR. JASPE, FAYE
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO 'RUNLOG.TXT'.
           SELECT OPTIONAL JOBDEPS ASSIGN TO 'JOBDEPS.TXT'.
           SELECT OPTIONAL JOBOVRD ASSIGN TO 'JOBOVRD.TXT'.
           SELECT CHGFILE ASSIGN TO 'GRDCHG.TXT'
               FILE STATUS IS GC-STATUS.
           SELECT INPUT4 ASSIGN TO 'GRADE.TXT'
               FILE STATUS IS GR-STATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO 'GCAUDIT.TXT'.
           SELECT OPERFILE ASSIGN TO 'OPERATOR.TXT'
               FILE STATUS IS OP-FILE-STATUS.
           SELECT OPTIONAL HOLDFILE ASSIGN TO 'APPRHOLD.TXT'.
           SELECT GWA-MASTER ASSIGN TO 'GWA-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FILE SECTION.
      *ONE TRANSACTION PER CORRECTION: THE OLD VALUES PROVE THE
      *CLERK IS LOOKING AT THE SAME RECORD THE FILE HOLDS, THE
      *REASON CODE AND APPROVER MAKE THE CHANGE ACCOUNTABLE. THE
      *APPROVER IS THE CHECKER'S OPERATOR ID; GC-MAKER IS THE CLERK.
       FD CHGFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CHG-REC.
       01 CHG-REC.
           05 GC-STUD-NUM PIC X(12).
           05 GC-NEW-FINAL PIC 9V99.
           05 GC-REASON PIC X(2).
           05 GC-APPROVER PIC X(12).
           05 GC-MAKER PIC X(12).
       FD INPUT4
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           05 STUD-NUM2 PIC X(12).
           05 MID-GRADE PIC 9V99.
           05 FINAL-GRADE PIC 9V99.
      *ALTERNATE VIEW SO AN INC FINAL GRADE CAN BE CARRIED THROUGH
      *THE REWRITE UNCHANGED.
       01 GRADE-INFO-ALT.
           05 FILLER PIC X(37).
           05 FINAL-GRADE-TXT PIC X(3).
       FD AUDITFILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS AUDITREC.
       01 AUDITREC.
           05 FILLER PIC X(94).
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
      *TRANSACTIONS HELD FOR A CHECKER'S APPROVAL, SHARED BY EVERY
      *DUAL-CONTROL RUN AND CLEARED BY THE APPROVAL RUN. AH-IMAGE IS
      *THE CARD AS KEYED SO IT CAN BE RELEASED UNCHANGED.
       FD HOLDFILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 201 CHARACTERS
           DATA RECORD IS HOLD-REC.
       01 HOLD-REC.
           05 AH-HOLD-NO PIC 9(6).
           05 AH-PROGRAM PIC X(15).
           05 AH-DATE PIC 9(8).
           05 AH-MAKER PIC X(12).
           05 AH-CHECKER PIC X(12).
           05 AH-REASON PIC X(17).
           05 AH-KEY PIC X(12).
           05 AH-AMOUNT PIC 9(7)V99.
           05 AH-IMAGE PIC X(110).
       FD GWA-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
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
       01 AUDIT-LINE.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-REASON PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-MAKER PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-APPROVER PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-RESULT PIC X(12).
           05 AUD-TOT-APP PIC Z9.
           05 FILLER PIC X(10) VALUE ' REJECTED '.
           05 AUD-TOT-REJ PIC Z9.
           05 FILLER PIC X(6) VALUE ' HELD '.
           05 AUD-TOT-HLD PIC Z9.
           05 FILLER PIC X(47) VALUE SPACES.

      *------------- GRADE FILE IN MEMORY --------------------
       01 GRADE-TABLE.
              10 GT-STUD PIC X(12).
              10 GT-MID PIC 9V99.
              10 GT-FIN PIC 9V99.
              10 GT-FIN-X REDEFINES GT-FIN PIC X(3).
       01 GT-IX PIC 9999.
       01 GT-CUR PIC 9999.
       01 GT-FOUND-SW PIC X(3) VALUE 'NO '.
           05 GC-EOF PIC X(3) VALUE 'NO'.
           05 APP-CTR PIC 99 VALUE 0.
           05 REJ-CTR PIC 99 VALUE 0.
           05 HLD-CTR PIC 99 VALUE 0.
           05 GWA-SUM-WK PIC 9(3)V99 VALUE 0.
           05 GWA-CNT-WK PIC 99 VALUE 0.
           05 AVE-GRADE PIC 9V99 VALUE 0.

      *------------- OPERATORS / DUAL CONTROL ----------------
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
           05 MAKER-OK-SW PIC X(3) VALUE 'NO '.
           05 CHECKER-OK-SW PIC X(3) VALUE 'NO '.
           05 HOLD-EOF PIC X(3) VALUE 'NO '.
           05 HOLD-LAST-NO PIC 9(6) VALUE 0.
       01 WS-TODAY.
           05 WS-TODAY-YMD PIC 9(8).
           05 FILLER PIC X(13).
           05 FILLER PIC X(7).
       01 RUN-END-CD PIC X VALUE 'N'.

      *------------- JOB STREAM CHECK ----------------------
       01 JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'GRADE-CHG      '.
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
           PERFORM SEED-HOLD-NO-RTN.
           OPEN EXTEND AUDITFILE.
           OPEN EXTEND HOLDFILE.
           PERFORM LOAD-GRADE-FILE-RTN.
           PERFORM OPEN-GWA-MASTER-RTN.
           PERFORM PROCESS-CHANGES-RTN.
           MOVE WS-TODAY-YMD TO AUD-TOT-DATE.
           MOVE APP-CTR TO AUD-TOT-APP.
           MOVE REJ-CTR TO AUD-TOT-REJ.
           MOVE HLD-CTR TO AUD-TOT-HLD.
           WRITE AUDITREC FROM AUDIT-TOTALS-LINE.
           CLOSE GWA-MASTER.
           CLOSE AUDITFILE.
           CLOSE HOLDFILE.
           DISPLAY 'GRADE CHANGES APPLIED: ' APP-CTR
                   '  REJECTED: ' REJ-CTR '  HELD: ' HLD-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

                       MOVE FACULTY-ID3 TO GT-FAC(GT-COUNT)
                       MOVE STUD-NUM2 TO GT-STUD(GT-COUNT)
                       MOVE MID-GRADE TO GT-MID(GT-COUNT)
                       MOVE FINAL-GRADE-TXT TO GT-FIN-X(GT-COUNT)
           END-PERFORM.
           IF GR-STATUS NOT EQUAL TO '35'
               CLOSE INPUT4
               DISPLAY 'GWA-MASTER.DAT NOT AVAILABLE - STATUS '
                       GM-STATUS ' - RUN STOPPED'
               CLOSE AUDITFILE
               CLOSE HOLDFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN

      *THE CARD'S OLD VALUES MUST MATCH THE FILE EXACTLY - A STALE
      *CARD KEYED AGAINST AN ALREADY-CORRECTED RECORD REJECTS
      *INSTEAD OF SILENTLY CLOBBERING THE NEWER MARK. A CARD THAT
      *PASSES EVERY EDIT BUT LACKS A VALID CHECKER IS HELD, NOT
      *REJECTED, SO THE APPROVAL RUN CAN RELEASE IT AS KEYED.
       APPLY-ONE-CHANGE-RTN.
           PERFORM CHECK-MAKER-CHECKER-RTN.
           MOVE 'NO ' TO GT-FOUND-SW.
           PERFORM VARYING GT-IX FROM 1 BY 1
                   UNTIL GT-IX > GT-COUNT OR GT-FOUND-SW = 'YES'
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN MAKER-OK-SW NOT EQUAL TO 'YES'
                   MOVE 'BAD MAKER ID' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN GT-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE 'NOT ON FILE ' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN GT-FIN-X(GT-CUR) = 'INC'
                   MOVE 'GRADE IS INC' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN GC-NEW-MID NOT NUMERIC OR
                    GC-NEW-FINAL NOT NUMERIC
                    GT-FIN(GT-CUR) NOT EQUAL TO GC-OLD-FINAL
                   MOVE 'OLD MISMATCH' TO AUD-RESULT
                   ADD 1 TO REJ-CTR
               WHEN CHECKER-OK-SW NOT EQUAL TO 'YES'
                   PERFORM HOLD-FOR-APPROVAL-RTN
               WHEN OTHER
                   MOVE GC-NEW-MID TO GT-MID(GT-CUR)
                   MOVE GC-NEW-FINAL TO GT-FIN(GT-CUR)

      *THE STUDENT'S GWA ROW IS REBUILT FROM THE CORRECTED GRADE
      *TABLE - SUM OF SUBJECT AVERAGES AND SUBJECT COUNT - SO THE
      *MASTER AGREES WITH THE FILE IT SUMMARIZES. AN INC SUBJECT
      *STAYS OUT OF THE GWA UNTIL IT IS COMPLETED OR LAPSES.
       RECOMPUTE-GWA-RTN.
           MOVE 0 TO GWA-SUM-WK.
           MOVE 0 TO GWA-CNT-WK.
           PERFORM VARYING GT-IX FROM 1 BY 1
                   UNTIL GT-IX > GT-COUNT
               IF GT-STUD(GT-IX) = GC-STUD-NUM AND
                  GT-FIN-X(GT-IX) NOT EQUAL TO 'INC'
                   COMPUTE AVE-GRADE =
                           (GT-MID(GT-IX) + GT-FIN(GT-IX)) / 2
                   ADD AVE-GRADE TO GWA-SUM-WK
           MOVE GC-NEW-MID TO AUD-NEW-MID.
           MOVE GC-NEW-FINAL TO AUD-NEW-FIN.
           MOVE GC-REASON TO AUD-REASON.
           MOVE GC-MAKER TO AUD-MAKER.
           MOVE GC-APPROVER TO AUD-APPROVER.
           WRITE AUDITREC FROM AUDIT-LINE.

      *THE MAKER MUST BE AN ACTIVE OPERATOR. THE CHECKER MUST BE A
      *DIFFERENT ACTIVE OPERATOR OF CHECKER AUTHORITY (LEVEL 2 UP).
       CHECK-MAKER-CHECKER-RTN.
           MOVE GC-MAKER TO OPR-KEY.
           PERFORM FIND-OPERATOR-RTN.
           MOVE OPR-FOUND-SW TO MAKER-OK-SW.
           IF OPR-LEVEL < 1
               MOVE 'NO ' TO MAKER-OK-SW
           END-IF.
           MOVE 'NO ' TO CHECKER-OK-SW.
           IF GC-APPROVER NOT EQUAL TO SPACES AND
              GC-APPROVER NOT EQUAL TO GC-MAKER
               MOVE GC-APPROVER TO OPR-KEY
               PERFORM FIND-OPERATOR-RTN
               IF OPR-FOUND-SW = 'YES' AND OPR-LEVEL > 1
                   MOVE 'YES' TO CHECKER-OK-SW
               END-IF
           END-IF.

       HOLD-FOR-APPROVAL-RTN.
           ADD 1 TO HOLD-LAST-NO.
           MOVE HOLD-LAST-NO TO AH-HOLD-NO.
           MOVE 'GRADE-CHG      ' TO AH-PROGRAM.
           MOVE WS-TODAY-YMD TO AH-DATE.
           MOVE GC-MAKER TO AH-MAKER.
           MOVE GC-APPROVER TO AH-CHECKER.
           IF GC-APPROVER = SPACES
               MOVE 'NO CHECKER ID    ' TO AH-REASON
           ELSE
               MOVE 'CHECKER NOT VALID' TO AH-REASON
           END-IF.
           MOVE GC-STUD-NUM TO AH-KEY.
           MOVE 0 TO AH-AMOUNT.
           MOVE CHG-REC TO AH-IMAGE.
           WRITE HOLD-REC.
           MOVE 'PENDING APPR' TO AUD-RESULT.
           ADD 1 TO HLD-CTR.

      *THE OPERATOR FILE IS NOT OPTIONAL: WITHOUT IT NO CARD COULD
      *BE PROVED TO COME FROM A SIGNED-ON CLERK, SO THE RUN STOPS
      *BEFORE ANY GRADE IS TOUCHED.
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

      *THE GRADE FILE IS REWRITTEN IN FULL WITH THE CORRECTED
      *MARKS, THE WAY THE DROP RUN REWRITES THE ENROLLMENT MASTER.
       REWRITE-GRADE-FILE-RTN.
               MOVE GT-FAC(GT-IX) TO FACULTY-ID3
               MOVE GT-STUD(GT-IX) TO STUD-NUM2
               MOVE GT-MID(GT-IX) TO MID-GRADE
               MOVE GT-FIN-X(GT-IX) TO FINAL-GRADE-TXT
               WRITE GRADE-INFO
           END-PERFORM.
           CLOSE INPUT4.

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
           MOVE 'GRADE-CHG      ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           COMPUTE RL-READ = APP-CTR + REJ-CTR + HLD-CTR.
           MOVE APP-CTR TO RL-WRITTEN.
           MOVE REJ-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
