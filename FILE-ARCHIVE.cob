       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-ARCHIVE.
       AUTHOR. BSIT 2-4.
       INSTALLATION. OWN COMPUTER.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ACCESSIBLE TO BSIT 2-4 ONLY.
       REMARKS. PERIODIC RETENTION, ARCHIVE AND RETRIEVAL FOR THE
                FOUR FILES EVERY RUN APPENDS TO FOREVER: JOURNAL.TXT,
                RUNLOG.TXT, BATCHREG.TXT AND GRADE-HISTORY.TXT. AN
                'A' CARD ON ARCHCTL.TXT MOVES EVERY RECORD OLDER THAN
                THE FILE'S RETENTION PERIOD TO ITS CUMULATIVE .ARC
                FILE, EACH RECORD STAMPED WITH THE ARCHIVE DATE, AND
                REWRITES THE LIVE FILE WITH WHAT IS LEFT. THE JOURNAL
                GETS ONE BALANCE-FORWARD ('OB') LEG PER ACCOUNT SO THE
                STATEMENT AND RECONCILIATION RUNS STILL PROVE. AN 'R'
                CARD COPIES A PAST PERIOD BACK OUT OF THE ARCHIVE TO A
                .RTV FILE IN THE ORIGINAL LAYOUT FOR AUDIT REQUESTS.
                ARCHRPT.TXT CARRIES THE COUNT AND AMOUNT CONTROL
                TOTALS BEFORE, ARCHIVED AND AFTER FOR EVERY CARD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       OBJECT-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT"
               FILE STATUS IS RG-STATUS.
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT ARCHCTL ASSIGN TO "ARCHCTL.TXT"
               FILE STATUS IS AC-STATUS.
           SELECT RPTFILE ASSIGN TO "ARCHRPT.TXT".
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.TXT"
               FILE STATUS IS SRC-STATUS.
           SELECT BATCHREG ASSIGN TO "BATCHREG.TXT"
               FILE STATUS IS SRC-STATUS.
           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADE-HISTORY.TXT"
               FILE STATUS IS SRC-STATUS.
           SELECT ARCHWORK ASSIGN TO "ARCHIVE.WRK".
           SELECT OPTIONAL JOURNAL-ARC ASSIGN TO "JOURNAL.ARC"
               FILE STATUS IS ARC-STATUS.
           SELECT OPTIONAL RUNLOG-ARC ASSIGN TO "RUNLOG.ARC"
               FILE STATUS IS ARC-STATUS.
           SELECT OPTIONAL BATCHREG-ARC ASSIGN TO "BATCHREG.ARC"
               FILE STATUS IS ARC-STATUS.
           SELECT OPTIONAL GRADEHST-ARC
               ASSIGN TO "GRADE-HISTORY.ARC"
               FILE STATUS IS ARC-STATUS.
           SELECT JOURNAL-RTV ASSIGN TO "JOURNAL.RTV".
           SELECT RUNLOG-RTV ASSIGN TO "RUNLOG.RTV".
           SELECT BATCHREG-RTV ASSIGN TO "BATCHREG.RTV".
           SELECT GRADEHST-RTV ASSIGN TO "GRADE-HISTORY.RTV".
       DATA DIVISION.
       FILE SECTION.
      *CONTROL CARDS, ONE ACTION EACH: FUNCTION 'A' ARCHIVE WITH THE
      *RETENTION PERIOD, 'R' RETRIEVE A PAST PERIOD. RETENTION IS IN
      *DAYS, EXCEPT FOR GRADE-HISTORY WHICH CARRIES NO DATE AND KEEPS
      *THAT MANY OF ITS MOST RECENT TERMS. A RETRIEVAL NAMES A
      *BUSINESS-DATE RANGE, OR FOR GRADE-HISTORY A TERM.
       FD  ARCHCTL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS ARCHCTL-REC.
       01  ARCHCTL-REC.
           05 AC-FUNCTION PIC X.
           05 AC-FILE-ID PIC X(15).
           05 AC-RETAIN PIC 9(4).
           05 AC-FROM-DATE PIC 9(8).
           05 AC-TO-DATE PIC 9(8).
           05 AC-TERM-ID PIC X(10).
       FD  RPTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS RPTREC.
       01  RPTREC.
           05 FILLER PIC X(100).
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS JOURNAL-REC.
       01  JOURNAL-REC.
           05 JR-ACCNO PIC X(3).
           05 JR-TC PIC XX.
           05 JR-AMOUNT PIC 9(7)V99.
           05 JR-BAL-BEFORE PIC 9(7)V99.
           05 JR-BAL-AFTER PIC 9(7)V99.
           05 JR-DATE PIC 9(8).
           05 JR-SEQ PIC 9(4).
       FD  BATCHREG
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS BATCHREG-REC.
       01  BATCHREG-REC.
           05 BR-BATCH-NO PIC 9(6).
           05 BR-POSTED-DATE PIC 9(8).
       FD  GRADE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS GH-HIST-REC.
       01  GH-HIST-REC.
           05 GHH-TERM PIC X(10).
           05 GHH-GRADE-DETAIL PIC X(40).
      *RECORDS KEPT ON THE LIVE FILE, HELD HERE UNTIL THE ARCHIVED
      *ONES ARE SAFELY ON THE .ARC FILE.
       FD  ARCHWORK
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS AW-REC.
       01  AW-REC PIC X(50).
      *ARCHIVE LAYOUT, COMMON TO ALL FOUR FILES: THE DATE OF THE
      *ARCHIVE RUN, THEN THE RECORD IMAGE AS IT STOOD ON THE LIVE FILE.
       FD  JOURNAL-ARC
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS JA-REC.
       01  JA-REC PIC X(58).
       FD  RUNLOG-ARC
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS RA-REC.
       01  RA-REC PIC X(58).
       FD  BATCHREG-ARC
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS BA-REC.
       01  BA-REC PIC X(58).
       FD  GRADEHST-ARC
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS GA-REC.
       01  GA-REC PIC X(58).
      *RETRIEVED RECORDS, BACK IN THE LIVE FILE'S OWN LAYOUT SO THE
      *AUDIT COPY CAN BE RUN THROUGH THE USUAL REPORTS.
       FD  JOURNAL-RTV
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS JV-REC.
       01  JV-REC PIC X(44).
       FD  RUNLOG-RTV
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS RV-REC.
       01  RV-REC PIC X(48).
       FD  BATCHREG-RTV
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS BV-REC.
       01  BV-REC PIC X(14).
       FD  GRADEHST-RTV
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS GV-REC.
       01  GV-REC PIC X(50).
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
       01  HD1.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
              'FILE RETENTION AND ARCHIVE CONTROL'.
           05 FILLER PIC X(32) VALUE SPACES.
       01  RUN-DATE-LINE.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 RDL-DATE PIC 9(8).
           05 FILLER PIC X(82) VALUE SPACES.
       01  ACTION-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'FUNCTION: '.
           05 ACT-FUNC PIC X(8).
           05 FILLER PIC X(8) VALUE '  FILE: '.
           05 ACT-FILE PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ACT-DETAIL PIC X(55).
       01  RETAIN-DETAIL.
           05 FILLER PIC X(8) VALUE 'RETAIN: '.
           05 RTD-RETAIN PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RTD-UNIT PIC X(6).
           05 FILLER PIC X(10) VALUE ' CUTOFF:  '.
           05 RTD-CUTOFF PIC X(10).
           05 FILLER PIC X(16) VALUE SPACES.
       01  PERIOD-DETAIL.
           05 FILLER PIC X(8) VALUE 'PERIOD: '.
           05 PRD-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE ' TO '.
           05 PRD-TO PIC 9(8).
           05 FILLER PIC X(27) VALUE SPACES.
       01  TERM-DETAIL.
           05 FILLER PIC X(8) VALUE 'TERM:   '.
           05 TRD-TERM PIC X(10).
           05 FILLER PIC X(37) VALUE SPACES.
       01  RESULT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RES-TEXT PIC X(50).
           05 FILLER PIC X(9) VALUE '  COUNT: '.
           05 RES-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE '  AMOUNT: '.
           05 RES-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
       01  MSG-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 MSG-TEXT PIC X(60).
           05 FILLER PIC X(36) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(79) VALUE SPACES.
       01  BLANK-LINE.
           05 FILLER PIC X(100) VALUE SPACES.

      *----------------------- CONTROL / STATE -----------------
       01  CONTROL-VARS.
           05 AC-STATUS PIC XX.
           05 RG-STATUS PIC XX.
           05 SRC-STATUS PIC XX.
           05 ARC-STATUS PIC XX.
           05 AC-EOF PIC X(3) VALUE 'NO '.
           05 CARD-CTR PIC 999 VALUE 0.
           05 REJ-CARD-CTR PIC 999 VALUE 0.
           05 FILE-SEL PIC X(15).
           05 FILE-OK-SW PIC X(3) VALUE 'NO '.
           05 SRC-EOF-SW PIC X(3) VALUE 'NO '.
           05 ARC-EOF-SW PIC X(3) VALUE 'NO '.
           05 WK-EOF-SW PIC X(3) VALUE 'NO '.
           05 ARCHIVE-SW PIC X VALUE 'N'.
           05 TODAY-DATE PIC 9(8) VALUE 0.
           05 CUTOFF-DATE PIC 9(8) VALUE 0.
           05 OB-DATE PIC 9(8) VALUE 0.
           05 ARC-FILE-NAME PIC X(20).
       01  WS-TODAY.
           05 WS-TODAY-YMD PIC 9(8).
           05 FILLER PIC X(13).

      *----------------------- CONTROL TOTALS ------------------
       01  TOTALS-WORK.
           05 BEFORE-CTR PIC 9(7) VALUE 0.
           05 BEFORE-AMT PIC S9(11)V99 VALUE 0.
           05 ARCH-CTR PIC 9(7) VALUE 0.
           05 ARCH-AMT PIC S9(11)V99 VALUE 0.
           05 KEPT-CTR PIC 9(7) VALUE 0.
           05 KEPT-AMT PIC S9(11)V99 VALUE 0.
           05 OB-CTR PIC 9(7) VALUE 0.
           05 AFTER-CTR PIC 9(7) VALUE 0.
           05 AFTER-AMT PIC S9(11)V99 VALUE 0.
           05 RTV-CTR PIC 9(7) VALUE 0.
           05 RTV-AMT PIC S9(11)V99 VALUE 0.
           05 RUN-ARCH-CTR PIC 9(7) VALUE 0.
           05 RUN-RTV-CTR PIC 9(7) VALUE 0.
           05 IMG-AMT PIC S9(9)V99 VALUE 0.

      *RECORD IMAGE VIEWS - ONE SET OF FIELDS SERVES THE LIVE FILE,
      *THE WORK FILE AND THE ARCHIVE FOR ALL FOUR FILES.
       01  ARC-WORK.
           05 ARC-ARCH-DATE PIC 9(8).
           05 IMG-AREA PIC X(50).
       01  IMG-JOURNAL REDEFINES ARC-WORK.
           05 FILLER PIC 9(8).
           05 IJ-ACCNO PIC X(3).
           05 IJ-TC PIC XX.
           05 IJ-AMOUNT PIC 9(7)V99.
           05 IJ-BAL-BEFORE PIC 9(7)V99.
           05 IJ-BAL-AFTER PIC 9(7)V99.
           05 IJ-DATE PIC 9(8).
           05 IJ-SEQ PIC 9(4).
           05 FILLER PIC X(6).
       01  IMG-RUNLOG REDEFINES ARC-WORK.
           05 FILLER PIC 9(8).
           05 IR-PROGRAM PIC X(15).
           05 IR-DATE PIC 9(8).
           05 IR-TIME PIC 9(6).
           05 IR-READ PIC 9(6).
           05 IR-WRITTEN PIC 9(6).
           05 IR-REJECTED PIC 9(6).
           05 IR-END-STATUS PIC X.
           05 FILLER PIC X(2).
       01  IMG-BATCHREG REDEFINES ARC-WORK.
           05 FILLER PIC 9(8).
           05 IB-BATCH-NO PIC 9(6).
           05 IB-POSTED-DATE PIC 9(8).
           05 FILLER PIC X(36).
       01  IMG-GRADEHST REDEFINES ARC-WORK.
           05 FILLER PIC 9(8).
           05 IG-TERM PIC X(10).
           05 IG-SUBJ-CODE PIC X(10).
           05 IG-FACULTY-ID PIC X(12).
           05 IG-STUD-NUM PIC X(12).
           05 IG-MID-GRADE PIC 9V99.
           05 IG-FINAL-GRADE PIC 9V99.

      *----------------------- JOURNAL BALANCES FORWARD --------
      *LAST ARCHIVED BALANCE OF EVERY ACCOUNT, IN ACCOUNT ORDER.
       01  OB-TABLE.
           05 OB-COUNT PIC 9(4) VALUE 0.
           05 OB-ENTRY OCCURS 1000 TIMES.
              10 OB-ACCNO PIC X(3).
              10 OB-BAL PIC 9(7)V99.
              10 OB-LAST-TC PIC XX.
       01  OB-IX PIC 9(4).
       01  OB-JX PIC 9(4).
       01  OB-FOUND-SW PIC X(3) VALUE 'NO '.
       01  OB-SWAP.
           05 OBW-ACCNO PIC X(3).
           05 OBW-BAL PIC 9(7)V99.
           05 OBW-LAST-TC PIC XX.
       01  OB-FULL-SW PIC X VALUE 'N'.

      *----------------------- GRADE-HISTORY TERMS -------------
      *DISTINCT TERMS IN THE ORDER TERM-CLOSE ARCHIVED THEM.
       01  TERM-TABLE.
           05 TM-COUNT PIC 999 VALUE 0.
           05 TM-ENTRY OCCURS 200 TIMES.
              10 TM-TERM PIC X(10).
       01  TM-IX PIC 999.
       01  TM-ARCH-CNT PIC 999 VALUE 0.
       01  TM-FOUND-SW PIC X(3) VALUE 'NO '.

      *----------------------- RETRIEVAL FILES OPENED ----------
       01  RTV-OPEN-SWS.
           05 JV-OPEN-SW PIC X VALUE 'N'.
           05 RV-OPEN-SW PIC X VALUE 'N'.
           05 BV-OPEN-SW PIC X VALUE 'N'.
           05 GV-OPEN-SW PIC X VALUE 'N'.

      *----------------------- RUN LOG -------------------------
       01  RL-STAMP.
           05 RL-STAMP-DATE PIC 9(8).
           05 RL-STAMP-TIME PIC 9(6).
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'FILE-ARCHIVE   '.
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
           OPEN OUTPUT RPTFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY-YMD TO TODAY-DATE.
           MOVE TODAY-DATE TO RDL-DATE.
           WRITE RPTREC FROM HD1.
           WRITE RPTREC FROM RUN-DATE-LINE.
           OPEN INPUT ARCHCTL.
           IF AC-STATUS NOT EQUAL TO '00'
               MOVE 'ARCHCTL.TXT CONTROL FILE MISSING - RUN STOPPED'
                    TO MSG-TEXT
               WRITE RPTREC FROM MSG-LINE
               DISPLAY 'ARCHCTL.TXT MISSING - RUN STOPPED'
               CLOSE RPTFILE
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM UNTIL AC-EOF = 'YES'
               READ ARCHCTL
                   AT END MOVE 'YES' TO AC-EOF
                   NOT AT END PERFORM ONE-ACTION-RTN
               END-READ
           END-PERFORM.
           CLOSE ARCHCTL.
           PERFORM CLOSE-RETRIEVALS-RTN.
           WRITE RPTREC FROM BLANK-LINE.
           WRITE RPTREC FROM END-RPT-LINE.
           CLOSE RPTFILE.
           DISPLAY 'RECORDS ARCHIVED: ' RUN-ARCH-CTR
                   '  RECORDS RETRIEVED: ' RUN-RTV-CTR.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

       ONE-ACTION-RTN.
           ADD 1 TO CARD-CTR.
           MOVE AC-FILE-ID TO FILE-SEL.
           PERFORM SET-FILE-ATTRS-RTN.
           WRITE RPTREC FROM BLANK-LINE.
           MOVE SPACES TO ACT-DETAIL.
           EVALUATE AC-FUNCTION
               WHEN 'A' MOVE 'ARCHIVE ' TO ACT-FUNC
               WHEN 'R' MOVE 'RETRIEVE' TO ACT-FUNC
               WHEN OTHER MOVE 'INVALID ' TO ACT-FUNC
           END-EVALUATE.
           MOVE AC-FILE-ID TO ACT-FILE.
           IF FILE-OK-SW NOT EQUAL TO 'YES'
               WRITE RPTREC FROM ACTION-LINE
               MOVE 'UNKNOWN FILE-ID ON CONTROL CARD - SKIPPED'
                    TO MSG-TEXT
               WRITE RPTREC FROM MSG-LINE
               ADD 1 TO REJ-CARD-CTR
           ELSE
               EVALUATE AC-FUNCTION
                   WHEN 'A' PERFORM ARCHIVE-RTN
                   WHEN 'R' PERFORM RETRIEVE-RTN
                   WHEN OTHER
                       WRITE RPTREC FROM ACTION-LINE
                       MOVE 'UNKNOWN FUNCTION CODE - SKIPPED'
                            TO MSG-TEXT
                       WRITE RPTREC FROM MSG-LINE
                       ADD 1 TO REJ-CARD-CTR
               END-EVALUATE
           END-IF.

       SET-FILE-ATTRS-RTN.
           MOVE 'YES' TO FILE-OK-SW.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        '
                   MOVE 'JOURNAL.ARC' TO ARC-FILE-NAME
               WHEN 'RUNLOG         '
                   MOVE 'RUNLOG.ARC' TO ARC-FILE-NAME
               WHEN 'BATCHREG       '
                   MOVE 'BATCHREG.ARC' TO ARC-FILE-NAME
               WHEN 'GRADE-HISTORY  '
                   MOVE 'GRADE-HISTORY.ARC' TO ARC-FILE-NAME
               WHEN OTHER
                   MOVE 'NO ' TO FILE-OK-SW
           END-EVALUATE.

      *=============== GENERIC LIVE FILE I/O ===================
       OPEN-SOURCE-IN-RTN.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        ' OPEN INPUT JOURNAL-FILE
               WHEN 'RUNLOG         '
                   OPEN INPUT RUNLOG
                   MOVE RG-STATUS TO SRC-STATUS
               WHEN 'BATCHREG       ' OPEN INPUT BATCHREG
               WHEN 'GRADE-HISTORY  ' OPEN INPUT GRADE-HISTORY-FILE
           END-EVALUATE.

       OPEN-SOURCE-OUT-RTN.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        ' OPEN OUTPUT JOURNAL-FILE
               WHEN 'RUNLOG         ' OPEN OUTPUT RUNLOG
               WHEN 'BATCHREG       ' OPEN OUTPUT BATCHREG
               WHEN 'GRADE-HISTORY  ' OPEN OUTPUT GRADE-HISTORY-FILE
           END-EVALUATE.

       CLOSE-SOURCE-RTN.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        ' CLOSE JOURNAL-FILE
               WHEN 'RUNLOG         ' CLOSE RUNLOG
               WHEN 'BATCHREG       ' CLOSE BATCHREG
               WHEN 'GRADE-HISTORY  ' CLOSE GRADE-HISTORY-FILE
           END-EVALUATE.

       READ-SOURCE-NEXT-RTN.
           MOVE SPACES TO IMG-AREA.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        '
                   READ JOURNAL-FILE
                       AT END MOVE 'YES' TO SRC-EOF-SW
                       NOT AT END MOVE JOURNAL-REC TO IMG-AREA
                   END-READ
               WHEN 'RUNLOG         '
                   READ RUNLOG
                       AT END MOVE 'YES' TO SRC-EOF-SW
                       NOT AT END MOVE RUNLOG-REC TO IMG-AREA
                   END-READ
               WHEN 'BATCHREG       '
                   READ BATCHREG
                       AT END MOVE 'YES' TO SRC-EOF-SW
                       NOT AT END MOVE BATCHREG-REC TO IMG-AREA
                   END-READ
               WHEN 'GRADE-HISTORY  '
                   READ GRADE-HISTORY-FILE
                       AT END MOVE 'YES' TO SRC-EOF-SW
                       NOT AT END MOVE GH-HIST-REC TO IMG-AREA
                   END-READ
           END-EVALUATE.

       WRITE-SOURCE-FROM-IMAGE-RTN.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        ' WRITE JOURNAL-REC FROM IMG-AREA
               WHEN 'RUNLOG         ' WRITE RUNLOG-REC FROM IMG-AREA
               WHEN 'BATCHREG       ' WRITE BATCHREG-REC FROM IMG-AREA
               WHEN 'GRADE-HISTORY  ' WRITE GH-HIST-REC FROM IMG-AREA
           END-EVALUATE.

      *THE AMOUNT CARRIED IN THE CONTROL TOTALS: THE LEG AMOUNT ON
      *THE JOURNAL, THE FINAL GRADE ON GRADE-HISTORY (AN 'INC' ADDS
      *NOTHING), RECORDS WRITTEN ON THE RUN LOG, AND THE BATCH
      *NUMBER AS A HASH ON THE BATCH REGISTER.
       SET-IMAGE-AMOUNT-RTN.
           MOVE 0 TO IMG-AMT.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        ' MOVE IJ-AMOUNT TO IMG-AMT
               WHEN 'RUNLOG         ' MOVE IR-WRITTEN TO IMG-AMT
               WHEN 'BATCHREG       ' MOVE IB-BATCH-NO TO IMG-AMT
               WHEN 'GRADE-HISTORY  '
                   IF IG-FINAL-GRADE NUMERIC
                       MOVE IG-FINAL-GRADE TO IMG-AMT
                   END-IF
           END-EVALUATE.

      *=============== GENERIC ARCHIVE FILE I/O ================
       OPEN-ARC-IN-RTN.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        ' OPEN INPUT JOURNAL-ARC
               WHEN 'RUNLOG         ' OPEN INPUT RUNLOG-ARC
               WHEN 'BATCHREG       ' OPEN INPUT BATCHREG-ARC
               WHEN 'GRADE-HISTORY  ' OPEN INPUT GRADEHST-ARC
           END-EVALUATE.

       OPEN-ARC-EXTEND-RTN.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        ' OPEN EXTEND JOURNAL-ARC
               WHEN 'RUNLOG         ' OPEN EXTEND RUNLOG-ARC
               WHEN 'BATCHREG       ' OPEN EXTEND BATCHREG-ARC
               WHEN 'GRADE-HISTORY  ' OPEN EXTEND GRADEHST-ARC
           END-EVALUATE.

       CLOSE-ARC-RTN.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        ' CLOSE JOURNAL-ARC
               WHEN 'RUNLOG         ' CLOSE RUNLOG-ARC
               WHEN 'BATCHREG       ' CLOSE BATCHREG-ARC
               WHEN 'GRADE-HISTORY  ' CLOSE GRADEHST-ARC
           END-EVALUATE.

       READ-ARC-RTN.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        '
                   READ JOURNAL-ARC INTO ARC-WORK
                       AT END MOVE 'YES' TO ARC-EOF-SW
                   END-READ
               WHEN 'RUNLOG         '
                   READ RUNLOG-ARC INTO ARC-WORK
                       AT END MOVE 'YES' TO ARC-EOF-SW
                   END-READ
               WHEN 'BATCHREG       '
                   READ BATCHREG-ARC INTO ARC-WORK
                       AT END MOVE 'YES' TO ARC-EOF-SW
                   END-READ
               WHEN 'GRADE-HISTORY  '
                   READ GRADEHST-ARC INTO ARC-WORK
                       AT END MOVE 'YES' TO ARC-EOF-SW
                   END-READ
           END-EVALUATE.

       WRITE-ARC-RTN.
           MOVE TODAY-DATE TO ARC-ARCH-DATE.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        ' WRITE JA-REC FROM ARC-WORK
               WHEN 'RUNLOG         ' WRITE RA-REC FROM ARC-WORK
               WHEN 'BATCHREG       ' WRITE BA-REC FROM ARC-WORK
               WHEN 'GRADE-HISTORY  ' WRITE GA-REC FROM ARC-WORK
           END-EVALUATE.

      *======================= ARCHIVE =========================
      *FIRST PASS SPLITS THE LIVE FILE: OLD RECORDS ONTO THE .ARC
      *FILE, THE REST ONTO THE WORK FILE. ONLY WHEN SOMETHING WAS
      *ARCHIVED IS THE LIVE FILE REWRITTEN FROM THE WORK FILE, WITH
      *THE JOURNAL'S BALANCES FORWARD AHEAD OF THE KEPT LEGS.
       ARCHIVE-RTN.
           MOVE 0 TO BEFORE-CTR BEFORE-AMT ARCH-CTR ARCH-AMT
                     KEPT-CTR KEPT-AMT OB-CTR AFTER-CTR AFTER-AMT.
           MOVE 0 TO OB-COUNT.
           MOVE 'N' TO OB-FULL-SW.
           MOVE AC-RETAIN TO RTD-RETAIN.
           IF FILE-SEL = 'GRADE-HISTORY  '
               MOVE 'TERMS ' TO RTD-UNIT
               MOVE 'N/A' TO RTD-CUTOFF
           ELSE
               MOVE 'DAYS  ' TO RTD-UNIT
               IF AC-RETAIN NUMERIC AND AC-RETAIN > 0
                   COMPUTE CUTOFF-DATE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                       - AC-RETAIN)
                   MOVE CUTOFF-DATE TO RTD-CUTOFF
               END-IF
           END-IF.
           MOVE RETAIN-DETAIL TO ACT-DETAIL.
           WRITE RPTREC FROM ACTION-LINE.
      *A ZERO RETENTION WOULD EMPTY THE FILE - NEVER TAKEN AS MEANT.
           IF AC-RETAIN NOT NUMERIC OR AC-RETAIN = 0
               MOVE 'RETENTION PERIOD MISSING OR ZERO - SKIPPED'
                    TO MSG-TEXT
               WRITE RPTREC FROM MSG-LINE
               ADD 1 TO REJ-CARD-CTR
           ELSE
               PERFORM OPEN-SOURCE-IN-RTN
               IF SRC-STATUS NOT EQUAL TO '00'
                   MOVE 'LIVE FILE NOT AVAILABLE - SKIPPED' TO MSG-TEXT
                   WRITE RPTREC FROM MSG-LINE
                   ADD 1 TO REJ-CARD-CTR
                   IF SRC-STATUS = '05'
                       PERFORM CLOSE-SOURCE-RTN
                   END-IF
               ELSE
                   PERFORM CLOSE-SOURCE-RTN
                   IF FILE-SEL = 'GRADE-HISTORY  '
                       PERFORM LOAD-TERMS-RTN
                   END-IF
                   PERFORM SPLIT-SOURCE-RTN
                   IF OB-FULL-SW = 'Y'
                       MOVE 'MORE ACCOUNTS THAN THE BALANCE TABLE - '
                            TO MSG-TEXT
                       MOVE 'LIVE FILE LEFT AS IT WAS'
                            TO MSG-TEXT(40:21)
                       WRITE RPTREC FROM MSG-LINE
                       ADD 1 TO REJ-CARD-CTR
                       MOVE 'A' TO RUN-END-CD
                   ELSE
                       IF ARCH-CTR > 0
                           PERFORM REWRITE-SOURCE-RTN
                       END-IF
                       PERFORM WRITE-ARCHIVE-TOTALS-RTN
                   END-IF
               END-IF
           END-IF.

      *GRADE-HISTORY KEEPS ITS NEWEST TERMS; EVERYTHING FROM THE
      *TERMS BEFORE THEM IS ARCHIVED.
       LOAD-TERMS-RTN.
           MOVE 0 TO TM-COUNT.
           MOVE 0 TO TM-ARCH-CNT.
           MOVE 'NO ' TO SRC-EOF-SW.
           PERFORM OPEN-SOURCE-IN-RTN.
           PERFORM UNTIL SRC-EOF-SW = 'YES'
               PERFORM READ-SOURCE-NEXT-RTN
               IF SRC-EOF-SW NOT EQUAL TO 'YES'
                   PERFORM FIND-TERM-RTN
                   IF TM-FOUND-SW NOT EQUAL TO 'YES' AND TM-COUNT < 200
                       ADD 1 TO TM-COUNT
                       MOVE IG-TERM TO TM-TERM(TM-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-SOURCE-RTN.
           IF TM-COUNT > AC-RETAIN
               COMPUTE TM-ARCH-CNT = TM-COUNT - AC-RETAIN
           END-IF.

       FIND-TERM-RTN.
           MOVE 'NO ' TO TM-FOUND-SW.
           PERFORM VARYING TM-IX FROM 1 BY 1
                   UNTIL TM-IX > TM-COUNT OR TM-FOUND-SW = 'YES'
               IF TM-TERM(TM-IX) = IG-TERM
                   MOVE 'YES' TO TM-FOUND-SW
               END-IF
           END-PERFORM.
           IF TM-FOUND-SW = 'YES'
               SUBTRACT 1 FROM TM-IX
           END-IF.

       SPLIT-SOURCE-RTN.
           MOVE 'NO ' TO SRC-EOF-SW.
           PERFORM OPEN-SOURCE-IN-RTN.
           PERFORM OPEN-ARC-EXTEND-RTN.
           OPEN OUTPUT ARCHWORK.
           PERFORM UNTIL SRC-EOF-SW = 'YES'
               PERFORM READ-SOURCE-NEXT-RTN
               IF SRC-EOF-SW NOT EQUAL TO 'YES'
                   PERFORM SET-IMAGE-AMOUNT-RTN
                   ADD 1 TO BEFORE-CTR
                   ADD IMG-AMT TO BEFORE-AMT
                   PERFORM TEST-RETENTION-RTN
                   IF ARCHIVE-SW = 'Y'
                       PERFORM WRITE-ARC-RTN
                       ADD 1 TO ARCH-CTR
                       ADD IMG-AMT TO ARCH-AMT
                       IF FILE-SEL = 'JOURNAL        '
                           PERFORM NOTE-BALANCE-RTN
                       END-IF
                   ELSE
                       WRITE AW-REC FROM IMG-AREA
                       ADD 1 TO KEPT-CTR
                       ADD IMG-AMT TO KEPT-AMT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARCHWORK.
           PERFORM CLOSE-ARC-RTN.
           PERFORM CLOSE-SOURCE-RTN.
           ADD ARCH-CTR TO RUN-ARCH-CTR.

       TEST-RETENTION-RTN.
           MOVE 'N' TO ARCHIVE-SW.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        '
                   IF IJ-DATE < CUTOFF-DATE
                       MOVE 'Y' TO ARCHIVE-SW
                   END-IF
               WHEN 'RUNLOG         '
                   IF IR-DATE < CUTOFF-DATE
                       MOVE 'Y' TO ARCHIVE-SW
                   END-IF
               WHEN 'BATCHREG       '
                   IF IB-POSTED-DATE < CUTOFF-DATE
                       MOVE 'Y' TO ARCHIVE-SW
                   END-IF
               WHEN 'GRADE-HISTORY  '
                   PERFORM FIND-TERM-RTN
                   IF TM-FOUND-SW = 'YES' AND TM-IX <= TM-ARCH-CNT
                       MOVE 'Y' TO ARCHIVE-SW
                   END-IF
           END-EVALUATE.

      *THE JOURNAL IS APPENDED IN POSTING ORDER, SO THE LAST LEG
      *ARCHIVED FOR AN ACCOUNT CARRIES ITS BALANCE AT THE CUTOFF.
       NOTE-BALANCE-RTN.
           MOVE 'NO ' TO OB-FOUND-SW.
           PERFORM VARYING OB-IX FROM 1 BY 1
                   UNTIL OB-IX > OB-COUNT OR OB-FOUND-SW = 'YES'
               IF OB-ACCNO(OB-IX) = IJ-ACCNO
                   MOVE 'YES' TO OB-FOUND-SW
                   MOVE IJ-BAL-AFTER TO OB-BAL(OB-IX)
                   MOVE IJ-TC TO OB-LAST-TC(OB-IX)
               END-IF
           END-PERFORM.
           IF OB-FOUND-SW NOT EQUAL TO 'YES'
               IF OB-COUNT < 1000
                   ADD 1 TO OB-COUNT
                   MOVE IJ-ACCNO TO OB-ACCNO(OB-COUNT)
                   MOVE IJ-BAL-AFTER TO OB-BAL(OB-COUNT)
                   MOVE IJ-TC TO OB-LAST-TC(OB-COUNT)
               ELSE
                   MOVE 'Y' TO OB-FULL-SW
               END-IF
           END-IF.

       REWRITE-SOURCE-RTN.
           PERFORM OPEN-SOURCE-OUT-RTN.
           IF FILE-SEL = 'JOURNAL        '
               PERFORM WRITE-BALANCES-FORWARD-RTN
           END-IF.
           MOVE 'NO ' TO WK-EOF-SW.
           OPEN INPUT ARCHWORK.
           PERFORM UNTIL WK-EOF-SW = 'YES'
               READ ARCHWORK
                   AT END MOVE 'YES' TO WK-EOF-SW
                   NOT AT END
                       MOVE AW-REC TO IMG-AREA
                       PERFORM WRITE-SOURCE-FROM-IMAGE-RTN
               END-READ
           END-PERFORM.
           CLOSE ARCHWORK.
           PERFORM CLOSE-SOURCE-RTN.

      *ONE ZERO-AMOUNT 'OB' LEG PER ACCOUNT, DATED THE DAY BEFORE THE
      *CUTOFF WITH SEQUENCE ZERO SO IT SORTS AHEAD OF EVERY KEPT LEG.
      *BEFORE AND AFTER BOTH CARRY THE BALANCE, SO A STATEMENT OPENS
      *ON IT AND THE GL AND TAX RUNS, WHICH TAKE ONLY MONEY LEGS,
      *PASS IT BY. AN ACCOUNT WHOSE LAST ARCHIVED LEG CLOSED IT AT
      *ZERO CARRIES NOTHING FORWARD.
       WRITE-BALANCES-FORWARD-RTN.
           PERFORM VARYING OB-IX FROM 1 BY 1 UNTIL OB-IX >= OB-COUNT
               PERFORM VARYING OB-JX FROM 1 BY 1
                       UNTIL OB-JX > (OB-COUNT - OB-IX)
                   IF OB-ACCNO(OB-JX) > OB-ACCNO(OB-JX + 1)
                       MOVE OB-ENTRY(OB-JX) TO OB-SWAP
                       MOVE OB-ENTRY(OB-JX + 1) TO OB-ENTRY(OB-JX)
                       MOVE OB-SWAP TO OB-ENTRY(OB-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           COMPUTE OB-DATE =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CUTOFF-DATE) - 1).
           PERFORM VARYING OB-IX FROM 1 BY 1 UNTIL OB-IX > OB-COUNT
               IF OB-LAST-TC(OB-IX) NOT EQUAL TO 'C ' OR
                  OB-BAL(OB-IX) NOT EQUAL TO 0
                   MOVE OB-ACCNO(OB-IX) TO JR-ACCNO
                   MOVE 'OB' TO JR-TC
                   MOVE 0 TO JR-AMOUNT
                   MOVE OB-BAL(OB-IX) TO JR-BAL-BEFORE
                   MOVE OB-BAL(OB-IX) TO JR-BAL-AFTER
                   MOVE OB-DATE TO JR-DATE
                   MOVE 0 TO JR-SEQ
                   WRITE JOURNAL-REC
                   ADD 1 TO OB-CTR
               END-IF
           END-PERFORM.

      *BEFORE = ARCHIVED + KEPT, AND THE LIVE FILE NOW HOLDS THE KEPT
      *RECORDS PLUS ANY BALANCES FORWARD (WHICH CARRY NO AMOUNT).
       WRITE-ARCHIVE-TOTALS-RTN.
           IF ARCH-CTR = 0
               MOVE BEFORE-CTR TO AFTER-CTR
               MOVE BEFORE-AMT TO AFTER-AMT
           ELSE
               COMPUTE AFTER-CTR = KEPT-CTR + OB-CTR
               MOVE KEPT-AMT TO AFTER-AMT
           END-IF.
           MOVE 'RECORDS ON LIVE FILE BEFORE' TO RES-TEXT.
           MOVE BEFORE-CTR TO RES-COUNT.
           MOVE BEFORE-AMT TO RES-AMT.
           WRITE RPTREC FROM RESULT-LINE.
           MOVE SPACES TO RES-TEXT.
           STRING 'MOVED TO ' DELIMITED BY SIZE
                  ARC-FILE-NAME DELIMITED BY SPACE
                  INTO RES-TEXT
           END-STRING.
           MOVE ARCH-CTR TO RES-COUNT.
           MOVE ARCH-AMT TO RES-AMT.
           WRITE RPTREC FROM RESULT-LINE.
           IF FILE-SEL = 'JOURNAL        '
               MOVE 'BALANCE-FORWARD LEGS WRITTEN' TO RES-TEXT
               MOVE OB-CTR TO RES-COUNT
               MOVE 0 TO RES-AMT
               WRITE RPTREC FROM RESULT-LINE
           END-IF.
           MOVE 'RECORDS ON LIVE FILE AFTER' TO RES-TEXT.
           MOVE AFTER-CTR TO RES-COUNT.
           MOVE AFTER-AMT TO RES-AMT.
           WRITE RPTREC FROM RESULT-LINE.
           IF ARCH-CTR = 0
               MOVE 'NOTHING OLDER THAN THE RETENTION PERIOD'
                    TO MSG-TEXT
           ELSE
               IF BEFORE-CTR = ARCH-CTR + KEPT-CTR AND
                  BEFORE-AMT = ARCH-AMT + AFTER-AMT
                   MOVE 'CONTROL TOTALS PROVE' TO MSG-TEXT
               ELSE
                   MOVE '*** CONTROL TOTALS DO NOT PROVE ***'
                        TO MSG-TEXT
                   MOVE 'A' TO RUN-END-CD
               END-IF
           END-IF.
           WRITE RPTREC FROM MSG-LINE.

      *======================= RETRIEVE ========================
      *EVERY ARCHIVED RECORD WHOSE OWN BUSINESS DATE FALLS IN THE
      *PERIOD (OR, FOR GRADE-HISTORY, WHOSE TERM MATCHES) IS COPIED
      *TO THE FILE'S .RTV, WHICHEVER ARCHIVE RUN MOVED IT. SEVERAL
      *CARDS FOR ONE FILE ADD TO THE SAME .RTV WITHIN A RUN.
       RETRIEVE-RTN.
           MOVE 0 TO RTV-CTR RTV-AMT.
           IF FILE-SEL = 'GRADE-HISTORY  '
               MOVE AC-TERM-ID TO TRD-TERM
               MOVE TERM-DETAIL TO ACT-DETAIL
           ELSE
               MOVE AC-FROM-DATE TO PRD-FROM
               MOVE AC-TO-DATE TO PRD-TO
               MOVE PERIOD-DETAIL TO ACT-DETAIL
           END-IF.
           WRITE RPTREC FROM ACTION-LINE.
           IF (FILE-SEL = 'GRADE-HISTORY  ' AND AC-TERM-ID = SPACES)
              OR (FILE-SEL NOT EQUAL TO 'GRADE-HISTORY  ' AND
                  (AC-FROM-DATE NOT NUMERIC OR
                   AC-TO-DATE NOT NUMERIC OR
                   AC-FROM-DATE > AC-TO-DATE))
               MOVE 'PERIOD OR TERM MISSING OR INVALID - SKIPPED'
                    TO MSG-TEXT
               WRITE RPTREC FROM MSG-LINE
               ADD 1 TO REJ-CARD-CTR
           ELSE
               PERFORM OPEN-ARC-IN-RTN
               IF ARC-STATUS NOT EQUAL TO '00'
                   MOVE 'NO ARCHIVE ON FILE - NOTHING RETRIEVED'
                        TO MSG-TEXT
                   WRITE RPTREC FROM MSG-LINE
                   IF ARC-STATUS = '05'
                       PERFORM CLOSE-ARC-RTN
                   END-IF
               ELSE
                   PERFORM OPEN-RETRIEVAL-RTN
                   MOVE 'NO ' TO ARC-EOF-SW
                   PERFORM UNTIL ARC-EOF-SW = 'YES'
                       PERFORM READ-ARC-RTN
                       IF ARC-EOF-SW NOT EQUAL TO 'YES'
                           PERFORM TEST-PERIOD-RTN
                       END-IF
                   END-PERFORM
                   PERFORM CLOSE-ARC-RTN
                   MOVE 'RECORDS RETRIEVED FROM ARCHIVE' TO RES-TEXT
                   MOVE RTV-CTR TO RES-COUNT
                   MOVE RTV-AMT TO RES-AMT
                   WRITE RPTREC FROM RESULT-LINE
                   ADD RTV-CTR TO RUN-RTV-CTR
               END-IF
           END-IF.

       TEST-PERIOD-RTN.
           MOVE 'N' TO ARCHIVE-SW.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        '
                   IF IJ-DATE >= AC-FROM-DATE AND
                      IJ-DATE <= AC-TO-DATE
                       MOVE 'Y' TO ARCHIVE-SW
                   END-IF
               WHEN 'RUNLOG         '
                   IF IR-DATE >= AC-FROM-DATE AND
                      IR-DATE <= AC-TO-DATE
                       MOVE 'Y' TO ARCHIVE-SW
                   END-IF
               WHEN 'BATCHREG       '
                   IF IB-POSTED-DATE >= AC-FROM-DATE AND
                      IB-POSTED-DATE <= AC-TO-DATE
                       MOVE 'Y' TO ARCHIVE-SW
                   END-IF
               WHEN 'GRADE-HISTORY  '
                   IF IG-TERM = AC-TERM-ID
                       MOVE 'Y' TO ARCHIVE-SW
                   END-IF
           END-EVALUATE.
           IF ARCHIVE-SW = 'Y'
               PERFORM SET-IMAGE-AMOUNT-RTN
               PERFORM WRITE-RETRIEVAL-RTN
               ADD 1 TO RTV-CTR
               ADD IMG-AMT TO RTV-AMT
           END-IF.

       OPEN-RETRIEVAL-RTN.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        '
                   IF JV-OPEN-SW = 'N'
                       OPEN OUTPUT JOURNAL-RTV
                       MOVE 'Y' TO JV-OPEN-SW
                   END-IF
               WHEN 'RUNLOG         '
                   IF RV-OPEN-SW = 'N'
                       OPEN OUTPUT RUNLOG-RTV
                       MOVE 'Y' TO RV-OPEN-SW
                   END-IF
               WHEN 'BATCHREG       '
                   IF BV-OPEN-SW = 'N'
                       OPEN OUTPUT BATCHREG-RTV
                       MOVE 'Y' TO BV-OPEN-SW
                   END-IF
               WHEN 'GRADE-HISTORY  '
                   IF GV-OPEN-SW = 'N'
                       OPEN OUTPUT GRADEHST-RTV
                       MOVE 'Y' TO GV-OPEN-SW
                   END-IF
           END-EVALUATE.

       WRITE-RETRIEVAL-RTN.
           EVALUATE FILE-SEL
               WHEN 'JOURNAL        ' WRITE JV-REC FROM IMG-AREA
               WHEN 'RUNLOG         ' WRITE RV-REC FROM IMG-AREA
               WHEN 'BATCHREG       ' WRITE BV-REC FROM IMG-AREA
               WHEN 'GRADE-HISTORY  ' WRITE GV-REC FROM IMG-AREA
           END-EVALUATE.

       CLOSE-RETRIEVALS-RTN.
           IF JV-OPEN-SW = 'Y'
               CLOSE JOURNAL-RTV
           END-IF.
           IF RV-OPEN-SW = 'Y'
               CLOSE RUNLOG-RTV
           END-IF.
           IF BV-OPEN-SW = 'Y'
               CLOSE BATCHREG-RTV
           END-IF.
           IF GV-OPEN-SW = 'Y'
               CLOSE GRADEHST-RTV
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
           MOVE 'FILE-ARCHIVE   ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE CARD-CTR TO RL-READ.
           MOVE RUN-ARCH-CTR TO RL-WRITTEN.
           MOVE REJ-CARD-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
