       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODLINE-RPT.
       AUTHOR. BSIT 2-4.
       INSTALLATION. OWN COMPUTER.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ACCESSIBLE TO BSIT 2-4 ONLY.
       REMARKS. MONTHLY PRODUCT-LINE SALES ANALYSIS FROM THE DETAIL
                THE DAILY ACTIVITY RUN APPENDS TO PRODSALES.TXT. FOR
                THE MONTH ON THE PRODPARM.TXT CARD (ZERO OR NO CARD
                MEANS THE LATEST MONTH ON FILE) IT SHOWS NET UNITS
                AND NET AMOUNT BY PRODUCT LINE, THEN BY AREA AND
                PRODUCT LINE, THEN BY SALESMAN AND PRODUCT LINE.
                RETURNS ARE ALREADY NEGATIVE ON THE DETAIL, SO EVERY
                FIGURE IS NET OF RETURNS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       OBJECT-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT PRODPARM ASSIGN TO "PRODPARM.TXT"
               FILE STATUS IS PP-STATUS.
           SELECT PRODSALES ASSIGN TO "PRODSALES.TXT"
               FILE STATUS IS PS-STATUS.
           SELECT AREAFILE ASSIGN TO "AREA-MASTER.TXT"
               FILE STATUS IS AF-STATUS.
           SELECT OUTFILE ASSIGN TO "PRODLINE.TXT".
       DATA DIVISION.
       FILE SECTION.
      *PARAMETER CARD: THE MONTH TO ANALYSE. A ZERO MONTH, OR NO
      *CARD AT ALL, TAKES THE LATEST MONTH ON PRODSALES.TXT.
       FD  PRODPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS PRODPARM-REC.
       01  PRODPARM-REC.
           05 PP-YR PIC 9(4).
           05 PP-MO PIC 99.
      *ONE RECORD PER DETAIL ACCEPTED BY ACTIVITY, IN ITS LAYOUT.
       FD  PRODSALES
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS PS-REC.
       01  PS-REC.
           05 PS-BUS-DATE.
              10 PS-BUS-YR PIC 9(4).
              10 PS-BUS-MO PIC 99.
              10 PS-BUS-DD PIC 99.
           05 PS-BATCH-NO PIC 9(6).
           05 PS-AREA PIC X.
           05 PS-SNO PIC X(3).
           05 PS-SNAME PIC X(25).
           05 PS-PRODCODE PIC X(6).
           05 PS-PRODLINE PIC X(4).
           05 PS-TC PIC X.
           05 PS-UNITS PIC S9(5).
           05 PS-AMOUNT PIC S9(7)V99.
           05 PS-COMM PIC S9(7)V99.
       FD  AREAFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS AREA-REC.
       01  AREA-REC.
           05 AM-CODE PIC A.
           05 AM-REGION-NAME PIC X(20).
           05 AM-MANAGER PIC X(25).
       FD  OUTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS OUTREC.
       01  OUTREC.
           05 FILLER PIC X(100).
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
           05 FILLER PIC X(42) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "CHIKA LANG CORP.".
           05 FILLER PIC X(42) VALUE SPACES.
       01  HD2.
           05 FILLER PIC X(41) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "STA. MESA, MANILA".
           05 FILLER PIC X(42) VALUE SPACES.
       01  HD3.
           05 FILLER PIC X(34) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
              "PRODUCT-LINE SALES ANALYSIS".
           05 FILLER PIC X(34) VALUE SPACES.
       01  PARM-LINE.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 PL-DATE PIC 9(8).
           05 FILLER PIC X(17) VALUE '  SALES MONTH:   '.
           05 PL-YR PIC 9(4).
           05 FILLER PIC X VALUE '/'.
           05 PL-MO PIC 99.
           05 FILLER PIC X(58) VALUE SPACES.
       01  NO-SALES-LINE.
           05 FILLER PIC X(50) VALUE
              'NO PRODUCT SALES ON FILE FOR THE SALES MONTH'.
           05 FILLER PIC X(50) VALUE SPACES.
       01  BLANK-LINE.
           05 FILLER PIC X(100) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(79) VALUE SPACES.

      *----------------------- SECTION HEADINGS ----------------
       01  SECT-HDNG.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SH-TITLE PIC X(50).
           05 FILLER PIC X(48) VALUE SPACES.
       01  LINE-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(38) VALUE 'PRODUCT LINE'.
           05 FILLER PIC X(12) VALUE '  NET UNITS'.
           05 FILLER PIC X(15) VALUE '     NET AMOUNT'.
           05 FILLER PIC X(7) VALUE '    PCT'.
           05 FILLER PIC X(26) VALUE SPACES.
       01  AREA-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'AREA'.
           05 FILLER PIC X(21) VALUE 'REGION'.
           05 FILLER PIC X(12) VALUE 'PROD LINE'.
           05 FILLER PIC X(12) VALUE '  NET UNITS'.
           05 FILLER PIC X(15) VALUE '     NET AMOUNT'.
           05 FILLER PIC X(33) VALUE SPACES.
       01  SLSMN-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'SNO'.
           05 FILLER PIC X(21) VALUE 'SALESMAN NAME'.
           05 FILLER PIC X(12) VALUE 'PROD LINE'.
           05 FILLER PIC X(12) VALUE '  NET UNITS'.
           05 FILLER PIC X(15) VALUE '     NET AMOUNT'.
           05 FILLER PIC X(33) VALUE SPACES.

      *----------------------- DETAIL LINES --------------------
      *ONE LAYOUT SERVES ALL THREE SECTIONS: THE KEY COLUMNS ARE
      *FILLED AS THE SECTION REQUIRES AND LEFT BLANK OTHERWISE.
       01  ANAL-LINE.
           05 FILLER PIC X(2).
           05 AN-KEY PIC X(5).
           05 AN-NAME PIC X(21).
           05 AN-LINE PIC X(12).
           05 AN-UNITS PIC ZZZ,ZZ9-.
           05 FILLER PIC X(4).
           05 AN-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2).
           05 AN-PCT PIC ZZ9.9.
           05 FILLER PIC X(26).
       01  SUBTOT-LINE.
           05 FILLER PIC X(7) VALUE SPACES.
           05 ST-LABEL PIC X(33).
           05 ST-UNITS PIC ZZZ,ZZ9-.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ST-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(33) VALUE SPACES.
       01  GRAND-TOT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(38) VALUE 'TOTAL FOR THE MONTH'.
           05 GT-UNITS PIC ZZZ,ZZ9-.
           05 FILLER PIC X(4) VALUE SPACES.
           05 GT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(33) VALUE SPACES.
       01  REC-CTR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(38) VALUE 'DETAIL RECORDS IN THE MONTH'.
           05 RC-CTR PIC ZZZ,ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.

      *----------------------- PARAMETER CARD ------------------
       01  PARM-VARS.
           05 PP-STATUS PIC XX.
           05 RPT-YR PIC 9(4) VALUE 0.
           05 RPT-MO PIC 99 VALUE 0.
           05 LATEST-IDX PIC 9(6) VALUE 0.

      *----------------------- AREA NAMES ----------------------
       01  AREA-TABLE.
           05 AT-ENTRY OCCURS 26 TIMES INDEXED BY AT-IX.
              10 AT-CODE PIC X.
              10 AT-NAME PIC X(20).
       01  AREA-OTHERS.
           05 AF-STATUS PIC XX.
           05 AT-COUNT PIC 99 VALUE 0.
           05 AT-LOAD-EOF PIC X(3) VALUE 'NO '.
           05 AT-LOOK-NAME PIC X(20).

      *----------------------- ACCUMULATORS --------------------
      *NET UNITS AND AMOUNT BY PRODUCT LINE, BY AREA AND PRODUCT
      *LINE, AND BY SALESMAN AND PRODUCT LINE. EACH TABLE IS BUILT
      *IN ARRIVAL ORDER AND EXCHANGE-SORTED ON ITS KEY BEFORE PRINT.
       01  LINE-TABLE.
           05 LN-ENTRY OCCURS 100 TIMES INDEXED BY LN-IX.
              10 LN-KEY.
                 15 LN-LINE PIC X(4).
              10 LN-UNITS PIC S9(7).
              10 LN-AMOUNT PIC S9(9)V99.
       01  AREA-LINE-TABLE.
           05 AL-ENTRY OCCURS 1000 TIMES INDEXED BY AL-IX.
              10 AL-KEY.
                 15 AL-AREA PIC X.
                 15 AL-LINE PIC X(4).
              10 AL-UNITS PIC S9(7).
              10 AL-AMOUNT PIC S9(9)V99.
       01  SLSMN-LINE-TABLE.
           05 SL-ENTRY OCCURS 2000 TIMES INDEXED BY SL-IX.
              10 SL-KEY.
                 15 SL-SNO PIC X(3).
                 15 SL-LINE PIC X(4).
              10 SL-SNAME PIC X(25).
              10 SL-UNITS PIC S9(7).
              10 SL-AMOUNT PIC S9(9)V99.
       01  SWAP-AREAS.
           05 LN-SWAP PIC X(22).
           05 AL-SWAP PIC X(23).
           05 SL-SWAP PIC X(50).
       01  TABLE-VARS.
           05 LN-COUNT PIC 999 VALUE 0.
           05 AL-COUNT PIC 9999 VALUE 0.
           05 SL-COUNT PIC 9999 VALUE 0.
           05 TB-FOUND-SW PIC X(3) VALUE 'NO '.
           05 SRT-I PIC 9999.
           05 SRT-J PIC 9999.
       01  RUN-TOTALS.
           05 PS-STATUS PIC XX.
           05 PS-EOF PIC X(3) VALUE 'NO '.
           05 READ-CTR PIC 9(6) VALUE 0.
           05 MONTH-CTR PIC 9(6) VALUE 0.
           05 TOT-UNITS PIC S9(7) VALUE 0.
           05 TOT-AMOUNT PIC S9(9)V99 VALUE 0.
           05 SUB-UNITS PIC S9(7) VALUE 0.
           05 SUB-AMOUNT PIC S9(9)V99 VALUE 0.
           05 PCT-WK PIC S9(3)V9 VALUE 0.
           05 BRK-KEY PIC X(3).
           05 GRP-FIRST-SW PIC X(3) VALUE 'YES'.
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
           05 JB-SELF PIC X(15) VALUE 'PRODLINE-RPT   '.
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
           PERFORM ACCUMULATE-RTN.
           IF MONTH-CTR = 0
               WRITE OUTREC FROM NO-SALES-LINE
           ELSE
               PERFORM WRITE-LINE-SECTION-RTN
               PERFORM WRITE-AREA-SECTION-RTN
               PERFORM WRITE-SLSMN-SECTION-RTN
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INITIAL-RTN.
           OPEN OUTPUT OUTFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM READ-PARM-CARD-RTN.
           PERFORM LOAD-AREA-MASTER-RTN.
           IF RPT-YR = 0 OR RPT-MO = 0
               PERFORM FIND-LATEST-MONTH-RTN
           END-IF.
           MOVE WS-TODAY-YMD TO PL-DATE.
           MOVE RPT-YR TO PL-YR.
           MOVE RPT-MO TO PL-MO.
           WRITE OUTREC FROM HD1.
           WRITE OUTREC FROM HD2.
           WRITE OUTREC FROM HD3.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM PARM-LINE.
       INITIAL-END.

       READ-PARM-CARD-RTN.
           OPEN INPUT PRODPARM.
           IF PP-STATUS = '00'
               READ PRODPARM
                   NOT AT END
                       MOVE PP-YR TO RPT-YR
                       MOVE PP-MO TO RPT-MO
               END-READ
               CLOSE PRODPARM
           END-IF.

      *REGION NAMES ARE FOR PRINTING ONLY; WITHOUT THE AREA MASTER
      *THE AREA SECTION SIMPLY PRINTS THE CODES.
       LOAD-AREA-MASTER-RTN.
           OPEN INPUT AREAFILE.
           IF AF-STATUS = '00'
               PERFORM UNTIL AT-LOAD-EOF = 'YES'
                   READ AREAFILE
                       AT END MOVE 'YES' TO AT-LOAD-EOF
                       NOT AT END
                           IF AT-COUNT < 26
                               ADD 1 TO AT-COUNT
                               MOVE AM-CODE TO AT-CODE(AT-COUNT)
                               MOVE AM-REGION-NAME TO AT-NAME(AT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AREAFILE
           END-IF.

      *A FIRST PASS OVER THE DETAIL FINDS THE LATEST MONTH POSTED.
       FIND-LATEST-MONTH-RTN.
           OPEN INPUT PRODSALES.
           IF PS-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO PS-EOF
           END-IF.
           PERFORM UNTIL PS-EOF = 'YES'
               READ PRODSALES
                   AT END MOVE 'YES' TO PS-EOF
                   NOT AT END
                       IF (PS-BUS-YR * 12 + PS-BUS-MO) > LATEST-IDX
                           COMPUTE LATEST-IDX =
                                   PS-BUS-YR * 12 + PS-BUS-MO
                           MOVE PS-BUS-YR TO RPT-YR
                           MOVE PS-BUS-MO TO RPT-MO
                       END-IF
               END-READ
           END-PERFORM.
           IF PS-STATUS NOT EQUAL TO '35'
               CLOSE PRODSALES
           END-IF.
           MOVE 'NO ' TO PS-EOF.

       ACCUMULATE-RTN.
           OPEN INPUT PRODSALES.
           IF PS-STATUS NOT EQUAL TO '00'
               MOVE 'YES' TO PS-EOF
           END-IF.
           PERFORM UNTIL PS-EOF = 'YES'
               READ PRODSALES
                   AT END MOVE 'YES' TO PS-EOF
                   NOT AT END
                       ADD 1 TO READ-CTR
                       IF PS-BUS-YR = RPT-YR AND PS-BUS-MO = RPT-MO
                           PERFORM ACCUM-ONE-DETAIL-RTN
                       END-IF
               END-READ
           END-PERFORM.
           IF PS-STATUS NOT EQUAL TO '35'
               CLOSE PRODSALES
           END-IF.

       ACCUM-ONE-DETAIL-RTN.
           ADD 1 TO MONTH-CTR.
           ADD PS-UNITS TO TOT-UNITS.
           ADD PS-AMOUNT TO TOT-AMOUNT.
           MOVE 'NO ' TO TB-FOUND-SW.
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > LN-COUNT OR TB-FOUND-SW = 'YES'
               IF LN-LINE(LN-IX) = PS-PRODLINE
                   MOVE 'YES' TO TB-FOUND-SW
                   ADD PS-UNITS TO LN-UNITS(LN-IX)
                   ADD PS-AMOUNT TO LN-AMOUNT(LN-IX)
               END-IF
           END-PERFORM.
           IF TB-FOUND-SW NOT EQUAL TO 'YES'
               IF LN-COUNT >= 100
                   PERFORM TABLE-FULL-RTN
               END-IF
               ADD 1 TO LN-COUNT
               MOVE PS-PRODLINE TO LN-LINE(LN-COUNT)
               MOVE PS-UNITS TO LN-UNITS(LN-COUNT)
               MOVE PS-AMOUNT TO LN-AMOUNT(LN-COUNT)
           END-IF.
           MOVE 'NO ' TO TB-FOUND-SW.
           PERFORM VARYING AL-IX FROM 1 BY 1
                   UNTIL AL-IX > AL-COUNT OR TB-FOUND-SW = 'YES'
               IF AL-AREA(AL-IX) = PS-AREA
                  AND AL-LINE(AL-IX) = PS-PRODLINE
                   MOVE 'YES' TO TB-FOUND-SW
                   ADD PS-UNITS TO AL-UNITS(AL-IX)
                   ADD PS-AMOUNT TO AL-AMOUNT(AL-IX)
               END-IF
           END-PERFORM.
           IF TB-FOUND-SW NOT EQUAL TO 'YES'
               IF AL-COUNT >= 1000
                   PERFORM TABLE-FULL-RTN
               END-IF
               ADD 1 TO AL-COUNT
               MOVE PS-AREA TO AL-AREA(AL-COUNT)
               MOVE PS-PRODLINE TO AL-LINE(AL-COUNT)
               MOVE PS-UNITS TO AL-UNITS(AL-COUNT)
               MOVE PS-AMOUNT TO AL-AMOUNT(AL-COUNT)
           END-IF.
           MOVE 'NO ' TO TB-FOUND-SW.
           PERFORM VARYING SL-IX FROM 1 BY 1
                   UNTIL SL-IX > SL-COUNT OR TB-FOUND-SW = 'YES'
               IF SL-SNO(SL-IX) = PS-SNO
                  AND SL-LINE(SL-IX) = PS-PRODLINE
                   MOVE 'YES' TO TB-FOUND-SW
                   ADD PS-UNITS TO SL-UNITS(SL-IX)
                   ADD PS-AMOUNT TO SL-AMOUNT(SL-IX)
               END-IF
           END-PERFORM.
           IF TB-FOUND-SW NOT EQUAL TO 'YES'
               IF SL-COUNT >= 2000
                   PERFORM TABLE-FULL-RTN
               END-IF
               ADD 1 TO SL-COUNT
               MOVE PS-SNO TO SL-SNO(SL-COUNT)
               MOVE PS-PRODLINE TO SL-LINE(SL-COUNT)
               MOVE PS-SNAME TO SL-SNAME(SL-COUNT)
               MOVE PS-UNITS TO SL-UNITS(SL-COUNT)
               MOVE PS-AMOUNT TO SL-AMOUNT(SL-COUNT)
           END-IF.

      *A MONTH TOO BIG FOR THE TABLES STOPS WITH A CLEAR MESSAGE
      *RATHER THAN PRINT FROM A SILENTLY TRUNCATED ANALYSIS.
       TABLE-FULL-RTN.
           DISPLAY 'PRODUCT SALES EXCEED THE ANALYSIS TABLES - '
                   'RUN STOPPED'.
           CLOSE PRODSALES, OUTFILE.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

      *=============== BY PRODUCT LINE =========================
       WRITE-LINE-SECTION-RTN.
           PERFORM VARYING SRT-I FROM 1 BY 1 UNTIL SRT-I >= LN-COUNT
               PERFORM VARYING SRT-J FROM 1 BY 1
                       UNTIL SRT-J > (LN-COUNT - SRT-I)
                   IF LN-KEY(SRT-J) > LN-KEY(SRT-J + 1)
                       MOVE LN-ENTRY(SRT-J) TO LN-SWAP
                       MOVE LN-ENTRY(SRT-J + 1) TO LN-ENTRY(SRT-J)
                       MOVE LN-SWAP TO LN-ENTRY(SRT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 'SALES BY PRODUCT LINE' TO SH-TITLE.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM SECT-HDNG.
           WRITE OUTREC FROM LINE-COLHD.
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > LN-COUNT
               MOVE SPACES TO ANAL-LINE
               MOVE LN-LINE(LN-IX) TO AN-KEY
               MOVE LN-UNITS(LN-IX) TO AN-UNITS
               MOVE LN-AMOUNT(LN-IX) TO AN-AMOUNT
               IF TOT-AMOUNT > 0
                   COMPUTE PCT-WK ROUNDED =
                           LN-AMOUNT(LN-IX) / TOT-AMOUNT * 100
                       ON SIZE ERROR MOVE 0 TO PCT-WK
                   END-COMPUTE
                   MOVE PCT-WK TO AN-PCT
               END-IF
               WRITE OUTREC FROM ANAL-LINE
           END-PERFORM.
           PERFORM WRITE-GRAND-TOTAL-RTN.

      *=============== BY AREA AND PRODUCT LINE ================
       WRITE-AREA-SECTION-RTN.
           PERFORM VARYING SRT-I FROM 1 BY 1 UNTIL SRT-I >= AL-COUNT
               PERFORM VARYING SRT-J FROM 1 BY 1
                       UNTIL SRT-J > (AL-COUNT - SRT-I)
                   IF AL-KEY(SRT-J) > AL-KEY(SRT-J + 1)
                       MOVE AL-ENTRY(SRT-J) TO AL-SWAP
                       MOVE AL-ENTRY(SRT-J + 1) TO AL-ENTRY(SRT-J)
                       MOVE AL-SWAP TO AL-ENTRY(SRT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 'SALES BY AREA AND PRODUCT LINE' TO SH-TITLE.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM SECT-HDNG.
           WRITE OUTREC FROM AREA-COLHD.
           MOVE AL-AREA(1) TO BRK-KEY.
           MOVE 0 TO SUB-UNITS.
           MOVE 0 TO SUB-AMOUNT.
           MOVE 'YES' TO GRP-FIRST-SW.
           PERFORM VARYING AL-IX FROM 1 BY 1 UNTIL AL-IX > AL-COUNT
               IF AL-AREA(AL-IX) NOT EQUAL TO BRK-KEY
                   MOVE 'AREA TOTAL' TO ST-LABEL
                   PERFORM WRITE-SUBTOTAL-RTN
                   MOVE AL-AREA(AL-IX) TO BRK-KEY
               END-IF
               MOVE SPACES TO ANAL-LINE
               IF GRP-FIRST-SW = 'YES'
                   MOVE 'NO ' TO GRP-FIRST-SW
                   MOVE AL-AREA(AL-IX) TO AN-KEY
                   PERFORM LOOKUP-AREA-NAME-RTN
                   MOVE AT-LOOK-NAME TO AN-NAME
               END-IF
               MOVE AL-LINE(AL-IX) TO AN-LINE
               MOVE AL-UNITS(AL-IX) TO AN-UNITS
               MOVE AL-AMOUNT(AL-IX) TO AN-AMOUNT
               WRITE OUTREC FROM ANAL-LINE
               ADD AL-UNITS(AL-IX) TO SUB-UNITS
               ADD AL-AMOUNT(AL-IX) TO SUB-AMOUNT
           END-PERFORM.
           MOVE 'AREA TOTAL' TO ST-LABEL.
           PERFORM WRITE-SUBTOTAL-RTN.
           PERFORM WRITE-GRAND-TOTAL-RTN.

       LOOKUP-AREA-NAME-RTN.
           MOVE SPACES TO AT-LOOK-NAME.
           PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > AT-COUNT
               IF AT-CODE(AT-IX) = AL-AREA(AL-IX)
                   MOVE AT-NAME(AT-IX) TO AT-LOOK-NAME
               END-IF
           END-PERFORM.

      *=============== BY SALESMAN AND PRODUCT LINE ============
       WRITE-SLSMN-SECTION-RTN.
           PERFORM VARYING SRT-I FROM 1 BY 1 UNTIL SRT-I >= SL-COUNT
               PERFORM VARYING SRT-J FROM 1 BY 1
                       UNTIL SRT-J > (SL-COUNT - SRT-I)
                   IF SL-KEY(SRT-J) > SL-KEY(SRT-J + 1)
                       MOVE SL-ENTRY(SRT-J) TO SL-SWAP
                       MOVE SL-ENTRY(SRT-J + 1) TO SL-ENTRY(SRT-J)
                       MOVE SL-SWAP TO SL-ENTRY(SRT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 'SALES BY SALESMAN AND PRODUCT LINE' TO SH-TITLE.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM SECT-HDNG.
           WRITE OUTREC FROM SLSMN-COLHD.
           MOVE SL-SNO(1) TO BRK-KEY.
           MOVE 0 TO SUB-UNITS.
           MOVE 0 TO SUB-AMOUNT.
           MOVE 'YES' TO GRP-FIRST-SW.
           PERFORM VARYING SL-IX FROM 1 BY 1 UNTIL SL-IX > SL-COUNT
               IF SL-SNO(SL-IX) NOT EQUAL TO BRK-KEY
                   MOVE 'SALESMAN TOTAL' TO ST-LABEL
                   PERFORM WRITE-SUBTOTAL-RTN
                   MOVE SL-SNO(SL-IX) TO BRK-KEY
               END-IF
               MOVE SPACES TO ANAL-LINE
               IF GRP-FIRST-SW = 'YES'
                   MOVE 'NO ' TO GRP-FIRST-SW
                   MOVE SL-SNO(SL-IX) TO AN-KEY
                   MOVE SL-SNAME(SL-IX) TO AN-NAME
               END-IF
               MOVE SL-LINE(SL-IX) TO AN-LINE
               MOVE SL-UNITS(SL-IX) TO AN-UNITS
               MOVE SL-AMOUNT(SL-IX) TO AN-AMOUNT
               WRITE OUTREC FROM ANAL-LINE
               ADD SL-UNITS(SL-IX) TO SUB-UNITS
               ADD SL-AMOUNT(SL-IX) TO SUB-AMOUNT
           END-PERFORM.
           MOVE 'SALESMAN TOTAL' TO ST-LABEL.
           PERFORM WRITE-SUBTOTAL-RTN.
           PERFORM WRITE-GRAND-TOTAL-RTN.

       WRITE-SUBTOTAL-RTN.
           MOVE SUB-UNITS TO ST-UNITS.
           MOVE SUB-AMOUNT TO ST-AMOUNT.
           WRITE OUTREC FROM SUBTOT-LINE.
           WRITE OUTREC FROM BLANK-LINE.
           MOVE 0 TO SUB-UNITS.
           MOVE 0 TO SUB-AMOUNT.
           MOVE 'YES' TO GRP-FIRST-SW.

       WRITE-GRAND-TOTAL-RTN.
           MOVE TOT-UNITS TO GT-UNITS.
           MOVE TOT-AMOUNT TO GT-AMOUNT.
           WRITE OUTREC FROM GRAND-TOT-LINE.

       FINISH-RTN.
           WRITE OUTREC FROM BLANK-LINE.
           MOVE MONTH-CTR TO RC-CTR.
           WRITE OUTREC FROM REC-CTR-LINE.
           WRITE OUTREC FROM END-RPT-LINE.
           CLOSE OUTFILE.
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
           MOVE 'PRODLINE-RPT   ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE READ-CTR TO RL-READ.
           MOVE MONTH-CTR TO RL-WRITTEN.
           MOVE 0 TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
