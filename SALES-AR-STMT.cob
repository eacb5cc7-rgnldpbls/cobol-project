       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-STATEMENT.
       AUTHOR. BSIT 2-4.
       INSTALLATION. OWN COMPUTER.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ACCESSIBLE TO BSIT 2-4 ONLY.
       REMARKS. CUSTOMER STATEMENTS OF ACCOUNT AND DUNNING LETTERS
                FROM AR-LEDGER.DAT. EVERY CUSTOMER WITH AN OPEN
                INVOICE GETS A STATEMENT LISTING EACH OPEN INVOICE
                (DATE, TERMS, DUE DATE, ORIGINAL AND OPEN AMOUNT)
                AND AN AGING SUMMARY ON THE SAME BUCKETS AS AR-AGING.
                A CUSTOMER WITH ANYTHING PAST DUE ALSO GETS A DUNNING
                LETTER - REMINDER, SECOND NOTICE OR FINAL DEMAND -
                CHOSEN FROM THE OLDEST PAST-DUE BUCKET AND FROM THE
                LEVEL LAST SENT ON DUNNING-HISTORY.DAT, SO EACH NEW
                CYCLE MOVES THE CUSTOMER UP A LEVEL INSTEAD OF
                REPEATING THE SAME LETTER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       OBJECT-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT STMTFILE ASSIGN TO "CUSTSTMT.TXT".
           SELECT DUNFILE ASSIGN TO "DUNNING.TXT".
           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVNO
               FILE STATUS IS AR-STATUS.
           SELECT SALESCUST-MASTER ASSIGN TO "SALESCUST-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-CUSTNO
               FILE STATUS IS SC-STATUS.
           SELECT DUNNING-HISTORY ASSIGN TO "DUNNING-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-CUSTNO
               FILE STATUS IS DH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STMTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STMTREC.
       01  STMTREC.
           05 FILLER PIC X(80).
       FD  DUNFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DUNREC.
       01  DUNREC.
           05 FILLER PIC X(80).
       FD  AR-LEDGER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS AR-REC.
       01  AR-REC.
           05 AR-INVNO PIC X(6).
           05 AR-CUSTNO PIC X(5).
           05 AR-SNO PIC X(3).
           05 AR-AREA PIC A.
           05 AR-INV-DATE PIC 9(8).
           05 AR-TERMS PIC 9(2).
           05 AR-ORIG-AMT PIC 9(5)V99.
           05 AR-OPEN-AMT PIC 9(5)V99.
           05 AR-STATUS-CD PIC X.
       FD  SALESCUST-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS SC-REC.
       01  SC-REC.
           05 SC-CUSTNO PIC X(5).
           05 SC-NAME PIC X(25).
           05 SC-ADDRESS PIC X(40).
           05 SC-TERMS PIC 9(2).
           05 SC-CREDIT-LIMIT PIC 9(7)V99.
           05 SC-HOLD-FLAG PIC X.
      *ONE RECORD PER CUSTOMER CURRENTLY IN DUNNING. DH-LEVEL IS THE
      *LAST LETTER SENT (1 REMINDER, 2 SECOND NOTICE, 3 FINAL
      *DEMAND) AND DH-LETTER-DATE THE RUN THAT FIRST SENT IT.
      *DH-SEEN-DATE IS STAMPED EVERY RUN THAT STILL FINDS THE
      *CUSTOMER PAST DUE; A RECORD NOT STAMPED THIS RUN BELONGS TO A
      *CUSTOMER WHO HAS PAID UP, AND IS DROPPED SO A LATER LAPSE
      *STARTS AGAIN FROM A REMINDER.
       FD  DUNNING-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS DH-REC.
       01  DH-REC.
           05 DH-CUSTNO PIC X(5).
           05 DH-LEVEL PIC 9.
           05 DH-LETTER-DATE PIC 9(8).
           05 DH-SEEN-DATE PIC 9(8).
           05 DH-PAST-DUE-AMT PIC 9(7)V99.
           05 DH-OLDEST-DAYS PIC 9(5).
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
           05 FILLER PIC X(16) VALUE "CHIKA LANG CORP.".
           05 FILLER PIC X(32) VALUE SPACES.
       01  HD2.
           05 FILLER PIC X(31) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "STA. MESA, MANILA".
           05 FILLER PIC X(32) VALUE SPACES.
       01  STMT-HD3.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "STATEMENT OF ACCOUNT".
           05 FILLER PIC X(30) VALUE SPACES.
       01  BLNK-HD.
           05 FILLER PIC X(80) VALUE SPACES.
       01  DATE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'STATEMENT DATE: '.
           05 DL-DATE PIC 9(8).
           05 FILLER PIC X(54) VALUE SPACES.
       01  CUST-NAME-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'CUSTOMER: '.
           05 CN-CUSTNO PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CN-NAME PIC X(25).
           05 FILLER PIC X(35) VALUE SPACES.
       01  CUST-ADDR-LINE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 CA-ADDRESS PIC X(40).
           05 FILLER PIC X(20) VALUE SPACES.
       01  STMT-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'INVOICE'.
           05 FILLER PIC X(10) VALUE 'INV DATE'.
           05 FILLER PIC X(7) VALUE 'TERMS'.
           05 FILLER PIC X(10) VALUE 'DUE DATE'.
           05 FILLER PIC X(13) VALUE '     ORIGINAL'.
           05 FILLER PIC X(13) VALUE '    OPEN AMT'.
           05 FILLER PIC X(16) VALUE '   DAYS PAST DUE'.
       01  STMT-LINE.
           05 FILLER PIC X(2).
           05 SL-INVNO PIC X(6).
           05 FILLER PIC X(3).
           05 SL-INV-DATE PIC 9(8).
           05 FILLER PIC X(3).
           05 SL-TERMS PIC Z9.
           05 FILLER PIC X(3).
           05 SL-DUE-DATE PIC 9(8).
           05 FILLER PIC X(3).
           05 SL-ORIG PIC ZZ,ZZ9.99.
           05 FILLER PIC X(4).
           05 SL-OPEN PIC ZZ,ZZ9.99.
           05 FILLER PIC X(8).
           05 SL-DAYS PIC ZZZZ9.
           05 FILLER PIC X(7).
       01  STMT-TOT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(45) VALUE 'TOTAL AMOUNT DUE'.
           05 STL-OPEN PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(23) VALUE SPACES.
       01  AGE-COLHD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE '      CURRENT'.
           05 FILLER PIC X(13) VALUE '    1-30 DAYS'.
           05 FILLER PIC X(13) VALUE '   31-60 DAYS'.
           05 FILLER PIC X(13) VALUE '      OVER 60'.
           05 FILLER PIC X(13) VALUE '        TOTAL'.
           05 FILLER PIC X(13) VALUE SPACES.
       01  AGE-SUM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ASL-CURR PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ASL-B30 PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ASL-B60 PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ASL-OV60 PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ASL-OPEN PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE SPACES.
       01  STMT-NOTE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(60) VALUE
              'PLEASE DISREGARD IF PAYMENT HAS ALREADY BEEN SENT.'.
           05 FILLER PIC X(18) VALUE SPACES.
       01  NO-AR-LINE.
           05 FILLER PIC X(48) VALUE
              'AR-LEDGER.DAT NOT AVAILABLE - NO STATEMENTS'.
           05 FILLER PIC X(32) VALUE SPACES.
       01  STMT-CTR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'TOTAL STATEMENTS PRINTED:    '.
           05 SCL-CTR PIC ZZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
       01  STMT-AMT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'TOTAL OPEN RECEIVABLES:      '.
           05 SAL-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(37) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(59) VALUE SPACES.

      *----------------------- DUNNING LETTER ------------------
       01  DUN-TITLE-LINE.
           05 FILLER PIC X(30) VALUE SPACES.
           05 DT-TITLE PIC X(20).
           05 FILLER PIC X(30) VALUE SPACES.
       01  LETTER-DATE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'DATE: '.
           05 LDL-DATE PIC 9(8).
           05 FILLER PIC X(64) VALUE SPACES.
       01  DUN-DEAR-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(21) VALUE 'DEAR VALUED CUSTOMER:'.
           05 FILLER PIC X(57) VALUE SPACES.
       01  DUN-TEXT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTX-TEXT PIC X(70).
           05 FILLER PIC X(8) VALUE SPACES.
       01  DUN-AMT-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'AMOUNT PAST DUE:             '.
           05 DA-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(35) VALUE SPACES.
       01  DUN-DAYS-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'OLDEST INVOICE PAST DUE BY:  '.
           05 DD-DAYS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE ' DAYS'.
           05 FILLER PIC X(35) VALUE SPACES.
       01  DUN-SIGN-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'ACCOUNTS RECEIVABLE DEPARTMENT'.
           05 FILLER PIC X(38) VALUE SPACES.
       01  DUN-SUM-HD.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              'DUNNING LETTERS ISSUED THIS CYCLE'.
           05 FILLER PIC X(38) VALUE SPACES.
       01  DUN-SUM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSL-LABEL PIC X(27).
           05 DSL-CTR PIC ZZZ9.
           05 FILLER PIC X(47) VALUE SPACES.
       01  DUN-CLEARED-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(27) VALUE 'CUSTOMERS OUT OF DUNNING:  '.
           05 DCL-CTR PIC ZZZ9.
           05 FILLER PIC X(47) VALUE SPACES.

      *OPEN INVOICES ARE COLLECTED IN THIS TABLE AND EXCHANGE-SORTED
      *BY CUSTOMER AND INVOICE NUMBER, AS THE AGING REPORT DOES.
       01  AGE-TABLE.
           05 AGT-ENTRY OCCURS 500 TIMES INDEXED BY AGT-IX.
              10 AGT-CUSTNO PIC X(5).
              10 AGT-INVNO PIC X(6).
              10 AGT-INV-DATE PIC 9(8).
              10 AGT-TERMS PIC 9(2).
              10 AGT-ORIG-AMT PIC 9(5)V99.
              10 AGT-OPEN-AMT PIC 9(5)V99.
       01  AGE-SWAP.
           05 AGS-CUSTNO PIC X(5).
           05 AGS-INVNO PIC X(6).
           05 AGS-INV-DATE PIC 9(8).
           05 AGS-TERMS PIC 9(2).
           05 AGS-ORIG-AMT PIC 9(5)V99.
           05 AGS-OPEN-AMT PIC 9(5)V99.
       01  AGE-OTHERS.
           05 AGT-COUNT PIC 999 VALUE 0.
           05 AGT-I PIC 999.
           05 AGT-J PIC 999.
           05 AR-STATUS PIC XX.
           05 AR-EOF-SW PIC X(3) VALUE 'NO '.
           05 AR-AVAIL-SW PIC X VALUE 'N'.
           05 SC-STATUS PIC XX.
           05 SC-AVAIL-SW PIC X VALUE 'N'.
           05 DH-STATUS PIC XX.
           05 DH-EOF-SW PIC X(3) VALUE 'NO '.
           05 DH-FOUND-SW PIC X(3) VALUE 'NO '.
           05 TCUST PIC X(5) VALUE SPACES.
           05 DUE-INT PIC 9(7) VALUE 0.
           05 TODAY-INT PIC 9(7) VALUE 0.
           05 DUE-DATE PIC 9(8) VALUE 0.
           05 DAYS-PAST PIC S9(5) VALUE 0.

      *BUCKETED TOTALS FOR THE CUSTOMER IN HAND.
       01  CUST-TOTALS.
           05 CT-CURR PIC 9(7)V99 VALUE 0.
           05 CT-B30 PIC 9(7)V99 VALUE 0.
           05 CT-B60 PIC 9(7)V99 VALUE 0.
           05 CT-OV60 PIC 9(7)V99 VALUE 0.
           05 CT-OPEN PIC 9(7)V99 VALUE 0.
           05 CT-OLDEST PIC S9(5) VALUE 0.
      *DUNNING WORK. BUCKET-LEVEL IS WHAT THE OLDEST PAST-DUE BUCKET
      *ALONE CALLS FOR; NEW-LEVEL IS WHAT IS ACTUALLY SENT.
       01  DUNNING-VARS.
           05 BUCKET-LEVEL PIC 9 VALUE 0.
           05 NEW-LEVEL PIC 9 VALUE 0.
           05 PAST-DUE-AMT PIC 9(7)V99 VALUE 0.
           05 LVL1-CTR PIC 9(4) VALUE 0.
           05 LVL2-CTR PIC 9(4) VALUE 0.
           05 LVL3-CTR PIC 9(4) VALUE 0.
           05 CLEARED-CTR PIC 9(4) VALUE 0.
           05 STMT-CTR PIC 9(4) VALUE 0.
           05 GT-OPEN PIC 9(9)V99 VALUE 0.
       01  YM-WORK.
           05 YM-LETTER.
              10 YM-LETTER-YM PIC 9(6).
              10 FILLER PIC 99.
           05 YM-TODAY.
              10 YM-TODAY-YM PIC 9(6).
              10 FILLER PIC 99.
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
           05 JB-SELF PIC X(15) VALUE 'AR-STATEMENT   '.
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
           PERFORM LOAD-OPEN-INVOICES-RTN.
           PERFORM SORT-AGE-TABLE-RTN.
           PERFORM WRITE-STATEMENTS-RTN.
      *WITHOUT THE LEDGER NOBODY WAS SEEN PAST DUE, SO THE SWEEP
      *WOULD TAKE EVERY CUSTOMER OFF DUNNING - IT IS SKIPPED AND
      *THE ESCALATION HISTORY LEFT AS IT STOOD.
           IF AR-AVAIL-SW = 'Y'
               PERFORM SWEEP-DUNNING-HISTORY-RTN
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INITIAL-RTN.
           OPEN OUTPUT STMTFILE
                OUTPUT DUNFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           COMPUTE TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD).
           MOVE WS-TODAY-YMD TO YM-TODAY.
           MOVE WS-TODAY-YMD TO DL-DATE.
      *NAMES AND ADDRESSES ARE A COURTESY; A MISSING CUSTOMER MASTER
      *STILL LETS THE STATEMENTS GO OUT UNDER THE CUSTOMER NUMBER.
           OPEN INPUT SALESCUST-MASTER.
           IF SC-STATUS = '00'
               MOVE 'Y' TO SC-AVAIL-SW
           END-IF.
           OPEN I-O DUNNING-HISTORY.
           IF DH-STATUS = '35'
               OPEN OUTPUT DUNNING-HISTORY
               CLOSE DUNNING-HISTORY
               OPEN I-O DUNNING-HISTORY
           END-IF.
       INITIAL-END.

      *A MISSING LEDGER PRINTS AN EMPTY RUN INSTEAD OF ABENDING, THE
      *SAME WAY THE AGING REPORT GUARDS ITS OPEN, BUT THE RUN IS
      *LOGGED ABNORMAL SO OPERATIONS KNOWS NO STATEMENTS WENT OUT.
       LOAD-OPEN-INVOICES-RTN.
           OPEN INPUT AR-LEDGER.
           IF AR-STATUS NOT EQUAL TO '00'
               DISPLAY 'AR-LEDGER.DAT NOT AVAILABLE - STATUS '
                       AR-STATUS ' - DUNNING HISTORY NOT SWEPT'
               WRITE STMTREC FROM NO-AR-LINE
               MOVE 'YES' TO AR-EOF-SW
               MOVE 'A' TO RUN-END-CD
           ELSE
               MOVE 'Y' TO AR-AVAIL-SW
           END-IF.
           PERFORM UNTIL AR-EOF-SW = 'YES'
               READ AR-LEDGER NEXT RECORD
                   AT END MOVE 'YES' TO AR-EOF-SW
                   NOT AT END
                       IF AR-STATUS-CD = 'O' AND AR-OPEN-AMT > 0
                           PERFORM TABLE-INVOICE-RTN
                       END-IF
           END-PERFORM.
           IF AR-STATUS NOT EQUAL TO '35'
               CLOSE AR-LEDGER
           END-IF.

       TABLE-INVOICE-RTN.
           IF AGT-COUNT >= 500
               DISPLAY 'MORE THAN 500 OPEN INVOICES - RUN STOPPED'
               CLOSE AR-LEDGER, STMTFILE, DUNFILE, DUNNING-HISTORY
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           ADD 1 TO AGT-COUNT.
           MOVE AR-CUSTNO TO AGT-CUSTNO(AGT-COUNT).
           MOVE AR-INVNO TO AGT-INVNO(AGT-COUNT).
           MOVE AR-INV-DATE TO AGT-INV-DATE(AGT-COUNT).
           MOVE AR-TERMS TO AGT-TERMS(AGT-COUNT).
           MOVE AR-ORIG-AMT TO AGT-ORIG-AMT(AGT-COUNT).
           MOVE AR-OPEN-AMT TO AGT-OPEN-AMT(AGT-COUNT).

       SORT-AGE-TABLE-RTN.
           PERFORM VARYING AGT-I FROM 1 BY 1 UNTIL AGT-I >= AGT-COUNT
               PERFORM VARYING AGT-J FROM 1 BY 1
                       UNTIL AGT-J > (AGT-COUNT - AGT-I)
                   IF AGT-CUSTNO(AGT-J) > AGT-CUSTNO(AGT-J + 1) OR
                      (AGT-CUSTNO(AGT-J) = AGT-CUSTNO(AGT-J + 1) AND
                       AGT-INVNO(AGT-J) > AGT-INVNO(AGT-J + 1))
                       MOVE AGT-ENTRY(AGT-J) TO AGE-SWAP
                       MOVE AGT-ENTRY(AGT-J + 1) TO AGT-ENTRY(AGT-J)
                       MOVE AGE-SWAP TO AGT-ENTRY(AGT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-STATEMENTS-RTN.
           PERFORM VARYING AGT-I FROM 1 BY 1 UNTIL AGT-I > AGT-COUNT
               IF AGT-CUSTNO(AGT-I) NOT EQUAL TO TCUST
                   PERFORM CUST-BREAK-RTN
                   MOVE AGT-CUSTNO(AGT-I) TO TCUST
                   PERFORM START-STATEMENT-RTN
               END-IF
               PERFORM WRITE-ONE-INVOICE-RTN
           END-PERFORM.
           PERFORM CUST-BREAK-RTN.

      *EACH STATEMENT STARTS ON A NEW PAGE SO IT CAN BE TORN OFF AND
      *MAILED ON ITS OWN.
       START-STATEMENT-RTN.
           PERFORM LOOKUP-CUSTOMER-RTN.
           IF STMT-CTR = 0
               WRITE STMTREC FROM HD1
           ELSE
               WRITE STMTREC FROM HD1 AFTER ADVANCING PAGE
           END-IF.
           WRITE STMTREC FROM HD2.
           WRITE STMTREC FROM STMT-HD3.
           WRITE STMTREC FROM BLNK-HD.
           WRITE STMTREC FROM DATE-LINE.
           WRITE STMTREC FROM CUST-NAME-LINE.
           WRITE STMTREC FROM CUST-ADDR-LINE.
           WRITE STMTREC FROM BLNK-HD.
           WRITE STMTREC FROM STMT-COLHD.
           ADD 1 TO STMT-CTR.
           MOVE 0 TO CT-CURR.
           MOVE 0 TO CT-B30.
           MOVE 0 TO CT-B60.
           MOVE 0 TO CT-OV60.
           MOVE 0 TO CT-OPEN.
           MOVE 0 TO CT-OLDEST.

       LOOKUP-CUSTOMER-RTN.
           MOVE TCUST TO CN-CUSTNO.
           MOVE 'NAME NOT ON CUSTOMER FILE' TO CN-NAME.
           MOVE SPACES TO CA-ADDRESS.
           IF SC-AVAIL-SW = 'Y'
               MOVE TCUST TO SC-CUSTNO
               READ SALESCUST-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SC-NAME TO CN-NAME
                       MOVE SC-ADDRESS TO CA-ADDRESS
               END-READ
           END-IF.

      *AGE IS COUNTED FROM THE DUE DATE, NOT THE INVOICE DATE, SO AN
      *INVOICE STILL INSIDE ITS TERMS SHOWS AS CURRENT.
       WRITE-ONE-INVOICE-RTN.
           COMPUTE DUE-INT =
                   FUNCTION INTEGER-OF-DATE(AGT-INV-DATE(AGT-I))
                   + AGT-TERMS(AGT-I).
           COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER(DUE-INT).
           COMPUTE DAYS-PAST = TODAY-INT - DUE-INT.
           EVALUATE TRUE
               WHEN DAYS-PAST <= 0
                   ADD AGT-OPEN-AMT(AGT-I) TO CT-CURR
               WHEN DAYS-PAST <= 30
                   ADD AGT-OPEN-AMT(AGT-I) TO CT-B30
               WHEN DAYS-PAST <= 60
                   ADD AGT-OPEN-AMT(AGT-I) TO CT-B60
               WHEN OTHER
                   ADD AGT-OPEN-AMT(AGT-I) TO CT-OV60
           END-EVALUATE.
           IF DAYS-PAST > CT-OLDEST
               MOVE DAYS-PAST TO CT-OLDEST
           END-IF.
           ADD AGT-OPEN-AMT(AGT-I) TO CT-OPEN.
           MOVE AGT-INVNO(AGT-I) TO SL-INVNO.
           MOVE AGT-INV-DATE(AGT-I) TO SL-INV-DATE.
           MOVE AGT-TERMS(AGT-I) TO SL-TERMS.
           MOVE DUE-DATE TO SL-DUE-DATE.
           MOVE AGT-ORIG-AMT(AGT-I) TO SL-ORIG.
           MOVE AGT-OPEN-AMT(AGT-I) TO SL-OPEN.
           IF DAYS-PAST > 0
               MOVE DAYS-PAST TO SL-DAYS
           ELSE
               MOVE 0 TO SL-DAYS
           END-IF.
           WRITE STMTREC FROM STMT-LINE.

      *CLOSES THE STATEMENT IN HAND WITH ITS TOTAL AND AGING
      *SUMMARY, THEN DUNS THE CUSTOMER IF ANYTHING IS PAST DUE.
       CUST-BREAK-RTN.
           IF TCUST NOT EQUAL TO SPACES
               MOVE CT-OPEN TO STL-OPEN
               WRITE STMTREC FROM BLNK-HD
               WRITE STMTREC FROM STMT-TOT-LINE
               WRITE STMTREC FROM BLNK-HD
               WRITE STMTREC FROM AGE-COLHD
               MOVE CT-CURR TO ASL-CURR
               MOVE CT-B30 TO ASL-B30
               MOVE CT-B60 TO ASL-B60
               MOVE CT-OV60 TO ASL-OV60
               MOVE CT-OPEN TO ASL-OPEN
               WRITE STMTREC FROM AGE-SUM-LINE
               WRITE STMTREC FROM BLNK-HD
               WRITE STMTREC FROM STMT-NOTE-LINE
               ADD CT-OPEN TO GT-OPEN
               IF CT-OLDEST > 0
                   PERFORM DUN-CUSTOMER-RTN
               END-IF
           END-IF.

      *THE OLDEST PAST-DUE BUCKET SETS THE FLOOR (1-30 REMINDER,
      *31-60 SECOND NOTICE, OVER 60 FINAL DEMAND). A CUSTOMER
      *ALREADY DUNNED IN AN EARLIER MONTH GOES ONE LEVEL PAST THE
      *LAST LETTER; A RERUN IN THE SAME MONTH REPEATS THE SAME
      *LETTER RATHER THAN ESCALATING TWICE IN ONE CYCLE.
       DUN-CUSTOMER-RTN.
           COMPUTE PAST-DUE-AMT = CT-B30 + CT-B60 + CT-OV60.
           EVALUATE TRUE
               WHEN CT-OLDEST <= 30
                   MOVE 1 TO BUCKET-LEVEL
               WHEN CT-OLDEST <= 60
                   MOVE 2 TO BUCKET-LEVEL
               WHEN OTHER
                   MOVE 3 TO BUCKET-LEVEL
           END-EVALUATE.
           MOVE BUCKET-LEVEL TO NEW-LEVEL.
           MOVE TCUST TO DH-CUSTNO.
           READ DUNNING-HISTORY
               INVALID KEY MOVE 'NO ' TO DH-FOUND-SW
               NOT INVALID KEY MOVE 'YES' TO DH-FOUND-SW
           END-READ.
           IF DH-FOUND-SW = 'YES'
               MOVE DH-LETTER-DATE TO YM-LETTER
               IF YM-LETTER-YM < YM-TODAY-YM
                   IF DH-LEVEL + 1 > NEW-LEVEL
                       COMPUTE NEW-LEVEL = DH-LEVEL + 1
                   END-IF
               ELSE
                   IF DH-LEVEL > NEW-LEVEL
                       MOVE DH-LEVEL TO NEW-LEVEL
                   END-IF
               END-IF
               IF NEW-LEVEL > 3
                   MOVE 3 TO NEW-LEVEL
               END-IF
           END-IF.
           PERFORM WRITE-DUNNING-LETTER-RTN.
           IF DH-FOUND-SW NOT EQUAL TO 'YES' OR
              NEW-LEVEL NOT EQUAL TO DH-LEVEL
               MOVE WS-TODAY-YMD TO DH-LETTER-DATE
           END-IF.
           MOVE TCUST TO DH-CUSTNO.
           MOVE NEW-LEVEL TO DH-LEVEL.
           MOVE WS-TODAY-YMD TO DH-SEEN-DATE.
           MOVE PAST-DUE-AMT TO DH-PAST-DUE-AMT.
           MOVE CT-OLDEST TO DH-OLDEST-DAYS.
           IF DH-FOUND-SW = 'YES'
               REWRITE DH-REC
           ELSE
               WRITE DH-REC
           END-IF.

       WRITE-DUNNING-LETTER-RTN.
           IF LVL1-CTR + LVL2-CTR + LVL3-CTR = 0
               WRITE DUNREC FROM HD1
           ELSE
               WRITE DUNREC FROM HD1 AFTER ADVANCING PAGE
           END-IF.
           WRITE DUNREC FROM HD2.
           EVALUATE NEW-LEVEL
               WHEN 1
                   MOVE '  PAYMENT REMINDER' TO DT-TITLE
                   ADD 1 TO LVL1-CTR
               WHEN 2
                   MOVE '   SECOND NOTICE' TO DT-TITLE
                   ADD 1 TO LVL2-CTR
               WHEN OTHER
                   MOVE '    FINAL DEMAND' TO DT-TITLE
                   ADD 1 TO LVL3-CTR
           END-EVALUATE.
           WRITE DUNREC FROM DUN-TITLE-LINE.
           WRITE DUNREC FROM BLNK-HD.
           MOVE WS-TODAY-YMD TO LDL-DATE.
           WRITE DUNREC FROM LETTER-DATE-LINE.
           WRITE DUNREC FROM CUST-NAME-LINE.
           WRITE DUNREC FROM CUST-ADDR-LINE.
           WRITE DUNREC FROM BLNK-HD.
           WRITE DUNREC FROM DUN-DEAR-LINE.
           WRITE DUNREC FROM BLNK-HD.
           EVALUATE NEW-LEVEL
               WHEN 1
                   MOVE
               'OUR RECORDS SHOW THAT PART OF YOUR ACCOUNT IS NOW'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
                   MOVE
               'PAST DUE. THIS MAY SIMPLY BE AN OVERSIGHT; KINDLY'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
                   MOVE 'ARRANGE PAYMENT AT YOUR EARLIEST CONVENIENCE.'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
               WHEN 2
                   MOVE
               'WE WROTE TO YOU EARLIER ABOUT THE PAST-DUE BALANCE'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
                   MOVE
               'ON YOUR ACCOUNT AND HAVE NOT YET RECEIVED PAYMENT.'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
                   MOVE
               'PLEASE SETTLE THE AMOUNT BELOW WITHIN SEVEN (7)'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
                   MOVE 'DAYS OF THIS NOTICE.'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
               WHEN OTHER
                   MOVE
               'DESPITE OUR PREVIOUS NOTICES YOUR ACCOUNT REMAINS'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
                   MOVE
               'SERIOUSLY PAST DUE. UNLESS FULL PAYMENT IS RECEIVED'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
                   MOVE
               'WITHIN FIVE (5) DAYS YOUR ACCOUNT WILL BE PLACED ON'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
                   MOVE 'CREDIT HOLD AND REFERRED FOR COLLECTION.'
                        TO DTX-TEXT
                   WRITE DUNREC FROM DUN-TEXT-LINE
           END-EVALUATE.
           WRITE DUNREC FROM BLNK-HD.
           MOVE PAST-DUE-AMT TO DA-AMT.
           WRITE DUNREC FROM DUN-AMT-LINE.
           MOVE CT-OLDEST TO DD-DAYS.
           WRITE DUNREC FROM DUN-DAYS-LINE.
           WRITE DUNREC FROM BLNK-HD.
           MOVE 'A STATEMENT LISTING EACH OPEN INVOICE IS ENCLOSED.'
                TO DTX-TEXT.
           WRITE DUNREC FROM DUN-TEXT-LINE.
           WRITE DUNREC FROM BLNK-HD.
           WRITE DUNREC FROM DUN-SIGN-LINE.

      *ANY CUSTOMER STILL ON THE DUNNING HISTORY WHO WAS NOT FOUND
      *PAST DUE THIS RUN HAS SETTLED UP AND LEAVES DUNNING.
       SWEEP-DUNNING-HISTORY-RTN.
           MOVE LOW-VALUES TO DH-CUSTNO.
           START DUNNING-HISTORY KEY NOT LESS THAN DH-CUSTNO
               INVALID KEY MOVE 'YES' TO DH-EOF-SW
           END-START.
           PERFORM UNTIL DH-EOF-SW = 'YES'
               READ DUNNING-HISTORY NEXT RECORD
                   AT END MOVE 'YES' TO DH-EOF-SW
                   NOT AT END
                       IF DH-SEEN-DATE NOT EQUAL TO WS-TODAY-YMD
                           DELETE DUNNING-HISTORY RECORD
                           ADD 1 TO CLEARED-CTR
                       END-IF
               END-READ
           END-PERFORM.

       FINISH-RTN.
           WRITE STMTREC FROM BLNK-HD.
           MOVE STMT-CTR TO SCL-CTR.
           WRITE STMTREC FROM STMT-CTR-LINE.
           MOVE GT-OPEN TO SAL-AMT.
           WRITE STMTREC FROM STMT-AMT-LINE.
           WRITE STMTREC FROM END-RPT-LINE.
           WRITE DUNREC FROM BLNK-HD.
           WRITE DUNREC FROM DUN-SUM-HD.
           MOVE 'PAYMENT REMINDERS:         ' TO DSL-LABEL.
           MOVE LVL1-CTR TO DSL-CTR.
           WRITE DUNREC FROM DUN-SUM-LINE.
           MOVE 'SECOND NOTICES:            ' TO DSL-LABEL.
           MOVE LVL2-CTR TO DSL-CTR.
           WRITE DUNREC FROM DUN-SUM-LINE.
           MOVE 'FINAL DEMANDS:             ' TO DSL-LABEL.
           MOVE LVL3-CTR TO DSL-CTR.
           WRITE DUNREC FROM DUN-SUM-LINE.
           MOVE CLEARED-CTR TO DCL-CTR.
           WRITE DUNREC FROM DUN-CLEARED-LINE.
           WRITE DUNREC FROM END-RPT-LINE.
           IF SC-AVAIL-SW = 'Y'
               CLOSE SALESCUST-MASTER
           END-IF.
           CLOSE STMTFILE, DUNFILE, DUNNING-HISTORY.
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
           MOVE 'AR-STATEMENT   ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE AGT-COUNT TO RL-READ.
           COMPUTE RL-WRITTEN = STMT-CTR + LVL1-CTR + LVL2-CTR
                   + LVL3-CTR.
           MOVE 0 TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
