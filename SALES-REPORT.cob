               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVNO
               FILE STATUS IS AR-STATUS.
           SELECT SALESCUST-MASTER ASSIGN TO "SALESCUST-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-CUSTNO
               FILE STATUS IS SC-STATUS.
           SELECT PRODFILE ASSIGN TO "PRODUCT-MASTER.TXT"
               FILE STATUS IS PF-STATUS.
           SELECT OPTIONAL CLASSFILE ASSIGN TO "COMMCLASS.TXT"
               FILE STATUS IS CF-STATUS.
           SELECT OPTIONAL PRODSALES ASSIGN TO "PRODSALES.TXT".
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
       DATA DIVISION.
       FILE SECTION.
      *THE RAW FEED NOW ARRIVES AS ONE BATCH: A '#H' HEADER CARD
      *PROVED BEFORE ANYTHING POSTS; ONLY THE DETAILS REACH THE SORT.
       FD  INFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS INREC.
       01  INREC.
           05 IN-CTL-TAG PIC X(2).
           05 FILLER PIC X(58).
       01  INREC-HDR.
           05 FILLER PIC X(2).
           05 BH-BATCH-NO PIC 9(6).
           05 BH-BUS-DATE PIC 9(8).
           05 FILLER PIC X(44).
       01  INREC-TRL.
           05 FILLER PIC X(2).
           05 BT-REC-COUNT PIC 9(5).
           05 BT-HASH-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(42).
       01  INREC-DTL.
           05 FILLER PIC X(29).
           05 IN-DTL-AMT PIC 9(5)V99.
           05 FILLER PIC X(24).
       FD  DETLFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DETLREC.
       01  DETLREC.
           05 FILLER PIC X(60).
      *ONE RECORD PER BATCH EVER POSTED. A BATCH NUMBER ALREADY ON
      *THIS REGISTER IS REJECTED WHOLE BEFORE ANYTHING POSTS, SO THE
      *SAME INFILE.TXT CAN NO LONGER DOUBLE EVERY SALESMAN'S TOTALS.
      *SO THE RAW FEED IS SORTED BY AREA CODE AND SALESMAN NUMBER
      *BEFORE THE REPORT PASS EVER SEES IT.
       SD  SORTWK
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SORT-REC.
       01  SORT-REC.
           05 SRT-AC PIC A.
           05 SRT-SNO PIC X(3).
           05 FILLER PIC X(56).
       FD  SORTED-INFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REC-IN.
      *TC-IN: SPACE OR 'S' = SALE, 'R' = RETURN/CREDIT ADJUSTMENT.
      *EVERY RECORD NOW CARRIES THE CUSTOMER, THE INVOICE IT BILLS
      *(OR, FOR A RETURN, THE INVOICE IT REVERSES) AND THE PAYMENT
      *TERMS IN DAYS, SO POSTED MONEY IS TRACEABLE TO AN INVOICE.
      *THE PRODUCT SOLD (OR RETURNED) AND THE NUMBER OF UNITS CLOSE
      *THE RECORD; THE CODE MUST BE ON THE PRODUCT MASTER.
       01  REC-IN.
           05 AC-IN PIC A.
           05 SNO-IN PIC X(3).
           05 CUSTNO-IN PIC X(5).
           05 INVNO-IN PIC X(6).
           05 TERMS-IN PIC 9(2).
           05 PRODCODE-IN PIC X(6).
           05 UNITS-IN PIC 9(4).
      *ALTERNATE VIEW OF REC-IN SO A NON-NUMERIC SALES AMOUNT CAN BE
      *DISPLAYED ON THE REJECT LISTING INSTEAD OF ABENDING A MOVE.
       01  REC-IN-ALT.
           05 FILLER PIC X(29).
           05 SALES-IN-TXT PIC X(7).
           05 FILLER PIC X(24).
       FD  AREAFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           05 XR-SNO PIC X(3).
           05 XR-ACCNO PIC X(3).
      *ONE RECORD PER MAPPED SALESMAN, IN THE SAVINGS BANK'S OWN
      *ACTIN.TXT DEPOSIT LAYOUT. THE MAKER ID IS THIS JOB'S NAME,
      *WHICH MUST BE AN ACTIVE ENTRY ON OPERATOR.TXT.
       FD  FEEDFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS FEED-REC.
       01  FEED-REC.
           05 FD-ACCNO PIC X(3).
           05 FD-TC PIC X.
           05 FD-AMOUNT PIC 9(5)V99.
           05 FD-TOACCNO PIC X(3).
      *THE BANK'S 'O' TRANSACTION USES THE CUSTOMER ID; ON THE
      *DEPOSITS FED FROM HERE IT CARRIES THE 'COMMFD' SOURCE TAG SO
      *THE BANK ACKNOWLEDGES EACH ONE ON FEEDACK.TXT FOR THE
      *MONTH-END COMMISSION RECONCILIATION.
           05 FD-CUSTID PIC X(6).
           05 FD-MAKER PIC X(12).
           05 FD-CHECKER PIC X(12).
       FD  FEEDCTLFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           05 AR-ORIG-AMT PIC 9(5)V99.
           05 AR-OPEN-AMT PIC 9(5)V99.
           05 AR-STATUS-CD PIC X.
      *SALES CUSTOMER MASTER, MAINTAINED ONLY BY SALESCUST-MAINT.
      *SC-HOLD-FLAG 'Y' = ON CREDIT HOLD. SC-TERMS IS THE DEFAULT
      *PAYMENT TERMS A SALE TAKES WHEN THE FEED LEAVES TERMS ZERO.
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
      *PRODUCT MASTER: CODE, DESCRIPTION, PRODUCT LINE, LIST UNIT
      *PRICE AND COMMISSION CLASS. ONLY PRODUCTS ON THIS FILE ARE
      *ACCEPTED FROM THE DAILY FEED.
       FD  PRODFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS PROD-REC.
       01  PROD-REC.
           05 PM-CODE PIC X(6).
           05 PM-DESC PIC X(25).
           05 PM-LINE PIC X(4).
           05 PM-UNIT-PRICE PIC 9(5)V99.
           05 PM-COMM-CLASS PIC X.
      *FLAT COMMISSION RATE PER COMMISSION CLASS. A PRODUCT IN CLASS
      *'T' (OR BLANK) EARNS ON THE THREE-TIER TABLE AS BEFORE; ANY
      *OTHER CLASS EARNS THE FLAT RATE CARRIED HERE.
       FD  CLASSFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS CLASS-REC.
       01  CLASS-REC.
           05 CC-CLASS PIC X.
           05 CC-RATE PIC V999.
           05 CC-DESC PIC X(20).
      *ONE RECORD PER ACCEPTED DETAIL, APPENDED EVERY RUN, FOR THE
      *MONTHLY PRODUCT-LINE ANALYSIS. THE PRODUCT LINE IS CAPTURED
      *AT POSTING SO A LATER MASTER CHANGE DOES NOT RESTATE HISTORY.
      *RETURNS CARRY NEGATIVE UNITS, AMOUNT AND COMMISSION.
       FD  PRODSALES
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS PS-REC.
       01  PS-REC.
           05 PS-BUS-DATE PIC 9(8).
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
      *SHARED OPERATIONS RUN LOG - ONE RECORD APPENDED PER RUN.
       FD  RUNLOG
           LABEL RECORDS ARE OMITTED
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
       01  REC-OUT.
           05 FILLER PIC X(13).
           05 AR-REJ-REASON PIC X(25) VALUE SPACES.
           05 AR-OPENED-CTR PIC 999 VALUE 0.
           05 AR-RELIEVED-CTR PIC 999 VALUE 0.
           05 ARL-LOAD-EOF PIC X(3) VALUE 'NO '.

      *----------------------- CUSTOMER CREDIT -----------------
      *EVERY CUSTOMER'S OPEN RECEIVABLE, SUMMED FROM THE LEDGER AT
      *START-UP AND KEPT CURRENT AS THIS RUN OPENS AND RELIEVES
      *INVOICES, SO A SALE IS MEASURED AGAINST THE CREDIT LIMIT
      *TOGETHER WITH EVERYTHING ALREADY ACCEPTED AHEAD OF IT.
       01  CUST-OPEN-TABLE.
           05 CO-ENTRY OCCURS 500 TIMES INDEXED BY CO-IX.
              10 CO-CUSTNO PIC X(5).
              10 CO-OPEN-AMT PIC S9(7)V99.
       01  CUST-CREDIT-VARS.
           05 SC-STATUS PIC XX.
           05 SC-FOUND-SW PIC X(3) VALUE 'NO '.
           05 CO-COUNT PIC 999 VALUE 0.
           05 CO-FOUND-SW PIC X(3) VALUE 'NO '.
           05 CO-CURR-IX PIC 999 VALUE 0.
           05 CO-LOOK-CUSTNO PIC X(5).
           05 CR-EXPOSURE PIC S9(7)V99 VALUE 0.
           05 CUST-DFLT-TERMS PIC 9(2) VALUE 0.
       01  SM-TABLE.
           05 SM-ENTRY OCCURS 300 TIMES INDEXED BY SM-IX.
              10 SM-T-SNO PIC X(3).
              'SALESACCT.TXT MISSING - NO DEPOSITS FED'.
           05 FILLER PIC X(35) VALUE SPACES.

      *----------------------- PRODUCT MASTER ------------------
       01  PRODUCT-TABLE.
           05 PT-ENTRY OCCURS 500 TIMES INDEXED BY PT-IX.
              10 PT-CODE PIC X(6).
              10 PT-LINE PIC X(4).
              10 PT-CLASS PIC X.
       01  CLASS-TABLE.
           05 CT-ENTRY OCCURS 20 TIMES INDEXED BY CT-IX.
              10 CT-CLASS PIC X.
              10 CT-RATE PIC V999.
       01  PRODUCT-OTHERS.
           05 PF-STATUS PIC XX.
           05 CF-STATUS PIC XX.
           05 PT-COUNT PIC 999 VALUE 0.
           05 PT-LOAD-EOF PIC X(3) VALUE 'NO '.
           05 PT-FOUND-SW PIC X(3) VALUE 'NO '.
           05 CT-COUNT PIC 99 VALUE 0.
           05 CT-LOAD-EOF PIC X(3) VALUE 'NO '.
           05 CT-FOUND-SW PIC X(3) VALUE 'NO '.
           05 PR-CURR-LINE PIC X(4).
           05 PR-CURR-CLASS PIC X.
           05 PR-CURR-RATE PIC V999 VALUE 0.

      *----------------------- COMMISSION TIERS ----------------
       01  COMMISSION-RATES.
           05 COMM-TIER1-LIMIT PIC 9(5)V99 VALUE 10000.00.
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'ACTIVITY       '.
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
           perform initial-rtn thru initial-end.
           perform process-rtn thru process-end until eofsw = 'yes'.
           perform finish-rtn thru finish-end.
                output RANKFILE
                output CSVFILE
                output ATTAINFILE.
           OPEN EXTEND PRODSALES.
           perform OPEN-SALESMAN-MASTER-RTN.
           perform OPEN-AR-LEDGER-RTN.
           perform OPEN-SALESCUST-MASTER-RTN.
           perform LOAD-CUST-OPEN-AR-RTN.
           perform LOAD-SALESMAN-MASTER-RTN.
           perform LOAD-AREA-MASTER-RTN.
           perform LOAD-PRODUCT-MASTER-RTN.
           perform LOAD-COMM-CLASS-RTN.
           perform LOAD-QUOTA-RTN.
           read SORTED-INFILE
                at end move 'yes' to eofsw
               CLOSE AR-LEDGER
               OPEN I-O AR-LEDGER.

      *EVERY SALE IS CHECKED AGAINST THE CUSTOMER MASTER, SO A RUN
      *WITHOUT IT WOULD REJECT EVERY SALE - STOP INSTEAD, THE SAME
      *AS A MISSING AREA MASTER.
       OPEN-SALESCUST-MASTER-RTN.
           OPEN INPUT SALESCUST-MASTER.
           IF SC-STATUS NOT EQUAL TO '00'
               DISPLAY 'SALESCUST-MASTER.DAT NOT AVAILABLE - STATUS '
                       SC-STATUS ' - RUN STOPPED'
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.

      *ONE PASS OVER THE LEDGER TOTALS WHAT EACH CUSTOMER STILL
      *OWES ON OPEN INVOICES.
       LOAD-CUST-OPEN-AR-RTN.
           PERFORM UNTIL ARL-LOAD-EOF = 'YES'
               READ AR-LEDGER NEXT RECORD
                   AT END MOVE 'YES' TO ARL-LOAD-EOF
                   NOT AT END
                       IF AR-STATUS-CD = 'O' AND AR-OPEN-AMT > 0
                           MOVE AR-CUSTNO TO CO-LOOK-CUSTNO
                           PERFORM FIND-CUST-OPEN-RTN
                           ADD AR-OPEN-AMT TO CO-OPEN-AMT(CO-CURR-IX)
                       END-IF
               END-READ
           END-PERFORM.

      *LEAVES CO-CURR-IX ON THE CUSTOMER'S ROW, ADDING THE ROW WITH
      *A ZERO BALANCE THE FIRST TIME A CUSTOMER IS SEEN.
       FIND-CUST-OPEN-RTN.
           MOVE 'NO ' TO CO-FOUND-SW.
           PERFORM VARYING CO-IX FROM 1 BY 1
                   UNTIL CO-IX > CO-COUNT OR CO-FOUND-SW = 'YES'
               IF CO-CUSTNO(CO-IX) = CO-LOOK-CUSTNO
                   MOVE 'YES' TO CO-FOUND-SW
                   SET CO-CURR-IX TO CO-IX
               END-IF
           END-PERFORM.
           IF CO-FOUND-SW NOT EQUAL TO 'YES'
               IF CO-COUNT >= 500
                   DISPLAY 'CUSTOMER CREDIT TABLE FULL AT 500 - '
                           'RUN STOPPED'
                   MOVE 'A' TO RUN-END-CD
                   PERFORM WRITE-RUN-LOG-RTN
                   STOP RUN
               END-IF
               ADD 1 TO CO-COUNT
               MOVE CO-LOOK-CUSTNO TO CO-CUSTNO(CO-COUNT)
               MOVE 0 TO CO-OPEN-AMT(CO-COUNT)
               MOVE CO-COUNT TO CO-CURR-IX
           END-IF.

      *AREA-MASTER.TXT CARRIES CODE, REGION NAME AND REGIONAL MANAGER.
      *ONLY AREA CODES ON THIS FILE ARE ACCEPTED FROM THE DAILY FEED,
      *SO A RUN WITHOUT IT WOULD REJECT EVERY RECORD - STOP INSTEAD.
               END-IF
           END-PERFORM.

      *PRODUCT-MASTER.TXT IS AS ESSENTIAL AS THE AREA MASTER - EVERY
      *DETAIL MUST NAME A PRODUCT ON IT - SO A RUN WITHOUT IT STOPS.
       LOAD-PRODUCT-MASTER-RTN.
           OPEN INPUT PRODFILE.
           IF PF-STATUS NOT EQUAL TO '00'
               DISPLAY 'PRODUCT-MASTER.TXT NOT AVAILABLE - STATUS '
                       PF-STATUS ' - RUN STOPPED'
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM UNTIL PT-LOAD-EOF = 'YES'
               READ PRODFILE
                   AT END MOVE 'YES' TO PT-LOAD-EOF
                   NOT AT END
                       IF PT-COUNT >= 500
                           DISPLAY 'PRODUCT TABLE FULL AT 500 - '
                                   'RUN STOPPED'
                           MOVE 'A' TO RUN-END-CD
                           PERFORM WRITE-RUN-LOG-RTN
                           STOP RUN
                       END-IF
                       ADD 1 TO PT-COUNT
                       MOVE PM-CODE TO PT-CODE(PT-COUNT)
                       MOVE PM-LINE TO PT-LINE(PT-COUNT)
                       MOVE PM-COMM-CLASS TO PT-CLASS(PT-COUNT)
           END-PERFORM.
           CLOSE PRODFILE.

      *A MISSING CLASS FILE IS NOT FATAL: TIERED PRODUCTS STILL POST,
      *AND A PRODUCT IN ANY OTHER CLASS IS REJECTED FOR WANT OF A
      *RATE RATHER THAN PAID AT A GUESSED ONE.
       LOAD-COMM-CLASS-RTN.
           OPEN INPUT CLASSFILE.
           IF CF-STATUS = '00'
               PERFORM UNTIL CT-LOAD-EOF = 'YES'
                   READ CLASSFILE
                       AT END MOVE 'YES' TO CT-LOAD-EOF
                       NOT AT END
                           IF CT-COUNT < 20
                               ADD 1 TO CT-COUNT
                               MOVE CC-CLASS TO CT-CLASS(CT-COUNT)
                               MOVE CC-RATE TO CT-RATE(CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF CF-STATUS NOT EQUAL TO '35'
               CLOSE CLASSFILE
           END-IF.

      *QUOTA.TXT CARRIES EACH SALESMAN'S MONTHLY AND ANNUAL QUOTA.
      *A SALESMAN WITH NO QUOTA RECORD REPORTS WITH ZERO QUOTAS AND
      *NO OVER/UNDER FLAG.
               PERFORM COMPUTE-COMMISSION-RTN
               PERFORM UPDATE-SALESMAN-MASTER-RTN
               PERFORM POST-RECEIVABLE-RTN
               PERFORM WRITE-PRODUCT-SALES-RTN
               PERFORM WRITE-CSV-RTN
               ADD 1 TO SCTR
      *A RETURN REVERSES THE SALE: BRACKETED CREDIT LINE, COMMISSION
      *CUSTOMER; A RETURN MUST NAME THE INVOICE IT REVERSES AND MAY
      *NOT RELIEVE MORE THAN IS STILL OPEN ON IT.
           MOVE SPACES TO AR-REJ-REASON.
           IF REC-VALID-SW = 'YES'
               PERFORM VALIDATE-PRODUCT-RTN
           END-IF.
           IF REC-VALID-SW = 'YES'
               PERFORM VALIDATE-INVOICE-RTN
           END-IF.

      *THE PRODUCT MUST BE ON THE PRODUCT MASTER, THE UNIT COUNT
      *MUST BE A POSITIVE NUMBER, AND THE PRODUCT'S COMMISSION CLASS
      *MUST HAVE A RATE. LEAVES THE PRODUCT LINE AND COMMISSION
      *CLASS AND RATE IN PR-CURR-LINE, PR-CURR-CLASS, PR-CURR-RATE.
       VALIDATE-PRODUCT-RTN.
           MOVE 'NO ' TO PT-FOUND-SW.
           PERFORM VARYING PT-IX FROM 1 BY 1
                   UNTIL PT-IX > PT-COUNT OR PT-FOUND-SW = 'YES'
               IF PT-CODE(PT-IX) = PRODCODE-IN
                   MOVE 'YES' TO PT-FOUND-SW
                   MOVE PT-LINE(PT-IX) TO PR-CURR-LINE
                   MOVE PT-CLASS(PT-IX) TO PR-CURR-CLASS
               END-IF
           END-PERFORM.
           IF PRODCODE-IN = SPACES
               MOVE 'PRODUCT CODE MISSING' TO AR-REJ-REASON
               MOVE 'NO ' TO REC-VALID-SW
           ELSE IF PT-FOUND-SW NOT EQUAL TO 'YES'
               MOVE 'PRODUCT NOT ON FILE' TO AR-REJ-REASON
               MOVE 'NO ' TO REC-VALID-SW
           ELSE IF UNITS-IN NOT NUMERIC
               MOVE 'UNITS NOT NUMERIC' TO AR-REJ-REASON
               MOVE 'NO ' TO REC-VALID-SW
           ELSE IF UNITS-IN = 0
               MOVE 'ZERO UNITS' TO AR-REJ-REASON
               MOVE 'NO ' TO REC-VALID-SW
           ELSE IF PR-CURR-CLASS NOT EQUAL TO 'T'
                   AND PR-CURR-CLASS NOT EQUAL TO SPACE
               MOVE 'NO ' TO CT-FOUND-SW
               PERFORM VARYING CT-IX FROM 1 BY 1
                       UNTIL CT-IX > CT-COUNT OR CT-FOUND-SW = 'YES'
                   IF CT-CLASS(CT-IX) = PR-CURR-CLASS
                       MOVE 'YES' TO CT-FOUND-SW
                       MOVE CT-RATE(CT-IX) TO PR-CURR-RATE
                   END-IF
               END-PERFORM
               IF CT-FOUND-SW NOT EQUAL TO 'YES'
                   MOVE 'NO RATE FOR COMM CLASS' TO AR-REJ-REASON
                   MOVE 'NO ' TO REC-VALID-SW
               END-IF
           END-IF.

       VALIDATE-INVOICE-RTN.
           IF CUSTNO-IN = SPACES
               MOVE 'CUSTOMER NO MISSING' TO AR-REJ-REASON
                   END-IF
               END-IF
           END-IF.
           IF REC-VALID-SW = 'YES'
               PERFORM VALIDATE-CUSTOMER-RTN
           END-IF.

      *THE CUSTOMER MUST BE ON THE SALES CUSTOMER MASTER. A SALE IS
      *ALSO REFUSED WHILE THE CUSTOMER IS ON CREDIT HOLD, OR WHEN IT
      *WOULD TAKE THE TOTAL OPEN RECEIVABLE PAST THE CREDIT LIMIT.
      *A RETURN ONLY REDUCES WHAT IS OWED, SO IT IS NOT HELD BACK.
       VALIDATE-CUSTOMER-RTN.
           MOVE CUSTNO-IN TO SC-CUSTNO.
           READ SALESCUST-MASTER
               INVALID KEY MOVE 'NO ' TO SC-FOUND-SW
               NOT INVALID KEY MOVE 'YES' TO SC-FOUND-SW.
           IF SC-FOUND-SW NOT EQUAL TO 'YES'
               MOVE 'CUSTOMER NOT ON FILE' TO AR-REJ-REASON
               MOVE 'NO ' TO REC-VALID-SW
           ELSE IF TC-IN NOT EQUAL TO 'R'
               MOVE SC-TERMS TO CUST-DFLT-TERMS
               MOVE CUSTNO-IN TO CO-LOOK-CUSTNO
               PERFORM FIND-CUST-OPEN-RTN
               COMPUTE CR-EXPOSURE =
                       CO-OPEN-AMT(CO-CURR-IX) + SALES-IN
               IF SC-HOLD-FLAG = 'Y'
                   MOVE 'CUSTOMER ON CREDIT HOLD' TO AR-REJ-REASON
                   MOVE 'NO ' TO REC-VALID-SW
               ELSE IF CR-EXPOSURE > SC-CREDIT-LIMIT
                   MOVE 'CREDIT LIMIT EXCEEDED' TO AR-REJ-REASON
                   MOVE 'NO ' TO REC-VALID-SW
               END-IF
           END-IF.

       LOOKUP-AR-INVOICE-RTN.
           MOVE INVNO-IN TO AR-INVNO.
               END-IF
               REWRITE AR-REC
               ADD 1 TO AR-RELIEVED-CTR
               MOVE AR-CUSTNO TO CO-LOOK-CUSTNO
               PERFORM FIND-CUST-OPEN-RTN
               SUBTRACT SALES-IN FROM CO-OPEN-AMT(CO-CURR-IX)
           ELSE
               MOVE INVNO-IN TO AR-INVNO
               MOVE CUSTNO-IN TO AR-CUSTNO
               MOVE SNO-IN TO AR-SNO
               MOVE AC-IN TO AR-AREA
               MOVE WS-TODAY-YMD TO AR-INV-DATE
               IF TERMS-IN = 0
                   MOVE CUST-DFLT-TERMS TO AR-TERMS
               ELSE
                   MOVE TERMS-IN TO AR-TERMS
               END-IF
               MOVE SALES-IN TO AR-ORIG-AMT
               MOVE SALES-IN TO AR-OPEN-AMT
               MOVE 'O' TO AR-STATUS-CD
               WRITE AR-REC
               ADD 1 TO AR-OPENED-CTR
               ADD SALES-IN TO CO-OPEN-AMT(CO-CURR-IX)
           END-IF.

       LOOKUP-SALESMAN-RTN.
           PERFORM WRITE-REJ-RTN.
           ADD 1 TO REJCTR.

      *A PRODUCT IN A FLAT-RATE COMMISSION CLASS EARNS THAT CLASS'S
      *RATE ON THE WHOLE AMOUNT; EVERYTHING ELSE STAYS ON THE TIERS.
       COMPUTE-COMMISSION-RTN.
           IF PR-CURR-CLASS NOT EQUAL TO 'T'
                   AND PR-CURR-CLASS NOT EQUAL TO SPACE
               COMPUTE COMM-AMT = SALES-IN * PR-CURR-RATE
           ELSE IF SALES-IN > COMM-TIER2-LIMIT
               COMPUTE COMM-AMT = SALES-IN * COMM-TIER3-RATE
           ELSE
               IF SALES-IN > COMM-TIER1-LIMIT
               END-IF
           END-IF.

      *THE PRODUCT-LINE ANALYSIS READS THESE RECORDS AT MONTH END,
      *DATED WITH THE BATCH'S BUSINESS DATE.
       WRITE-PRODUCT-SALES-RTN.
           MOVE BP-BUS-DATE TO PS-BUS-DATE.
           MOVE BP-BATCH-NO TO PS-BATCH-NO.
           MOVE AC-IN TO PS-AREA.
           MOVE SNO-IN TO PS-SNO.
           MOVE SM-T-SNAME(SM-CURR-IX) TO PS-SNAME.
           MOVE PRODCODE-IN TO PS-PRODCODE.
           MOVE PR-CURR-LINE TO PS-PRODLINE.
           MOVE TC-IN TO PS-TC.
           IF TC-IN = 'R'
               COMPUTE PS-UNITS = 0 - UNITS-IN
               COMPUTE PS-AMOUNT = 0 - SALES-IN
               COMPUTE PS-COMM = 0 - COMM-AMT
           ELSE
               MOVE UNITS-IN TO PS-UNITS
               MOVE SALES-IN TO PS-AMOUNT
               MOVE COMM-AMT TO PS-COMM
           END-IF.
           WRITE PS-REC.

      *VALIDATE-RTN HAS ALREADY LOOKED THE SALESMAN UP AND LEFT THE
      *TABLE ROW IN SM-CURR-IX; ONLY ON-FILE, ACTIVE SALESMEN REACH
      *THIS PARAGRAPH. THE MASTER NAME IS OWNED BY THE MAINTENANCE
           PERFORM WRITE-COMMISSION-FEED-RTN.
           PERFORM REGISTER-BATCH-RTN.
           close SORTED-INFILE, OUTFILE, REJECTFILE, RANKFILE, CSVFILE,
                 ATTAINFILE, SALESMAN-MASTER, AR-LEDGER,
                 SALESCUST-MASTER, PRODSALES.
           PERFORM WRITE-RUN-LOG-RTN.
       finish-end.

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
                   MOVE 'D' TO FD-TC
                   MOVE SM-T-COMM-RUN(SM-IX) TO FD-AMOUNT
                   MOVE SPACES TO FD-TOACCNO
                   MOVE 'COMMFD' TO FD-CUSTID
                   MOVE 'ACTIVITY' TO FD-MAKER
                   MOVE SPACES TO FD-CHECKER
                   WRITE FEED-REC
                   ADD SM-T-COMM-RUN(SM-IX) TO FEED-TOTAL
               END-IF
