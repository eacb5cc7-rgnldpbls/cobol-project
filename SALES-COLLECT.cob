       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.
       AUTHOR. BSIT 2-4.
       INSTALLATION. OWN COMPUTER.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED.
       SECURITY. ACCESSIBLE TO BSIT 2-4 ONLY.
       REMARKS. DAILY CASH-RECEIPTS POSTING AGAINST AR-LEDGER.DAT.
                RECEIPTS.TXT ARRIVES AS ONE BATCH (HEADER, OFFICIAL
                RECEIPTS, TRAILER) AND IS PROVED BEFORE ANYTHING
                POSTS. EACH RECEIPT NAMES UP TO FIVE INVOICES; THE
                CASH IS APPLIED TO THEM IN THE ORDER GIVEN, PARTIAL
                PAYMENTS REDUCE THE OPEN AMOUNT AND AN INVOICE PAID
                DOWN TO ZERO IS CLOSED. CASH THAT CANNOT BE MATCHED
                TO AN OPEN INVOICE OF THE SAME CUSTOMER IS PARKED ON
                UNAPPLIED.TXT. THE COLLECTIONS REGISTER PROVES
                APPLIED PLUS UNAPPLIED PLUS REJECTED AGAINST THE
                BATCH TRAILER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       OBJECT-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPTFILE ASSIGN TO "RECEIPTS.TXT"
               FILE STATUS IS RF-STATUS.
           SELECT OPTIONAL RCPTREG ASSIGN TO "RCPTREG.TXT"
               FILE STATUS IS RR-STATUS.
           SELECT OPTIONAL UNAPPFILE ASSIGN TO "UNAPPLIED.TXT".
           SELECT OUTFILE ASSIGN TO "COLLREG.TXT".
           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVNO
               FILE STATUS IS AR-STATUS.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
       DATA DIVISION.
       FILE SECTION.
      *THE RECEIPTS BATCH: A '#H' HEADER CARD (BATCH NUMBER, BUSINESS
      *DATE), ONE RECORD PER OFFICIAL RECEIPT, AND A '#T' TRAILER
      *CARD (RECEIPT COUNT, AMOUNT HASH TOTAL) - THE SAME CONTROL
      *CARDS THE DAILY SALES FEED CARRIES. A RECEIPT DATE OF ZERO
      *TAKES THE BUSINESS DATE FROM THE HEADER.
       FD  RCPTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RCPTREC.
       01  RCPTREC.
           05 RC-CTL-TAG PIC X(2).
           05 FILLER PIC X(58).
       01  RCPTREC-HDR.
           05 FILLER PIC X(2).
           05 RH-BATCH-NO PIC 9(6).
           05 RH-BUS-DATE PIC 9(8).
           05 FILLER PIC X(44).
       01  RCPTREC-TRL.
           05 FILLER PIC X(2).
           05 RT-REC-COUNT PIC 9(5).
           05 RT-HASH-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(42).
       01  RCPTREC-DTL.
           05 RC-CUSTNO PIC X(5).
           05 RC-ORNO PIC X(8).
           05 RC-DATE PIC 9(8).
           05 RC-AMOUNT PIC 9(7)V99.
           05 RC-INVNO PIC X(6) OCCURS 5 TIMES.
      *ALTERNATE VIEW SO A NON-NUMERIC AMOUNT CAN BE PRINTED ON THE
      *REGISTER INSTEAD OF ABENDING A MOVE.
       01  RCPTREC-ALT.
           05 FILLER PIC X(13).
           05 RC-DATE-TXT PIC X(8).
           05 RC-AMOUNT-TXT PIC X(9).
           05 FILLER PIC X(30).
      *ONE RECORD PER RECEIPTS BATCH EVER POSTED, SO THE SAME
      *RECEIPTS.TXT CANNOT BE APPLIED TWICE.
       FD  RCPTREG
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS RCPTREG-REC.
       01  RCPTREG-REC.
           05 RR-BATCH-NO PIC 9(6).
           05 RR-POSTED-DATE PIC 9(8).
      *UNAPPLIED CASH - ONE RECORD PER RECEIPT (OR REMAINDER OF A
      *RECEIPT) THAT COULD NOT BE MATCHED TO AN OPEN INVOICE. THE
      *COLLECTIONS DESK WORKS THIS FILE AND REISSUES THE RECEIPT
      *AGAINST THE RIGHT INVOICE ONCE IT IS IDENTIFIED.
       FD  UNAPPFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS UNAPP-REC.
       01  UNAPP-REC.
           05 UA-CUSTNO PIC X(5).
           05 UA-ORNO PIC X(8).
           05 UA-DATE PIC 9(8).
           05 UA-AMOUNT PIC 9(7)V99.
           05 UA-BATCH-NO PIC 9(6).
           05 UA-REASON PIC X(20).
       FD  OUTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS OUTREC.
       01  OUTREC.
           05 FILLER PIC X(100).
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
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "COLLECTIONS REGISTER".
           05 FILLER PIC X(40) VALUE SPACES.
       01  RUN-DATE-LINE.
           05 FILLER PIC X(10) VALUE 'RUN DATE: '.
           05 RDL-DATE PIC 9(8).
           05 FILLER PIC X(82) VALUE SPACES.
       01  BATCH-NOTE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'BATCH: '.
           05 BN-BATCH-NO PIC 9(6).
           05 FILLER PIC X(17) VALUE '  BUSINESS DATE: '.
           05 BN-BUS-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE '  COUNT: '.
           05 BN-COUNT PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE '  HASH: '.
           05 BN-HASH PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(24) VALUE SPACES.
       01  BATCH-ABORT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(26) VALUE 'BATCH REJECTED - REASON:  '.
           05 BA-REASON PIC X(40).
           05 FILLER PIC X(32) VALUE SPACES.
       01  COLHD1.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'CUSTNO'.
           05 FILLER PIC X(10) VALUE 'OR NUMBER'.
           05 FILLER PIC X(10) VALUE 'OR DATE'.
           05 FILLER PIC X(8) VALUE 'INVOICE'.
           05 FILLER PIC X(14) VALUE '      RECEIVED'.
           05 FILLER PIC X(11) VALUE '    APPLIED'.
           05 FILLER PIC X(11) VALUE '   NEW OPEN'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'DISPOSITION'.
           05 FILLER PIC X(14) VALUE SPACES.
      *ONE LINE PER RECEIPT, THEN ONE LINE PER INVOICE IT TOUCHED
      *AND A LINE FOR ANY CASH LEFT UNAPPLIED.
       01  RCPT-LINE.
           05 FILLER PIC X(2).
           05 RCL-CUSTNO PIC X(5).
           05 FILLER PIC X(2).
           05 RCL-ORNO PIC X(8).
           05 FILLER PIC X(2).
           05 RCL-DATE PIC 9(8).
           05 FILLER PIC X(12).
           05 RCL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(49).
       01  APPLY-LINE.
           05 FILLER PIC X(29).
           05 APL-INVNO PIC X(6).
           05 FILLER PIC X(15).
           05 APL-APPLIED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 APL-OPEN PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2).
           05 APL-DISP PIC X(23).
           05 FILLER PIC X(2).
       01  REJ-RCPT-LINE.
           05 FILLER PIC X(2).
           05 RJL-CUSTNO PIC X(5).
           05 FILLER PIC X(2).
           05 RJL-ORNO PIC X(8).
           05 FILLER PIC X(2).
           05 RJL-DATE PIC X(8).
           05 FILLER PIC X(12).
           05 RJL-AMOUNT PIC X(12).
           05 FILLER PIC X(24).
           05 RJL-REASON PIC X(25).
       01  TOT-HDNG.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'BATCH CONTROL TOTALS'.
           05 FILLER PIC X(68) VALUE SPACES.
       01  TOT-CNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TCL-TEXT PIC X(30).
           05 TCL-CNT PIC ZZZZ9.
           05 FILLER PIC X(61) VALUE SPACES.
       01  TOT-AMT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TAL-TEXT PIC X(30).
           05 TAL-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(52) VALUE SPACES.
       01  CONTROL-OK-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(56) VALUE
              'CONTROL OK - ALL RECEIPTS PROVE TO BATCH HASH'.
           05 FILLER PIC X(40) VALUE SPACES.
       01  CONTROL-BAD-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(56) VALUE
              '*** CONTROL MISMATCH - INVESTIGATE RECEIPTS BATCH ***'.
           05 FILLER PIC X(40) VALUE SPACES.
       01  END-RPT-LINE.
           05 FILLER PIC X(21) VALUE '*** END OF REPORT ***'.
           05 FILLER PIC X(79) VALUE SPACES.
       01  BLANK-LINE.
           05 FILLER PIC X(100) VALUE SPACES.

      *----------------------- BATCH CONTROL -------------------
       01  BATCH-CONTROL-VARS.
           05 RF-STATUS PIC XX.
           05 RR-STATUS PIC XX.
           05 BATCH-OK-SW PIC X(3) VALUE 'NO '.
           05 BATCH-ERR-MSG PIC X(40) VALUE SPACES.
           05 BP-BATCH-NO PIC 9(6) VALUE 0.
           05 BP-BUS-DATE PIC 9(8) VALUE 0.
           05 BP-EXP-COUNT PIC 9(5) VALUE 0.
           05 BP-EXP-HASH PIC 9(9)V99 VALUE 0.
           05 BP-DETAIL-CTR PIC 9(5) VALUE 0.
           05 BP-HASH PIC 9(9)V99 VALUE 0.
           05 BP-HDR-SW PIC X(3) VALUE 'NO '.
           05 BP-TRL-SW PIC X(3) VALUE 'NO '.
           05 BP-EOF-SW PIC X(3) VALUE 'NO '.
           05 RR-EOF-SW PIC X(3) VALUE 'NO '.

      *----------------------- RECEIPT APPLICATION -------------
       01  APPLY-VARS.
           05 AR-STATUS PIC XX.
           05 EOFSW PIC X(3) VALUE 'NO '.
           05 RCPT-VALID-SW PIC X(3) VALUE 'YES'.
           05 RCPT-REJ-REASON PIC X(25) VALUE SPACES.
           05 RCPT-DATE PIC 9(8) VALUE 0.
           05 CASH-LEFT PIC 9(7)V99 VALUE 0.
           05 APPLY-AMT PIC 9(7)V99 VALUE 0.
           05 REJ-AMT-ED PIC Z,ZZZ,ZZ9.99.
           05 UNAPP-REASON PIC X(20) VALUE SPACES.
           05 INV-IX PIC 9.
           05 INV-GIVEN-CTR PIC 9 VALUE 0.
       01  RUN-TOTALS.
           05 RCPT-CTR PIC 9(5) VALUE 0.
           05 RCPT-REJ-CTR PIC 9(5) VALUE 0.
           05 INV-CLOSED-CTR PIC 9(5) VALUE 0.
           05 INV-PARTIAL-CTR PIC 9(5) VALUE 0.
           05 UNAPP-CTR PIC 9(5) VALUE 0.
           05 TOT-RECEIVED PIC 9(9)V99 VALUE 0.
           05 TOT-APPLIED PIC 9(9)V99 VALUE 0.
           05 TOT-UNAPPLIED PIC 9(9)V99 VALUE 0.
           05 TOT-REJECTED PIC 9(9)V99 VALUE 0.
           05 TOT-PROOF PIC 9(9)V99 VALUE 0.
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
           05 JB-SELF PIC X(15) VALUE 'COLLECTIONS    '.
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
           PERFORM PROCESS-RTN THRU PROCESS-END UNTIL EOFSW = 'YES'.
           PERFORM FINISH-RTN THRU FINISH-END.
           STOP RUN.

       INITIAL-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
      *THE BATCH IS PROVED IN FULL - HEADER, TRAILER, COUNT, HASH
      *AND THE POSTED-BATCH REGISTER - BEFORE ANY CASH IS APPLIED.
           PERFORM BATCH-CONTROL-RTN.
           IF BATCH-OK-SW NOT EQUAL TO 'YES'
               PERFORM BATCH-ABORT-RTN
           END-IF.
           PERFORM OPEN-AR-LEDGER-RTN.
           OPEN INPUT RCPTFILE
                OUTPUT OUTFILE
                EXTEND UNAPPFILE.
           MOVE WS-TODAY-YMD TO RDL-DATE.
           WRITE OUTREC FROM RUN-DATE-LINE.
           WRITE OUTREC FROM HD1.
           WRITE OUTREC FROM HD2.
           WRITE OUTREC FROM HD3.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM BATCH-NOTE-LINE.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM COLHD1.
           PERFORM READ-RECEIPT-RTN.
       INITIAL-END.

      *WITHOUT THE LEDGER NO RECEIPT CAN BE APPLIED, SO THE RUN
      *STOPS BEFORE IT TOUCHES ONE AND THE BATCH STAYS OFF THE
      *POSTED REGISTER, READY TO BE RUN AGAIN.
       OPEN-AR-LEDGER-RTN.
           OPEN I-O AR-LEDGER.
           IF AR-STATUS NOT EQUAL TO '00'
               DISPLAY 'AR-LEDGER.DAT NOT AVAILABLE - STATUS '
                       AR-STATUS ' - RUN STOPPED'
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.

      *=============== BATCH HEADER/TRAILER CONTROL ============
       BATCH-CONTROL-RTN.
           MOVE 'NO ' TO BATCH-OK-SW.
           MOVE SPACES TO BATCH-ERR-MSG.
           OPEN INPUT RCPTFILE.
           IF RF-STATUS NOT EQUAL TO '00'
               MOVE 'RECEIPTS.TXT NOT AVAILABLE' TO BATCH-ERR-MSG
           ELSE
               PERFORM UNTIL BP-EOF-SW = 'YES'
                   READ RCPTFILE
                       AT END MOVE 'YES' TO BP-EOF-SW
                       NOT AT END PERFORM EDIT-BATCH-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE RCPTFILE
               PERFORM PROVE-BATCH-RTN
           END-IF.

       EDIT-BATCH-RECORD-RTN.
           EVALUATE RC-CTL-TAG
               WHEN '#H'
                   MOVE 'YES' TO BP-HDR-SW
                   MOVE RH-BATCH-NO TO BP-BATCH-NO
                   MOVE RH-BUS-DATE TO BP-BUS-DATE
               WHEN '#T'
                   MOVE 'YES' TO BP-TRL-SW
                   MOVE RT-REC-COUNT TO BP-EXP-COUNT
                   MOVE RT-HASH-TOTAL TO BP-EXP-HASH
               WHEN OTHER
                   ADD 1 TO BP-DETAIL-CTR
                   IF RC-AMOUNT NUMERIC
                       ADD RC-AMOUNT TO BP-HASH
                   END-IF
           END-EVALUATE.

       PROVE-BATCH-RTN.
           IF BP-HDR-SW NOT EQUAL TO 'YES'
               MOVE 'BATCH HEADER CARD MISSING' TO BATCH-ERR-MSG
           ELSE IF BP-TRL-SW NOT EQUAL TO 'YES'
               MOVE 'BATCH TRAILER CARD MISSING' TO BATCH-ERR-MSG
           ELSE IF BP-EXP-COUNT NOT EQUAL TO BP-DETAIL-CTR
               MOVE 'TRAILER RECORD COUNT MISMATCH' TO BATCH-ERR-MSG
           ELSE IF BP-EXP-HASH NOT EQUAL TO BP-HASH
               MOVE 'TRAILER HASH TOTAL MISMATCH' TO BATCH-ERR-MSG
           ELSE
               PERFORM CHECK-BATCH-POSTED-RTN
               IF BATCH-ERR-MSG = SPACES
                   MOVE 'YES' TO BATCH-OK-SW
                   MOVE BP-BATCH-NO TO BN-BATCH-NO
                   MOVE BP-BUS-DATE TO BN-BUS-DATE
                   MOVE BP-DETAIL-CTR TO BN-COUNT
                   MOVE BP-HASH TO BN-HASH
               END-IF
           END-IF.

       CHECK-BATCH-POSTED-RTN.
           OPEN INPUT RCPTREG.
           MOVE 'NO ' TO RR-EOF-SW.
           PERFORM UNTIL RR-EOF-SW = 'YES'
               READ RCPTREG
                   AT END MOVE 'YES' TO RR-EOF-SW
                   NOT AT END
                       IF RR-BATCH-NO = BP-BATCH-NO
                           MOVE 'BATCH ALREADY POSTED' TO
                                BATCH-ERR-MSG
                           MOVE 'YES' TO RR-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RCPTREG.

       BATCH-ABORT-RTN.
           OPEN OUTPUT OUTFILE.
           MOVE WS-TODAY-YMD TO RDL-DATE.
           WRITE OUTREC FROM RUN-DATE-LINE.
           WRITE OUTREC FROM HD1.
           WRITE OUTREC FROM HD2.
           WRITE OUTREC FROM HD3.
           WRITE OUTREC FROM BLANK-LINE.
           MOVE BATCH-ERR-MSG TO BA-REASON.
           WRITE OUTREC FROM BATCH-ABORT-LINE.
           WRITE OUTREC FROM END-RPT-LINE.
           DISPLAY 'RECEIPTS BATCH REJECTED - ' BATCH-ERR-MSG.
           CLOSE OUTFILE.
           MOVE 'A' TO RUN-END-CD.
           PERFORM WRITE-RUN-LOG-RTN.
           STOP RUN.

      *THE CONTROL CARDS WERE PROVED ABOVE; THE POSTING PASS SKIPS
      *THEM AND SEES ONLY THE RECEIPTS.
       READ-RECEIPT-RTN.
           MOVE 'NO ' TO RCPT-VALID-SW.
           PERFORM UNTIL RCPT-VALID-SW = 'YES' OR EOFSW = 'YES'
               READ RCPTFILE
                   AT END MOVE 'YES' TO EOFSW
                   NOT AT END
                       IF RC-CTL-TAG NOT EQUAL TO '#H' AND
                          RC-CTL-TAG NOT EQUAL TO '#T'
                           MOVE 'YES' TO RCPT-VALID-SW
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-RTN.
           ADD 1 TO RCPT-CTR.
           PERFORM VALIDATE-RECEIPT-RTN.
           IF RCPT-VALID-SW NOT EQUAL TO 'YES'
               PERFORM REJECT-RECEIPT-RTN
           ELSE
               PERFORM APPLY-RECEIPT-RTN
           END-IF.
           PERFORM READ-RECEIPT-RTN.
       PROCESS-END.

       VALIDATE-RECEIPT-RTN.
           MOVE 'YES' TO RCPT-VALID-SW.
           MOVE SPACES TO RCPT-REJ-REASON.
           IF RC-CUSTNO = SPACES
               MOVE 'CUSTOMER NO MISSING' TO RCPT-REJ-REASON
           ELSE IF RC-ORNO = SPACES
               MOVE 'OR NUMBER MISSING' TO RCPT-REJ-REASON
           ELSE IF RC-AMOUNT NOT NUMERIC
               MOVE 'NON-NUMERIC AMOUNT' TO RCPT-REJ-REASON
           ELSE IF RC-AMOUNT = 0
               MOVE 'ZERO RECEIPT AMOUNT' TO RCPT-REJ-REASON
           ELSE IF RC-DATE NOT NUMERIC
               MOVE 'INVALID RECEIPT DATE' TO RCPT-REJ-REASON
           END-IF.
           IF RCPT-REJ-REASON NOT EQUAL TO SPACES
               MOVE 'NO ' TO RCPT-VALID-SW
           END-IF.

      *A REJECTED RECEIPT POSTS NOTHING; ITS AMOUNT (WHEN NUMERIC)
      *STILL COUNTS TOWARD THE PROOF SO THE REGISTER TIES TO THE
      *BATCH HASH.
       REJECT-RECEIPT-RTN.
           ADD 1 TO RCPT-REJ-CTR.
           MOVE RC-CUSTNO TO RJL-CUSTNO.
           MOVE RC-ORNO TO RJL-ORNO.
           MOVE RC-DATE-TXT TO RJL-DATE.
           MOVE RC-AMOUNT-TXT TO RJL-AMOUNT.
           MOVE RCPT-REJ-REASON TO RJL-REASON.
           WRITE OUTREC FROM REJ-RCPT-LINE.
           IF RC-AMOUNT NUMERIC
               ADD RC-AMOUNT TO TOT-REJECTED
               ADD RC-AMOUNT TO TOT-RECEIVED
           END-IF.

      *THE CASH IS WORKED DOWN THE INVOICES IN THE ORDER THE
      *RECEIPT LISTS THEM. EACH INVOICE TAKES AT MOST ITS OPEN
      *AMOUNT; WHATEVER IS LEFT WHEN THE LIST RUNS OUT (OR THE CASH
      *NAMED NO USABLE INVOICE) IS PARKED AS UNAPPLIED.
       APPLY-RECEIPT-RTN.
           IF RC-DATE = 0
               MOVE BP-BUS-DATE TO RCPT-DATE
           ELSE
               MOVE RC-DATE TO RCPT-DATE
           END-IF.
           MOVE RC-CUSTNO TO RCL-CUSTNO.
           MOVE RC-ORNO TO RCL-ORNO.
           MOVE RCPT-DATE TO RCL-DATE.
           MOVE RC-AMOUNT TO RCL-AMOUNT.
           WRITE OUTREC FROM RCPT-LINE.
           ADD RC-AMOUNT TO TOT-RECEIVED.
           MOVE RC-AMOUNT TO CASH-LEFT.
           MOVE SPACES TO UNAPP-REASON.
           MOVE 0 TO INV-GIVEN-CTR.
           PERFORM VARYING INV-IX FROM 1 BY 1
                   UNTIL INV-IX > 5 OR CASH-LEFT = 0
               IF RC-INVNO(INV-IX) NOT EQUAL TO SPACES
                   ADD 1 TO INV-GIVEN-CTR
                   PERFORM APPLY-ONE-INVOICE-RTN
               END-IF
           END-PERFORM.
           IF CASH-LEFT > 0
               IF UNAPP-REASON = SPACES
                   IF INV-GIVEN-CTR = 0
                       MOVE 'NO INVOICE GIVEN' TO UNAPP-REASON
                   ELSE
                       MOVE 'OVERPAYMENT' TO UNAPP-REASON
                   END-IF
               END-IF
               PERFORM PARK-UNAPPLIED-RTN
           END-IF.

       APPLY-ONE-INVOICE-RTN.
           MOVE RC-INVNO(INV-IX) TO APL-INVNO.
           MOVE 0 TO APL-APPLIED.
           MOVE 0 TO APL-OPEN.
           MOVE RC-INVNO(INV-IX) TO AR-INVNO.
           READ AR-LEDGER
               INVALID KEY
                   MOVE 'INVOICE NOT ON FILE' TO APL-DISP
                   MOVE 'INVOICE NOT ON FILE' TO UNAPP-REASON
               NOT INVALID KEY
                   PERFORM POST-PAYMENT-RTN
           END-READ.
           WRITE OUTREC FROM APPLY-LINE.

       POST-PAYMENT-RTN.
           MOVE AR-OPEN-AMT TO APL-OPEN.
           IF AR-CUSTNO NOT EQUAL TO RC-CUSTNO
               MOVE 'OTHER CUSTOMER INVOICE' TO APL-DISP
               MOVE 'OTHER CUSTOMER INV' TO UNAPP-REASON
           ELSE IF AR-STATUS-CD NOT EQUAL TO 'O' OR AR-OPEN-AMT = 0
               MOVE 'INVOICE ALREADY CLOSED' TO APL-DISP
               MOVE 'INVOICE CLOSED' TO UNAPP-REASON
           ELSE
               IF CASH-LEFT < AR-OPEN-AMT
                   MOVE CASH-LEFT TO APPLY-AMT
               ELSE
                   MOVE AR-OPEN-AMT TO APPLY-AMT
               END-IF
               SUBTRACT APPLY-AMT FROM AR-OPEN-AMT
               IF AR-OPEN-AMT = 0
                   MOVE 'C' TO AR-STATUS-CD
               END-IF
               REWRITE AR-REC
                   INVALID KEY
                       PERFORM REWRITE-FAILED-RTN
                   NOT INVALID KEY
                       PERFORM RECORD-APPLIED-RTN
               END-REWRITE
           END-IF.

       RECORD-APPLIED-RTN.
           SUBTRACT APPLY-AMT FROM CASH-LEFT.
           ADD APPLY-AMT TO TOT-APPLIED.
           IF AR-OPEN-AMT = 0
               MOVE 'PAID - INVOICE CLOSED' TO APL-DISP
               ADD 1 TO INV-CLOSED-CTR
           ELSE
               MOVE 'PARTIAL PAYMENT' TO APL-DISP
               ADD 1 TO INV-PARTIAL-CTR
           END-IF.
           MOVE APPLY-AMT TO APL-APPLIED.
           MOVE AR-OPEN-AMT TO APL-OPEN.

      *AN INVOICE THAT CANNOT BE REWRITTEN TAKES NOTHING. THE CASH
      *NOT YET APPLIED IS REJECTED FOR THE DESK TO POST BY HAND,
      *NOTHING MORE OF THE RECEIPT IS APPLIED OR PARKED, AND THE
      *REJECTED AMOUNT STILL COUNTS TOWARD THE PROOF.
       REWRITE-FAILED-RTN.
           MOVE 'LEDGER REWRITE FAILED' TO APL-DISP.
           ADD 1 TO RCPT-REJ-CTR.
           MOVE RC-CUSTNO TO RJL-CUSTNO.
           MOVE RC-ORNO TO RJL-ORNO.
           MOVE RC-DATE-TXT TO RJL-DATE.
           MOVE CASH-LEFT TO REJ-AMT-ED.
           MOVE REJ-AMT-ED TO RJL-AMOUNT.
           MOVE 'LEDGER REWRITE FAILED' TO RJL-REASON.
           WRITE OUTREC FROM REJ-RCPT-LINE.
           ADD CASH-LEFT TO TOT-REJECTED.
           MOVE 0 TO CASH-LEFT.

       PARK-UNAPPLIED-RTN.
           MOVE RC-CUSTNO TO UA-CUSTNO.
           MOVE RC-ORNO TO UA-ORNO.
           MOVE RCPT-DATE TO UA-DATE.
           MOVE CASH-LEFT TO UA-AMOUNT.
           MOVE BP-BATCH-NO TO UA-BATCH-NO.
           MOVE UNAPP-REASON TO UA-REASON.
           WRITE UNAPP-REC.
           ADD 1 TO UNAPP-CTR.
           ADD CASH-LEFT TO TOT-UNAPPLIED.
           MOVE SPACES TO APL-INVNO.
           MOVE CASH-LEFT TO APL-APPLIED.
           MOVE 0 TO APL-OPEN.
           MOVE SPACES TO APL-DISP.
           STRING 'UNAPPLIED - ' DELIMITED BY SIZE
                  UNAPP-REASON DELIMITED BY SIZE
                  INTO APL-DISP
           END-STRING.
           WRITE OUTREC FROM APPLY-LINE.

       FINISH-RTN.
           WRITE OUTREC FROM BLANK-LINE.
           WRITE OUTREC FROM TOT-HDNG.
           MOVE 'RECEIPTS IN BATCH:' TO TCL-TEXT.
           MOVE RCPT-CTR TO TCL-CNT.
           WRITE OUTREC FROM TOT-CNT-LINE.
           MOVE 'RECEIPTS REJECTED:' TO TCL-TEXT.
           MOVE RCPT-REJ-CTR TO TCL-CNT.
           WRITE OUTREC FROM TOT-CNT-LINE.
           MOVE 'INVOICES PAID AND CLOSED:' TO TCL-TEXT.
           MOVE INV-CLOSED-CTR TO TCL-CNT.
           WRITE OUTREC FROM TOT-CNT-LINE.
           MOVE 'INVOICES PARTIALLY PAID:' TO TCL-TEXT.
           MOVE INV-PARTIAL-CTR TO TCL-CNT.
           WRITE OUTREC FROM TOT-CNT-LINE.
           MOVE 'UNAPPLIED CASH ITEMS:' TO TCL-TEXT.
           MOVE UNAPP-CTR TO TCL-CNT.
           WRITE OUTREC FROM TOT-CNT-LINE.
           WRITE OUTREC FROM BLANK-LINE.
           MOVE 'BATCH HASH TOTAL:' TO TAL-TEXT.
           MOVE BP-HASH TO TAL-AMT.
           WRITE OUTREC FROM TOT-AMT-LINE.
           MOVE 'TOTAL RECEIVED:' TO TAL-TEXT.
           MOVE TOT-RECEIVED TO TAL-AMT.
           WRITE OUTREC FROM TOT-AMT-LINE.
           MOVE 'APPLIED TO INVOICES:' TO TAL-TEXT.
           MOVE TOT-APPLIED TO TAL-AMT.
           WRITE OUTREC FROM TOT-AMT-LINE.
           MOVE 'PARKED AS UNAPPLIED:' TO TAL-TEXT.
           MOVE TOT-UNAPPLIED TO TAL-AMT.
           WRITE OUTREC FROM TOT-AMT-LINE.
           MOVE 'REJECTED RECEIPTS:' TO TAL-TEXT.
           MOVE TOT-REJECTED TO TAL-AMT.
           WRITE OUTREC FROM TOT-AMT-LINE.
           COMPUTE TOT-PROOF = TOT-APPLIED + TOT-UNAPPLIED
                             + TOT-REJECTED.
           IF TOT-PROOF = BP-HASH
               WRITE OUTREC FROM CONTROL-OK-LINE
           ELSE
               WRITE OUTREC FROM CONTROL-BAD-LINE
           END-IF.
           WRITE OUTREC FROM END-RPT-LINE.
           PERFORM REGISTER-BATCH-RTN.
           CLOSE RCPTFILE, OUTFILE, UNAPPFILE, AR-LEDGER.
           PERFORM WRITE-RUN-LOG-RTN.
       FINISH-END.

      *THE BATCH GOES ON THE POSTED REGISTER ONLY AFTER EVERYTHING
      *ELSE HAS FINISHED, SO A RUN THAT DIES PARTWAY CAN BE RERUN.
       REGISTER-BATCH-RTN.
           OPEN EXTEND RCPTREG.
           MOVE BP-BATCH-NO TO RR-BATCH-NO.
           MOVE WS-TODAY-YMD TO RR-POSTED-DATE.
           WRITE RCPTREG-REC.
           CLOSE RCPTREG.

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
           MOVE 'COLLECTIONS    ' TO RL-PROGRAM.
           MOVE RL-STAMP-DATE TO RL-DATE.
           MOVE RL-STAMP-TIME TO RL-TIME.
           MOVE BP-DETAIL-CTR TO RL-READ.
           IF RUN-END-CD = 'A'
               MOVE 0 TO RL-WRITTEN
           ELSE
               COMPUTE RL-WRITTEN = RCPT-CTR - RCPT-REJ-CTR
           END-IF.
           MOVE RCPT-REJ-CTR TO RL-REJECTED.
           MOVE RUN-END-CD TO RL-END-STATUS.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG.
