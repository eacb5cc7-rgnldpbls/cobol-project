       REMARKS. MONTH-END CLOSE AND COMMISSION STATEMENTS FOR
                SALESMAN-MASTER.DAT. RUN AFTER THE LAST ACTIVITY
                RUN OF THE MONTH AND BEFORE THE FIRST OF THE NEXT.
                ALSO WORKS EACH AREA MANAGER'S OVERRIDE ON THE NET
                MTD SALES OF THE AREA'S SALESMEN AT THE OVRPARM.TXT
                RATE, PRINTS OVRSTMT.TXT AND ARCHIVES THE OVERRIDES
                TO OVERRIDE-HISTORY.TXT FOR THE PAYOUT RUN.
                COMMISSION DUE IS THE SUM OF THE COMMISSION THE
                ACTIVITY RUN EARNED ON EACH DETAIL OF THE MONTH
                (PRODSALES.TXT, AT THE PRODUCT CLASS OR TIER RATE),
                SO THE STATEMENT, THE ARCHIVE AND THE PAYOUT AGREE
                WITH WHAT WAS FED TO THE BANK AND ACCRUED TO THE GL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LAPTOP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG ASSIGN TO "RUNLOG.TXT".
           SELECT OPTIONAL JOBDEPS ASSIGN TO "JOBDEPS.TXT".
           SELECT OPTIONAL JOBOVRD ASSIGN TO "JOBOVRD.TXT".
           SELECT STMTFILE ASSIGN TO "COMMSTMT.TXT".
           SELECT OPTIONAL HISTFILE
               ASSIGN TO "SALESMAN-HISTORY.TXT".
           SELECT OVRPARM ASSIGN TO "OVRPARM.TXT"
               FILE STATUS IS OP-STATUS.
           SELECT AREAFILE ASSIGN TO "AREA-MASTER.TXT"
               FILE STATUS IS AF-STATUS.
           SELECT OVRSTMTFILE ASSIGN TO "OVRSTMT.TXT".
           SELECT OPTIONAL OVRHISTFILE
               ASSIGN TO "OVERRIDE-HISTORY.TXT".
           SELECT OPTIONAL PRODSALES ASSIGN TO "PRODSALES.TXT".
           SELECT SALESMAN-MASTER ASSIGN TO "SALESMAN-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 HIST-MTD-SALES PIC S9(7)V99.
           05 HIST-MTD-COMM PIC S9(7)V99.
           05 HIST-YTD-SALES PIC S9(7)V99.
      *PARAMETER CARD: THE AREA MANAGER OVERRIDE RATE.
       FD  OVRPARM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS OVRPARM-REC.
       01  OVRPARM-REC.
           05 OP-OVR-RATE PIC V999.
       FD  AREAFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS AREA-REC.
       01  AREA-REC.
           05 AM-CODE PIC A.
           05 AM-REGION-NAME PIC X(20).
           05 AM-MANAGER PIC X(25).
       FD  OVRSTMTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OVRSTMTREC.
       01  OVRSTMTREC.
           05 FILLER PIC X(80).
      *ONE RECORD PER AREA MANAGER PER CLOSED PERIOD, KEPT APART
      *FROM SALESMAN-HISTORY.TXT SO THE TREND AND QUOTA RUNS STILL
      *SEE SALESMEN ONLY. COMM-PAYOUT PAYS FROM BOTH FILES.
       FD  OVRHISTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS OVRHISTREC.
       01  OVRHISTREC.
           05 OH-AREA PIC X.
           05 OH-MANAGER PIC X(25).
           05 OH-YR PIC 9(4).
           05 OH-MO PIC 99.
           05 OH-AREA-SALES PIC S9(7)V99.
           05 OH-RATE PIC V999.
           05 OH-OVERRIDE PIC S9(7)V99.
      *ONE RECORD PER DETAIL ACCEPTED BY ACTIVITY, WITH THE
      *COMMISSION IT EARNED. RETURNS CARRY NEGATIVE AMOUNT AND
      *COMMISSION.
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
       FD  SALESMAN-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
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
           05 FILLER PIC X(27) VALUE "SALES FOR THE MONTH:       ".
           05 STMT-MTD-SALES PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(26) VALUE SPACES.
       01  STMT-SALE-COMM-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "COMMISSION ON SALES:       ".
           05 STMT-SALE-COMM PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(26) VALUE SPACES.
       01  STMT-RTRN-COMM-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "COMMISSION ON RETURNS:     ".
           05 STMT-RTRN-COMM PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(26) VALUE SPACES.
       01  STMT-DETAIL-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "** PRODUCT DETAIL SALES:   ".
           05 STMT-DETAIL-SALES PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(26) VALUE
              "  DO NOT AGREE WITH MTD **".
       01  STMT-COMM-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "TOTAL COMMISSION DUE:      ".
           05 FILLER PIC X(29) VALUE 'TOTAL COMMISSIONS DUE:      '.
           05 TOT-COMM-OUT PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(27) VALUE SPACES.
       01  OVR-HD3.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(31) VALUE "AREA MANAGER OVERRIDE STATEMENT".
           05 FILLER PIC X(25) VALUE SPACES.
       01  OVR-MGR-LINE.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "MANAGER:  ".
           05 OVR-MANAGER PIC X(25).
           05 FILLER PIC X(34) VALUE SPACES.
       01  OVR-AREA-LINE.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "AREA:     ".
           05 OVR-AREA PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 OVR-REGION PIC X(20).
           05 FILLER PIC X(35) VALUE SPACES.
       01  OVR-SLSMN-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "SALESMEN IN AREA:          ".
           05 OVR-SLSMN-CTR PIC ZZ9.
           05 FILLER PIC X(36) VALUE SPACES.
       01  OVR-SALES-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "NET AREA SALES FOR MONTH:  ".
           05 OVR-SALES PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(26) VALUE SPACES.
       01  OVR-RATE-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "OVERRIDE RATE:             ".
           05 OVR-RATE PIC .999.
           05 FILLER PIC X(35) VALUE SPACES.
       01  OVR-DUE-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "TOTAL OVERRIDE DUE:        ".
           05 OVR-DUE PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(26) VALUE SPACES.
       01  OVR-NOMGR-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              "NO MANAGER ON AREA MASTER - NOT ARCHIVED".
           05 FILLER PIC X(26) VALUE SPACES.
       01  OVR-TOTMGR-REC.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'TOTAL MANAGERS CLOSED:      '.
           05 OVR-TOTMGR-OUT PIC Z9.
           05 FILLER PIC X(38) VALUE SPACES.
       01  OVR-TOTDUE-REC.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(29) VALUE 'TOTAL OVERRIDES DUE:        '.
           05 OVR-TOTDUE-OUT PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(27) VALUE SPACES.
       01  TEMP-VARIABLES.
           05 CLOSECTR PIC 99 VALUE 0.
           05 ARCH-SALES PIC S9(7)V99 VALUE 0.
           05 WS-TODAY-MO PIC 9(2).
           05 FILLER PIC X(15).

      *----------------------- MONTH'S COMMISSION -------------
      *THE COMMISSION EARNED ON EACH SALESMAN'S DETAIL FOR THE
      *CLOSING MONTH, COLLECTED FROM PRODSALES.TXT BEFORE ANY
      *SALESMAN IS CLOSED. ONE ROW PER SALESMAN, AS MANY AS THE
      *ACTIVITY RUN'S OWN SALESMAN TABLE HOLDS.
       01  MONTH-COMM-TABLE.
           05 MC-ENTRY OCCURS 300 TIMES INDEXED BY MC-IX.
              10 MC-SNO PIC X(3).
              10 MC-SALE-COMM PIC S9(7)V99.
              10 MC-RTRN-COMM PIC S9(7)V99.
              10 MC-NET-SALES PIC S9(7)V99.
       01  MONTH-COMM-VARS.
           05 MC-COUNT PIC 999 VALUE 0.
           05 MC-LOAD-EOF PIC X(3) VALUE 'NO '.
           05 MC-FOUND-SW PIC X(3) VALUE 'NO '.
           05 SALE-COMM PIC S9(7)V99 VALUE 0.
           05 RTRN-COMM PIC S9(7)V99 VALUE 0.
           05 DETAIL-SALES PIC S9(7)V99 VALUE 0.
           05 STMT-COMM PIC S9(7)V99 VALUE 0.

      *----------------------- AREA MANAGER OVERRIDE -----------
      *EACH AREA ON THE AREA MASTER COLLECTS THE CLOSING MTD SALES
      *OF EVERY SALESMAN ASSIGNED TO IT (SM-AREA) AS THE SALESMEN
      *ARE CLOSED; THE OVERRIDES ARE WORKED OUT ONCE ALL ARE IN.
       01  AREA-TABLE.
           05 AT-ENTRY OCCURS 26 TIMES INDEXED BY AT-IX.
              10 AT-CODE PIC A.
              10 AT-REGION PIC X(20).
              10 AT-MANAGER PIC X(25).
              10 AT-NET-SALES PIC S9(7)V99.
              10 AT-SLSMN-CTR PIC 999.
       01  OVERRIDE-VARS.
           05 OP-STATUS PIC XX.
           05 AF-STATUS PIC XX.
           05 OVR-PARM-SW PIC X VALUE 'N'.
           05 OVERRIDE-RATE PIC V999 VALUE 0.
           05 AT-COUNT PIC 99 VALUE 0.
           05 AT-LOAD-EOF PIC X(3) VALUE 'NO '.
           05 AT-FOUND-SW PIC X(3) VALUE 'NO '.
           05 OVERRIDE-AMT PIC S9(7)V99 VALUE 0.
           05 TOT-OVERRIDE PIC S9(7)V99 VALUE 0.
           05 MGR-CTR PIC 99 VALUE 0.


      *----------------------- RUN LOG -------------------------
       01  RL-STAMP.
           05 FILLER PIC X(7).
       01  RUN-END-CD PIC X VALUE 'N'.

      *----------------------- JOB STREAM CHECK ----------------
       01  JOB-STREAM-WORK.
           05 JB-SELF PIC X(15) VALUE 'MONTH-CLOSE    '.
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
           PERFORM CLOSE-SALESMAN-RTN THRU CLOSE-SALESMAN-END
               UNTIL SM-EOF-SW = 'YES'.
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
      *THE OVERRIDE RATE AND THE AREA MASTER ARE BOTH CHECKED BEFORE
      *ANY SALESMAN IS CLOSED, SO A STOPPED RUN CLEARS NOTHING.
           PERFORM READ-OVRPARM-RTN.
           IF OVR-PARM-SW NOT EQUAL TO 'Y'
               DISPLAY 'OVRPARM.TXT OVERRIDE RATE CARD MISSING - '
                       'RUN STOPPED'
               CLOSE SALESMAN-MASTER
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM LOAD-AREA-MASTER-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM LOAD-MONTH-COMMISSION-RTN.
           OPEN OUTPUT STMTFILE
                EXTEND HISTFILE.
           WRITE STMTREC FROM HD1.
           WRITE STMTREC FROM HD2.
           WRITE STMTREC FROM BLNK-HD.
      *ONE SALESMAN PER ITERATION: STATEMENT, ARCHIVE, THEN AND ONLY
      *THEN CLEAR MTD SO THE CLOSING FIGURE IS NEVER LOST UNPRINTED.
       CLOSE-SALESMAN-RTN.
           PERFORM COMPUTE-MONTH-COMMISSION-RTN.
           PERFORM WRITE-STATEMENT-RTN.
           PERFORM WRITE-HISTORY-RTN.
           ADD 1 TO CLOSECTR.
           ADD SM-MTD-SALES TO ARCH-SALES.
           ADD STMT-COMM TO TOT-COMM.
           PERFORM ACCUM-AREA-SALES-RTN.
           MOVE 0 TO SM-MTD-SALES.
      *A DECEMBER CLOSE ALSO ROLLS THE YEAR FORWARD, FOR EVERY
      *SALESMAN ON FILE WHETHER OR NOT HE POSTED THIS MONTH.
               AT END MOVE 'YES' TO SM-EOF-SW.
       CLOSE-SALESMAN-END.

      *THE COMMISSION DUE IS WHAT THE ACTIVITY RUN EARNED DETAIL BY
      *DETAIL - THE SAME FIGURES IT FED TO THE BANK ON COMMFEED.TXT
      *AND THAT THE GL INTERFACE ACCRUED - NOT THE MTD TOTAL PUT
      *BACK THROUGH THE TIER TABLE, WHICH WOULD IGNORE THE FLAT
      *PRODUCT-CLASS RATES. A SALESMAN WITH NO DETAIL EARNED NONE.
       COMPUTE-MONTH-COMMISSION-RTN.
           MOVE 0 TO SALE-COMM.
           MOVE 0 TO RTRN-COMM.
           MOVE 0 TO DETAIL-SALES.
           MOVE 'NO ' TO MC-FOUND-SW.
           PERFORM VARYING MC-IX FROM 1 BY 1
                   UNTIL MC-IX > MC-COUNT OR MC-FOUND-SW = 'YES'
               IF MC-SNO(MC-IX) = SM-SNO
                   MOVE 'YES' TO MC-FOUND-SW
                   MOVE MC-SALE-COMM(MC-IX) TO SALE-COMM
                   MOVE MC-RTRN-COMM(MC-IX) TO RTRN-COMM
                   MOVE MC-NET-SALES(MC-IX) TO DETAIL-SALES
               END-IF
           END-PERFORM.
           COMPUTE STMT-COMM = SALE-COMM + RTRN-COMM.

       WRITE-STATEMENT-RTN.
           MOVE SM-SNO TO STMT-SNO.
           MOVE WS-TODAY-YR TO STMT-YR.
           MOVE WS-TODAY-MO TO STMT-MO.
           MOVE SM-MTD-SALES TO STMT-MTD-SALES.
           MOVE SALE-COMM TO STMT-SALE-COMM.
           MOVE RTRN-COMM TO STMT-RTRN-COMM.
           MOVE STMT-COMM TO STMT-TOT-COMM.
           MOVE SM-YTD-SALES TO STMT-YTD-SALES.
           WRITE STMTREC FROM STMT-SLSMN-LINE.
           WRITE STMTREC FROM STMT-PERIOD-LINE.
           WRITE STMTREC FROM STMT-SALES-LINE.
           WRITE STMTREC FROM STMT-SALE-COMM-LINE.
           WRITE STMTREC FROM STMT-RTRN-COMM-LINE.
           WRITE STMTREC FROM STMT-COMM-LINE.
           WRITE STMTREC FROM STMT-YTD-LINE.
      *THE DETAIL SHOULD ADD BACK TO THE MTD SALES; WHEN IT DOES NOT
      *(DETAIL DATED OUTSIDE THE MONTH, OR POSTED BEFORE THE DETAIL
      *FILE WAS KEPT) THE STATEMENT SAYS SO FOR THE SALES DESK.
           IF DETAIL-SALES NOT EQUAL TO SM-MTD-SALES
               MOVE DETAIL-SALES TO STMT-DETAIL-SALES
               WRITE STMTREC FROM STMT-DETAIL-LINE
           END-IF.
           WRITE STMTREC FROM BLNK-HD.

       WRITE-HISTORY-RTN.
           MOVE SM-YTD-SALES TO HIST-YTD-SALES.
           WRITE HISTREC.

       READ-OVRPARM-RTN.
           OPEN INPUT OVRPARM.
           IF OP-STATUS = '00'
               READ OVRPARM
                   AT END CONTINUE
                   NOT AT END
                       IF OP-OVR-RATE NUMERIC
                           MOVE 'Y' TO OVR-PARM-SW
                           MOVE OP-OVR-RATE TO OVERRIDE-RATE
                       END-IF
               END-READ
               CLOSE OVRPARM
           END-IF.

      *ONLY DETAIL DATED IN THE CLOSING MONTH COUNTS. A TABLE TOO
      *SMALL FOR THE MONTH'S SALESMEN STOPS THE RUN BEFORE ANYONE IS
      *CLOSED, RATHER THAN PAY SOME OF THEM NOTHING.
       LOAD-MONTH-COMMISSION-RTN.
           OPEN INPUT PRODSALES.
           PERFORM UNTIL MC-LOAD-EOF = 'YES'
               READ PRODSALES
                   AT END MOVE 'YES' TO MC-LOAD-EOF
                   NOT AT END
                       IF PS-BUS-YR = WS-TODAY-YR
                          AND PS-BUS-MO = WS-TODAY-MO
                           PERFORM ADD-MONTH-COMMISSION-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODSALES.

       ADD-MONTH-COMMISSION-RTN.
           MOVE 'NO ' TO MC-FOUND-SW.
           PERFORM VARYING MC-IX FROM 1 BY 1
                   UNTIL MC-IX > MC-COUNT OR MC-FOUND-SW = 'YES'
               IF MC-SNO(MC-IX) = PS-SNO
                   MOVE 'YES' TO MC-FOUND-SW
               END-IF
           END-PERFORM.
           IF MC-FOUND-SW = 'YES'
               SET MC-IX DOWN BY 1
           ELSE
               IF MC-COUNT NOT < 300
                   DISPLAY 'MORE THAN 300 SALESMEN ON PRODSALES.TXT '
                           'FOR THE MONTH - RUN STOPPED'
                   CLOSE PRODSALES, SALESMAN-MASTER
                   MOVE 'A' TO RUN-END-CD
                   PERFORM WRITE-RUN-LOG-RTN
                   STOP RUN
               END-IF
               ADD 1 TO MC-COUNT
               SET MC-IX TO MC-COUNT
               MOVE PS-SNO TO MC-SNO(MC-IX)
               MOVE 0 TO MC-SALE-COMM(MC-IX)
               MOVE 0 TO MC-RTRN-COMM(MC-IX)
               MOVE 0 TO MC-NET-SALES(MC-IX)
           END-IF.
           IF PS-COMM < 0
               ADD PS-COMM TO MC-RTRN-COMM(MC-IX)
           ELSE
               ADD PS-COMM TO MC-SALE-COMM(MC-IX)
           END-IF.
           ADD PS-AMOUNT TO MC-NET-SALES(MC-IX).

       LOAD-AREA-MASTER-RTN.
           OPEN INPUT AREAFILE.
           IF AF-STATUS NOT EQUAL TO '00'
               DISPLAY 'AREA-MASTER.TXT NOT AVAILABLE - STATUS '
                       AF-STATUS ' - RUN STOPPED'
               CLOSE SALESMAN-MASTER
               MOVE 'A' TO RUN-END-CD
               PERFORM WRITE-RUN-LOG-RTN
               STOP RUN
           END-IF.
           PERFORM UNTIL AT-LOAD-EOF = 'YES'
               READ AREAFILE
                   AT END MOVE 'YES' TO AT-LOAD-EOF
                   NOT AT END
                       IF AT-COUNT < 26
                           ADD 1 TO AT-COUNT
                           MOVE AM-CODE TO AT-CODE(AT-COUNT)
                           MOVE AM-REGION-NAME TO AT-REGION(AT-COUNT)
                           MOVE AM-MANAGER TO AT-MANAGER(AT-COUNT)
                           MOVE 0 TO AT-NET-SALES(AT-COUNT)
                           MOVE 0 TO AT-SLSMN-CTR(AT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AREAFILE.

      *MTD SALES ARE ALREADY NET OF RETURNS, SO THE AREA FIGURE IS
      *THE NET SALES THE OVERRIDE IS EARNED ON. A SALESMAN WITH NO
      *ASSIGNED AREA CONTRIBUTES TO NO MANAGER.
       ACCUM-AREA-SALES-RTN.
           MOVE 'NO ' TO AT-FOUND-SW.
           PERFORM VARYING AT-IX FROM 1 BY 1
                   UNTIL AT-IX > AT-COUNT OR AT-FOUND-SW = 'YES'
               IF AT-CODE(AT-IX) = SM-AREA
                   MOVE 'YES' TO AT-FOUND-SW
                   ADD SM-MTD-SALES TO AT-NET-SALES(AT-IX)
                   ADD 1 TO AT-SLSMN-CTR(AT-IX)
               END-IF
           END-PERFORM.

      *ONE STATEMENT PER AREA; THE OVERRIDE IS ARCHIVED ONLY WHEN
      *THE AREA MASTER NAMES A MANAGER TO PAY IT TO.
       WRITE-OVERRIDES-RTN.
           OPEN OUTPUT OVRSTMTFILE
                EXTEND OVRHISTFILE.
           WRITE OVRSTMTREC FROM HD1.
           WRITE OVRSTMTREC FROM HD2.
           WRITE OVRSTMTREC FROM BLNK-HD.
           WRITE OVRSTMTREC FROM OVR-HD3.
           WRITE OVRSTMTREC FROM BLNK-HD.
           PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > AT-COUNT
               PERFORM WRITE-ONE-OVERRIDE-RTN
           END-PERFORM.
           MOVE MGR-CTR TO OVR-TOTMGR-OUT.
           MOVE TOT-OVERRIDE TO OVR-TOTDUE-OUT.
           WRITE OVRSTMTREC FROM OVR-TOTMGR-REC.
           WRITE OVRSTMTREC FROM OVR-TOTDUE-REC.
           CLOSE OVRSTMTFILE, OVRHISTFILE.

       WRITE-ONE-OVERRIDE-RTN.
           COMPUTE OVERRIDE-AMT ROUNDED =
                   AT-NET-SALES(AT-IX) * OVERRIDE-RATE.
           MOVE AT-MANAGER(AT-IX) TO OVR-MANAGER.
           MOVE AT-CODE(AT-IX) TO OVR-AREA.
           MOVE AT-REGION(AT-IX) TO OVR-REGION.
           MOVE WS-TODAY-YR TO STMT-YR.
           MOVE WS-TODAY-MO TO STMT-MO.
           MOVE AT-SLSMN-CTR(AT-IX) TO OVR-SLSMN-CTR.
           MOVE AT-NET-SALES(AT-IX) TO OVR-SALES.
           MOVE OVERRIDE-RATE TO OVR-RATE.
           MOVE OVERRIDE-AMT TO OVR-DUE.
           WRITE OVRSTMTREC FROM OVR-MGR-LINE.
           WRITE OVRSTMTREC FROM OVR-AREA-LINE.
           WRITE OVRSTMTREC FROM STMT-PERIOD-LINE.
           WRITE OVRSTMTREC FROM OVR-SLSMN-LINE.
           WRITE OVRSTMTREC FROM OVR-SALES-LINE.
           WRITE OVRSTMTREC FROM OVR-RATE-LINE.
           WRITE OVRSTMTREC FROM OVR-DUE-LINE.
           IF AT-MANAGER(AT-IX) = SPACES
               WRITE OVRSTMTREC FROM OVR-NOMGR-LINE
           ELSE
               MOVE AT-CODE(AT-IX) TO OH-AREA
               MOVE AT-MANAGER(AT-IX) TO OH-MANAGER
               MOVE WS-TODAY-YR TO OH-YR
               MOVE WS-TODAY-MO TO OH-MO
               MOVE AT-NET-SALES(AT-IX) TO OH-AREA-SALES
               MOVE OVERRIDE-RATE TO OH-RATE
               MOVE OVERRIDE-AMT TO OH-OVERRIDE
               WRITE OVRHISTREC
               ADD 1 TO MGR-CTR
               ADD OVERRIDE-AMT TO TOT-OVERRIDE
           END-IF.
           WRITE OVRSTMTREC FROM BLNK-HD.

       FINISH-RTN.
           PERFORM WRITE-OVERRIDES-RTN.
           MOVE CLOSECTR TO CLOSECTR-OUT.
           MOVE ARCH-SALES TO ARCH-SALES-OUT.
           MOVE TOT-COMM TO TOT-COMM-OUT.
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
