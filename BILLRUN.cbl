      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 11-01-2021
      * Purpose: RECURRING BILLING RUN - SWEEPS THE BILPLAN MASTER
      *        : (KEPT BY BILPMNT) FOR PLANS WHOSE NEXT BILL DATE HAS
      *        : COME, AND INSERTS EACH ONE'S FIXED PLAN AMOUNT INTO
      *        : THE DB2 INVOICE TABLE AS ITS OWN 'B'-SERIES ROW - THE
      *        : SAME WAY FINCHG RAISES ITS 'F'-SERIES CHARGES - SO
      *        : AGING, STATEMENTS, EXPOSURE AND PAYAPPL TREAT IT LIKE
      *        : ANY OTHER RECEIVABLE. CUSTOMERS ON CUS-CREDIT-HOLD
      *        : ARE HELD OVER UNTIL CREDEXP RELEASES THEM; A CLOSED
      *        : CUSTOMER'S PLAN IS ENDED. EACH BILLED PLAN MOVES ON
      *        : ONE CYCLE, ROLLED TO A BUSINESS DAY BY BUSDAY. THE
      *        : BILLING REGISTER RECONCILES THE PLANS DUE TO THE
      *        : INVOICES RAISED AND EVERY PLAN PASSED OVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. BILLRUN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO BILPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BP-CUST-NO
                  FILE STATUS IS WS-PLAN-STATUS.
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUSKS080-KEY
                  FILE STATUS IS CUSKS080-STATUS.
           SELECT REGISTER-FILE ASSIGN TO BILLREG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD PLAN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 PLAN-REC.
           05 BP-CUST-NO              PIC X(06).
      *    NAMED PLAN FIELDS (BP-PLAN-DATA GROUP) - SEE
      *    COPYBOOKS/BILPLAN.cbl
           COPY BILPLAN.
      *
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
       FD REGISTER-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01 REGISTER-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE INVOICE  END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
      *
       01 WS-PLAN-STATUS              PIC X(02) VALUE SPACES.
       01 CUSKS080-STATUS             PIC X(02) VALUE SPACES.
       01 WS-REG-STATUS               PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01 SWITCHES.
           05 END-OF-PLANS-SW         PIC X(01) VALUE 'N'.
              88 END-OF-PLANS                   VALUE 'Y'.
      *
       01 WS-TODAY-DATE               PIC 9(08).
       01 WS-READ-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-ENDED-COUNT              PIC 9(07) VALUE ZEROES.
      *
       01 BILL-FIELDS                 COMP-3.
          05 WS-PLAN-AMOUNT           PIC S9(7)V99 VALUE 0.
      *
      *    THE 'B' SERIES CARRIES ON FROM THE HIGHEST 'B' INVOICE
      *    ALREADY ON THE TABLE, SO A SECOND RUN NEVER REUSES ONE.
       01 WS-BILL-SEQ                 PIC 9(05) VALUE ZEROES.
       01 WS-NEW-INVNO                PIC X(06) VALUE SPACES.
       01 WS-FIRST-INVNO              PIC X(06) VALUE SPACES.
       01 WS-INVNO-IND                PIC S9(4) COMP VALUE 0.
       01 WS-NOTE                     PIC X(24) VALUE SPACES.
      *
      *    BUSDAY INTERFACE - A CYCLE DATE ON A WEEKEND OR HOLCAL
      *    HOLIDAY IS BILLED ON THE NEXT BUSINESS DAY.
       01 WS-BUSDAY-FUNC              PIC X(01) VALUE 'F'.
       01 WS-BUSDAY-N                 PIC 9(03) VALUE ZEROES.
       01 WS-BUSDAY-OUT               PIC 9(08) VALUE ZEROES.
      *
       01 WS-SCHED-PARTS.
           05 WS-SD-YYYY              PIC 9(04).
           05 WS-SD-MM                PIC 9(02).
           05 WS-SD-DD                PIC 9(02).
       01 WS-SCHED-DATE REDEFINES WS-SCHED-PARTS
                                      PIC 9(08).
       01 WS-START-PARTS.
           05 WS-ST-YYYY              PIC 9(04).
           05 WS-ST-MM                PIC 9(02).
           05 WS-ST-DD                PIC 9(02).
       01 WS-START-DATE REDEFINES WS-START-PARTS
                                      PIC 9(08).
       01 WS-CYCLE-MONTHS             PIC 9(02) VALUE ZEROES.
       01 WS-MONTH-NUMBER             PIC 9(06) VALUE ZEROES.
       01 WS-MONTH-MAX-DD             PIC 9(02) VALUE 31.
      *
      *    THE RECONCILIATION - EVERY PLAN DUE IS EITHER INVOICED OR
      *    ACCOUNTED FOR ON ONE OF THE PASSED-OVER LINES.
       01 SUMMARY-LABELS.
           05 FILLER PIC X(20) VALUE 'PLANS DUE           '.
           05 FILLER PIC X(20) VALUE 'INVOICES RAISED     '.
           05 FILLER PIC X(20) VALUE 'HELD - CREDIT HOLD  '.
           05 FILLER PIC X(20) VALUE 'CUSTOMER CLOSED     '.
           05 FILLER PIC X(20) VALUE 'NOT ON CUSKS080     '.
           05 FILLER PIC X(20) VALUE 'INSERT FAILED       '.
       01 SUMMARY-LABEL-TABLE REDEFINES SUMMARY-LABELS.
           05 SL-LABEL                PIC X(20) OCCURS 6 TIMES.
       01 SUMMARY-TABLE.
           05 SM-ENTRY OCCURS 6 TIMES.
              10 SM-COUNT             PIC 9(07).
              10 SM-AMOUNT            PIC S9(9)V99 COMP-3.
       01 WS-SM-SUB                   PIC 9(01) VALUE ZEROES.
       01 WS-SM-DUE                   PIC 9(01) VALUE 1.
       01 WS-SM-RAISED                PIC 9(01) VALUE 2.
       01 WS-SM-HELD                  PIC 9(01) VALUE 3.
       01 WS-SM-CLOSED                PIC 9(01) VALUE 4.
       01 WS-SM-NOT-FOUND             PIC 9(01) VALUE 5.
       01 WS-SM-FAILED                PIC 9(01) VALUE 6.
       01 WS-ACCOUNTED-COUNT          PIC 9(07) VALUE ZEROES.
       01 WS-ACCOUNTED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
      *
       01 REG-DETAIL-LINE.
           05 RDL-CUSTNO              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-LNAME               PIC X(15).
           05 FILLER                  PIC X(06) VALUE ' PLAN '.
           05 RDL-AMOUNT              PIC Z(6)9.99.
           05 FILLER                  PIC X(05) VALUE ' DUE '.
           05 RDL-DUE-DATE            PIC 9(08).
           05 FILLER                  PIC X(05) VALUE ' INV '.
           05 RDL-INVNO               PIC X(06).
           05 FILLER                  PIC X(06) VALUE ' NEXT '.
           05 RDL-NEXT-DATE           PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-NOTE                PIC X(24).
           05 FILLER                  PIC X(31) VALUE SPACES.
      *
       01 REG-SUMMARY-LINE.
           05 RSL-LABEL               PIC X(20).
           05 RSL-COUNT               PIC ZZZZZZ9.
           05 FILLER                  PIC X(10) VALUE '  AMOUNT  '.
           05 RSL-AMOUNT              PIC Z(8)9.99.
           05 FILLER                  PIC X(83) VALUE SPACES.
      *
       01 REG-RANGE-LINE.
           05 FILLER                  PIC X(20) VALUE
              'INVOICE NUMBERS     '.
           05 RRL-FIRST-INVNO         PIC X(06).
           05 FILLER                  PIC X(04) VALUE ' TO '.
           05 RRL-LAST-INVNO          PIC X(06).
           05 FILLER                  PIC X(19) VALUE
              '   PLANS ENDED     '.
           05 RRL-ENDED               PIC ZZZZZZ9.
           05 FILLER                  PIC X(70) VALUE SPACES.
      *
       01 REG-RECON-LINE.
           05 FILLER                  PIC X(20) VALUE
              'RECONCILIATION      '.
           05 RRC-RESULT              PIC X(40).
           05 FILLER                  PIC X(72) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-BILLING-RUN.
      *
            DISPLAY "***                                         ***".
            DISPLAY "RECURRING BILLING RUN".
      *
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            INITIALIZE SUMMARY-TABLE.
      *
            PERFORM 010-OPEN-FILES.
            PERFORM 020-SEED-INVOICE-SERIES.
      *
            PERFORM 100-PROCESS-PLAN
               UNTIL END-OF-PLANS.
      *
            PERFORM 500-WRITE-RECONCILIATION.
      *
            DISPLAY 'PLANS READ      : ' WS-READ-COUNT.
            DISPLAY 'PLANS DUE       : ' SM-COUNT (WS-SM-DUE).
            DISPLAY 'INVOICES RAISED : ' SM-COUNT (WS-SM-RAISED).
            DISPLAY 'PASSED OVER     : ' WS-ACCOUNTED-COUNT.
            DISPLAY 'PLANS ENDED     : ' WS-ENDED-COUNT.
      *
            PERFORM 999-CLOSE-FILES.
      *
            IF SM-COUNT (WS-SM-FAILED) > ZEROES
               OR WS-ACCOUNTED-COUNT NOT = SM-COUNT (WS-SM-DUE)
               MOVE 4 TO RETURN-CODE
            END-IF.
      *
            DISPLAY "END OF BILLING RUN.".
            STOP RUN.
      *
       010-OPEN-FILES.
      *
            OPEN I-O PLAN-FILE.
            IF WS-PLAN-STATUS NOT = '00'
               MOVE 'Error opening file BILPLAN'  TO WS-ERR-MSG
               MOVE WS-PLAN-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT CUSKS080-FILE.
            IF CUSKS080-STATUS NOT = '00'
               MOVE 'Error opening file CUSKS080' TO WS-ERR-MSG
               MOVE CUSKS080-STATUS               TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN OUTPUT REGISTER-FILE.
            IF WS-REG-STATUS NOT = '00'
               MOVE 'Error opening file BILLREG'  TO WS-ERR-MSG
               MOVE WS-REG-STATUS                 TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       020-SEED-INVOICE-SERIES.
      *
            EXEC SQL
               SELECT MAX(INVNO)
                 INTO :INVNO :WS-INVNO-IND
                 FROM INV
                WHERE INVNO LIKE 'B%'
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE READING LAST B INVOICE: ' SQLCODE
               MOVE 'Cannot find last B-series invoice'
                                                  TO WS-ERR-MSG
               MOVE 'SQ'                          TO WS-ERR-CDE
               MOVE '020-SEED-INVOICE'            TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
            IF WS-INVNO-IND NOT < 0
               AND INVNO (2:5) IS NUMERIC
               MOVE INVNO (2:5) TO WS-BILL-SEQ
            END-IF.
            DISPLAY 'LAST B INVOICE : B' WS-BILL-SEQ.
      *
       100-PROCESS-PLAN.
      *
            READ PLAN-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO END-OF-PLANS-SW
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  IF BP-ACTIVE
                     AND BP-NEXT-BILL-DATE NOT > WS-TODAY-DATE
                     PERFORM 110-JUDGE-ONE-PLAN
                        THRU 110-JUDGE-EXIT
                  END-IF
            END-READ.
      *
      *    A PLAN WHOSE CYCLE HAS RUN PAST ITS END DATE IS ENDED, NOT
      *    BILLED. EVERY OTHER PLAN DUE IS INVOICED OR PASSED OVER,
      *    AND THE REGISTER SAYS WHICH.
       110-JUDGE-ONE-PLAN.
      *
            MOVE SPACES            TO RDL-INVNO.
            MOVE SPACES            TO RDL-LNAME.
            MOVE BP-NEXT-BILL-DATE TO RDL-DUE-DATE.
            IF BP-END-DATE NOT = ZEROES
               AND BP-SCHED-DATE > BP-END-DATE
               MOVE 'E' TO BP-STATUS
               PERFORM 160-REWRITE-PLAN
               ADD 1 TO WS-ENDED-COUNT
               MOVE 'PLAN ENDED - PAST END' TO WS-NOTE
               PERFORM 200-WRITE-REGISTER-LINE
               GO TO 110-JUDGE-EXIT
            END-IF.
      *
            ADD 1              TO SM-COUNT (WS-SM-DUE).
            ADD BP-PLAN-AMOUNT TO SM-AMOUNT (WS-SM-DUE).
      *
            MOVE BP-CUST-NO TO CUSKS080-KEY.
            READ CUSKS080-FILE
               INVALID KEY
                  MOVE WS-SM-NOT-FOUND TO WS-SM-SUB
                  PERFORM 150-COUNT-PASSED-OVER
                  MOVE 'NOT ON CUSKS080'  TO WS-NOTE
                  PERFORM 200-WRITE-REGISTER-LINE
                  GO TO 110-JUDGE-EXIT
            END-READ.
            MOVE CUS-LNAME TO RDL-LNAME.
      *
            IF CUS-ACCT-CLOSED
               MOVE WS-SM-CLOSED TO WS-SM-SUB
               PERFORM 150-COUNT-PASSED-OVER
               MOVE 'E' TO BP-STATUS
               PERFORM 160-REWRITE-PLAN
               ADD 1 TO WS-ENDED-COUNT
               MOVE 'CUSTOMER CLOSED - ENDED' TO WS-NOTE
               PERFORM 200-WRITE-REGISTER-LINE
               GO TO 110-JUDGE-EXIT
            END-IF.
      *
      *    A HELD CUSTOMER KEEPS THE SAME NEXT BILL DATE, SO THE
      *    CYCLE IS BILLED ON THE FIRST RUN AFTER THE HOLD LIFTS.
            IF CUS-CREDIT-HOLD = 'Y'
               MOVE WS-SM-HELD TO WS-SM-SUB
               PERFORM 150-COUNT-PASSED-OVER
               MOVE 'CREDIT HOLD - HELD OVER' TO WS-NOTE
               PERFORM 200-WRITE-REGISTER-LINE
               GO TO 110-JUDGE-EXIT
            END-IF.
      *
            PERFORM 130-INSERT-PLAN-INVOICE.
      *
       110-JUDGE-EXIT.
            EXIT.
      *
      *    THE CYCLE BECOMES A 'B'-SERIES INVOICE ROW OF ITS OWN.
       130-INSERT-PLAN-INVOICE.
      *
            ADD 1 TO WS-BILL-SEQ.
            MOVE SPACES TO WS-NEW-INVNO.
            STRING 'B' WS-BILL-SEQ
                DELIMITED BY SIZE INTO WS-NEW-INVNO.
            MOVE BP-CUST-NO     TO INVCUST.
            MOVE WS-NEW-INVNO   TO INVNO.
            MOVE BP-PLAN-AMOUNT TO WS-PLAN-AMOUNT.
      *
            EXEC SQL
               INSERT INTO INV
                      (INVCUST, INVNO, INVDATE, INVTOTAL, INVPAID)
               VALUES (:INVCUST, :INVNO, CURRENT DATE,
                       :WS-PLAN-AMOUNT, 0)
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE ON BILLING INSERT: ' SQLCODE
                       ' CUSTOMER ' BP-CUST-NO
               MOVE WS-SM-FAILED TO WS-SM-SUB
               PERFORM 150-COUNT-PASSED-OVER
               MOVE 'INSERT FAILED - NOT BILLED' TO WS-NOTE
               PERFORM 200-WRITE-REGISTER-LINE
            ELSE
               ADD 1              TO SM-COUNT (WS-SM-RAISED)
               ADD BP-PLAN-AMOUNT TO SM-AMOUNT (WS-SM-RAISED)
               ADD 1              TO WS-ACCOUNTED-COUNT
               ADD BP-PLAN-AMOUNT TO WS-ACCOUNTED-AMOUNT
               IF WS-FIRST-INVNO = SPACES
                  MOVE WS-NEW-INVNO TO WS-FIRST-INVNO
               END-IF
               MOVE WS-NEW-INVNO  TO RDL-INVNO
               MOVE WS-NEW-INVNO  TO BP-LAST-INVNO
               MOVE WS-TODAY-DATE TO BP-LAST-BILL-DATE
               MOVE 'BILLED' TO WS-NOTE
               PERFORM 140-ADVANCE-SCHEDULE
               IF BP-END-DATE NOT = ZEROES
                  AND BP-SCHED-DATE > BP-END-DATE
                  MOVE 'E' TO BP-STATUS
                  ADD 1 TO WS-ENDED-COUNT
                  MOVE 'BILLED - FINAL CYCLE' TO WS-NOTE
               END-IF
               PERFORM 160-REWRITE-PLAN
               PERFORM 200-WRITE-REGISTER-LINE
            END-IF.
      *
      *    ONE CYCLE ON FROM THE PLAN'S OWN CALENDAR DATE - THE START
      *    DATE'S DAY OF MONTH, CLAMPED TO THE TARGET MONTH'S LENGTH -
      *    THEN ROLLED TO A BUSINESS DAY FOR THE NEXT BILL DATE.
       140-ADVANCE-SCHEDULE.
      *
            EVALUATE TRUE
               WHEN BP-FREQ-QUARTERLY
                  MOVE 03 TO WS-CYCLE-MONTHS
               WHEN BP-FREQ-HALF-YEARLY
                  MOVE 06 TO WS-CYCLE-MONTHS
               WHEN BP-FREQ-ANNUAL
                  MOVE 12 TO WS-CYCLE-MONTHS
               WHEN OTHER
                  MOVE 01 TO WS-CYCLE-MONTHS
            END-EVALUATE.
            MOVE BP-SCHED-DATE TO WS-SCHED-DATE.
            MOVE BP-START-DATE TO WS-START-DATE.
            COMPUTE WS-MONTH-NUMBER = WS-SD-YYYY * 12
                                    + WS-SD-MM - 1
                                    + WS-CYCLE-MONTHS.
            DIVIDE WS-MONTH-NUMBER BY 12
                GIVING WS-SD-YYYY REMAINDER WS-SD-MM.
            ADD 1 TO WS-SD-MM.
            MOVE WS-ST-DD TO WS-SD-DD.
            PERFORM 145-CLAMP-DAY-OF-MONTH.
            MOVE WS-SCHED-DATE TO BP-SCHED-DATE.
      *
            MOVE 'F' TO WS-BUSDAY-FUNC.
            CALL 'BUSDAY' USING WS-BUSDAY-FUNC BP-SCHED-DATE
                                WS-BUSDAY-N WS-BUSDAY-OUT.
            MOVE WS-BUSDAY-OUT TO BP-NEXT-BILL-DATE.
      *
       145-CLAMP-DAY-OF-MONTH.
      *
            EVALUATE WS-SD-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                  MOVE 30 TO WS-MONTH-MAX-DD
               WHEN 02
                  IF FUNCTION MOD (WS-SD-YYYY, 4) = 0
                     MOVE 29 TO WS-MONTH-MAX-DD
                  ELSE
                     MOVE 28 TO WS-MONTH-MAX-DD
                  END-IF
               WHEN OTHER
                  MOVE 31 TO WS-MONTH-MAX-DD
            END-EVALUATE.
            IF WS-SD-DD > WS-MONTH-MAX-DD
               MOVE WS-MONTH-MAX-DD TO WS-SD-DD
            END-IF.
      *
       150-COUNT-PASSED-OVER.
      *
            ADD 1              TO SM-COUNT (WS-SM-SUB).
            ADD BP-PLAN-AMOUNT TO SM-AMOUNT (WS-SM-SUB).
            ADD 1              TO WS-ACCOUNTED-COUNT.
            ADD BP-PLAN-AMOUNT TO WS-ACCOUNTED-AMOUNT.
      *
       160-REWRITE-PLAN.
      *
            REWRITE PLAN-REC
               INVALID KEY
                  MOVE 'Error rewriting file BILPLAN' TO WS-ERR-MSG
                  MOVE WS-PLAN-STATUS                 TO WS-ERR-CDE
                  MOVE '160-REWRITE-PLAN'             TO WS-ERR-PROC
                  PERFORM Y0001-ERR-HANDLING
            END-REWRITE.
      *
       200-WRITE-REGISTER-LINE.
      *
            MOVE BP-CUST-NO        TO RDL-CUSTNO.
            MOVE BP-PLAN-AMOUNT    TO RDL-AMOUNT.
            MOVE BP-NEXT-BILL-DATE TO RDL-NEXT-DATE.
            MOVE WS-NOTE           TO RDL-NOTE.
            WRITE REGISTER-REC FROM REG-DETAIL-LINE.
      *
      *    PLANS DUE AGAINST INVOICES RAISED PLUS EVERY PLAN PASSED
      *    OVER - BY COUNT AND BY AMOUNT.
       500-WRITE-RECONCILIATION.
      *
            MOVE SPACES TO REGISTER-REC.
            WRITE REGISTER-REC.
            PERFORM 510-WRITE-SUMMARY-LINE
               VARYING WS-SM-SUB FROM 1 BY 1
               UNTIL WS-SM-SUB > 6.
      *
            MOVE WS-FIRST-INVNO TO RRL-FIRST-INVNO.
            IF WS-FIRST-INVNO = SPACES
               MOVE SPACES      TO RRL-LAST-INVNO
            ELSE
               MOVE WS-NEW-INVNO TO RRL-LAST-INVNO
            END-IF.
            MOVE WS-ENDED-COUNT TO RRL-ENDED.
            WRITE REGISTER-REC FROM REG-RANGE-LINE.
      *
            IF WS-ACCOUNTED-COUNT = SM-COUNT (WS-SM-DUE)
               AND WS-ACCOUNTED-AMOUNT = SM-AMOUNT (WS-SM-DUE)
               MOVE 'PLANS DUE = RAISED + PASSED OVER'
                   TO RRC-RESULT
            ELSE
               MOVE '** PLANS DUE DO NOT RECONCILE **'
                   TO RRC-RESULT
            END-IF.
            WRITE REGISTER-REC FROM REG-RECON-LINE.
      *
       510-WRITE-SUMMARY-LINE.
      *
            MOVE SL-LABEL (WS-SM-SUB)  TO RSL-LABEL.
            MOVE SM-COUNT (WS-SM-SUB)  TO RSL-COUNT.
            MOVE SM-AMOUNT (WS-SM-SUB) TO RSL-AMOUNT.
            WRITE REGISTER-REC FROM REG-SUMMARY-LINE.
      *
       Y0001-ERR-HANDLING.
      *
            DISPLAY '********************************'.
            DISPLAY '  ERROR HANDLING REPORT '.
            DISPLAY '********************************'.
            DISPLAY '  ' WS-ERR-MSG.
            DISPLAY '  ' WS-ERR-CDE.
            DISPLAY '  ' WS-ERR-PROC.
            DISPLAY '********************************'.
      *
            CALL 'ERRLOG' USING WS-ERR-MSG WS-ERR-CDE WS-ERR-PROC
                                WS-ERR-SEV.
      *
            PERFORM 999-CLOSE-FILES.
            STOP RUN.
      *
       999-CLOSE-FILES.
      *
            CLOSE PLAN-FILE.
            CLOSE CUSKS080-FILE.
            CLOSE REGISTER-FILE.
      *
       END PROGRAM BILLRUN.
