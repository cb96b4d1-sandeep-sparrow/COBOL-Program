      *        : FUTURE VALUE ON INVESTMENT AMOUNT, LOAN EMI,
      *        : RECURRING (SIP) CONTRIBUTIONS AND GOAL-SEEK FOR
      *        : THE CONTRIBUTION OR RATE THAT REACHES A TARGET
      *        : CORPUS, AND RETIREMENT DRAWDOWN - HOW LONG A CORPUS
      *        : LASTS UNDER A MONTHLY WITHDRAWAL, OR THE WITHDRAWAL
      *        : IT SUSTAINS FOR A GIVEN NUMBER OF YEARS - AND LOAN
      *        : PART-PREPAYMENT, COMPARING A SHORTER TENURE AGAINST
      *        : A SMALLER EMI
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
               FILE STATUS  IS  WS-SCHEDULE-STATUS.
      *
      *    LOAN/EMI AMORTIZATION SCHEDULE - SIBLING OUTPUT TO SCHEDOUT,
      *    WRITTEN BY THE NEW 150-CALCULATE-LOAN-EMI MODE, AND BY THE
      *    PREPAYMENT MODE FOR THE SCENARIO THE BORROWER ACCEPTS.
           SELECT AMORT-FILE ASSIGN TO AMORTOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AMORT-STATUS.
           05  SCH-FUTURE-VALUE       PIC Z,ZZZ,ZZZ.99.
           05  FILLER                 PIC X(40).
      *
      *    DRAWDOWN MODE'S YEAR LINE IN THE SAME 62 BYTES - OPENING
      *    CORPUS, THE YEAR'S WITHDRAWALS AND GROWTH, CLOSING CORPUS.
       01  DRAWDOWN-REC.
           05  DDR-YEAR               PIC 99.
           05  FILLER                 PIC X(01).
           05  DDR-OPENING            PIC ZZZ,ZZZ,ZZZ.99.
           05  FILLER                 PIC X(01).
           05  DDR-WITHDRAWN          PIC ZZZ,ZZZ,ZZZ.99.
           05  FILLER                 PIC X(01).
           05  DDR-GROWTH             PIC ZZZ,ZZZ,ZZZ.99.
           05  FILLER                 PIC X(01).
           05  DDR-CLOSING            PIC ZZZ,ZZZ,ZZZ.99.
      *
      *    ONE LINE PER MONTH - OPENING BALANCE, EMI, INTEREST/
      *    PRINCIPAL SPLIT AND CLOSING BALANCE.
       FD  AMORT-FILE RECORDING MODE F.
      *    (BATCH-MONTHLY-AMOUNT); 'G' GOAL-SEEKS THE MONTHLY
      *    CONTRIBUTION THAT REACHES BATCH-TARGET-AMOUNT AT THE
      *    FIRST YEAR'S RATE.
      *    'D' DRAWS BATCH-MONTHLY-AMOUNT A MONTH FROM A CORPUS OF
      *    BATCH-TARGET-AMOUNT AT THE FIRST YEAR'S RATE, RAISED BY
      *    BATCH-WDL-INCREASE PERCENT EACH YEAR, UNTIL IT RUNS OUT;
      *    'W' SOLVES THE STARTING MONTHLY WITHDRAWAL THAT MAKES THE
      *    SAME CORPUS LAST BATCH-NO-OF-YEARS.
       FD  BATCH-INPUT-FILE RECORDING MODE F.
       01  BATCH-REC.
           05  BATCH-INVESTMENT-AMOUNT    PIC 9(05).
           05  BATCH-MODE                 PIC X(01).
           05  BATCH-MONTHLY-AMOUNT       PIC 9(05).
           05  BATCH-TARGET-AMOUNT        PIC 9(09).
           05  BATCH-WDL-INCREASE         PIC 99V9.
           05  FILLER                     PIC X(15).
      *
       WORKING-STORAGE SECTION.
      *
              88 WS-EMI-VALID                  VALUE 'Y'.
           05 WS-BATCH-RATES-VALID-SW PIC X(01) VALUE 'Y'.
              88 WS-BATCH-RATES-VALID           VALUE 'Y'.
      *
      *    RETIREMENT DRAWDOWN - THE WITHDRAWAL COMES OUT AT THE START
      *    OF EACH MONTH AND THE REST GROWS AT THE MONTHLY RATE; THE
      *    WITHDRAWAL RISES BY THE YEARLY INCREASE FROM YEAR TWO. A
      *    MONTH THAT CANNOT BE PAID IN FULL PAYS WHAT IS LEFT AND IS
      *    THE MONTH THE CORPUS IS EXHAUSTED. THE PROJECTION STOPS AT
      *    WS-DD-HORIZON YEARS, OR WHEN THE CORPUS OUTGROWS THE
      *    SCHEDULE'S PICTURE (IT WILL THEN NEVER RUN OUT).
       01  DRAWDOWN-FIELDS.
           05 DD-CORPUS              PIC 9(09)V99.
           05 DD-ANNUAL-RATE         PIC 99V9.
           05 DD-WITHDRAWAL          PIC 9(07)V99.
           05 DD-INCREASE-PCT        PIC 99V9.
           05 DD-YEARS               PIC 99.
           05 DD-CHOICE              PIC X(01).
           05 WS-DD-MONTHLY-RATE     PIC 9V9(7).
           05 WS-DD-HORIZON          PIC 99.
           05 WS-DD-BALANCE          PIC 9(09)V99.
           05 WS-DD-CURRENT-WDL      PIC 9(09)V99.
           05 WS-DD-TAKEN            PIC 9(09)V99.
           05 WS-DD-GROWTH           PIC 9(09)V99.
           05 WS-DD-YEAR-OPEN        PIC 9(09)V99.
           05 WS-DD-YEAR-WDL         PIC 9(11)V99.
           05 WS-DD-YEAR-GROWTH      PIC 9(11)V99.
           05 WS-DD-YEAR             PIC 99.
           05 WS-DD-MONTH            PIC 9(04).
           05 WS-DD-MONTH-OF-YEAR    PIC 99.
           05 WS-DD-EXHAUSTED-MONTH  PIC 9(04).
           05 WS-DD-EXH-YEAR         PIC 99.
           05 WS-DD-EXH-MONTH        PIC 99.
           05 WS-DD-EXHAUSTED-SW     PIC X(01) VALUE 'N'.
              88 WS-DD-EXHAUSTED               VALUE 'Y'.
           05 WS-DD-CAPPED-SW        PIC X(01) VALUE 'N'.
              88 WS-DD-CAPPED                  VALUE 'Y'.
           05 WS-DD-WRITE-SW         PIC X(01) VALUE 'Y'.
              88 WS-DD-WRITE-SCHEDULE          VALUE 'Y'.
           05 WS-WDL-LO              PIC 9(09)V99.
           05 WS-WDL-HI              PIC 9(09)V99.
           05 WS-WDL-MID             PIC 9(09)V99.
           05 EDITED-DD-AMOUNT       PIC ZZZ,ZZZ,ZZZ.99.
           05 EDITED-DD-MONTH        PIC ZZZ9.
           05 EDITED-DD-YEAR         PIC Z9.
      *
      *    LOAN PART-PREPAYMENT - THE ORIGINAL LOAN-ENTERED TERMS PLUS
      *    UP TO TEN LUMP SUMS, EACH PAID ALONGSIDE THAT MONTH'S EMI.
      *    THREE SCENARIOS RUN MONTH BY MONTH IN STEP - (1) THE LOAN
      *    AS SANCTIONED, (2) KEEP THE EMI AND SHORTEN THE TENURE,
      *    (3) KEEP THE TENURE AND RE-CALCULATE A SMALLER EMI AFTER
      *    EACH PREPAYMENT. THE FINAL MONTH OF EVERY SCENARIO PAYS
      *    OFF WHATEVER IS LEFT, SO THE BALANCE CLOSES AT NIL.
       01  PREPAY-ENTERED.
           05 PP-COUNT               PIC 99.
           05 PP-ENTRY OCCURS 10 TIMES
                       INDEXED BY PP-IDX.
              10 PP-MONTH            PIC 999.
              10 PP-AMOUNT           PIC 9(07)V99.
           05 PP-SHOW                PIC X(01).
           05 PP-CHOICE              PIC X(01).
      *
       01  PREPAY-WORK-FIELDS.
           05 WS-PP-NUMBER           PIC 99.
           05 WS-PP-MONTH            PIC 999.
           05 WS-PP-LAST-MONTH       PIC 999.
           05 WS-PP-PREPAID-NOW      PIC 9(08)V99.
           05 WS-PP-REMAINING        PIC 999.
           05 WS-PP-FACTOR           PIC 9(04)V9(6).
           05 WS-PP-NUMERATOR        PIC 9(07)V9(6).
           05 WS-PP-DENOMINATOR      PIC 9(04)V9(6).
           05 WS-PP-SAVED            PIC 9(09)V99.
           05 WS-PP-WRITE-SC         PIC 9(01) VALUE 0.
           05 WS-PP-SHOW-SW          PIC X(01) VALUE 'N'.
              88 WS-PP-SHOW-SCHEDULE           VALUE 'Y'.
           05 SC-ENTRY OCCURS 3 TIMES
                       INDEXED BY SC-IDX.
              10 SC-BALANCE          PIC 9(07)V99.
              10 SC-EMI              PIC 9(07)V99.
              10 SC-PAYMENT          PIC 9(07)V99.
              10 SC-INTEREST         PIC 9(07)V99.
              10 SC-PRINCIPAL        PIC 9(07)V99.
              10 SC-PREPAID          PIC 9(07)V99.
              10 SC-TOTAL-INTEREST   PIC 9(09)V99.
              10 SC-CLOSE-MONTH      PIC 999.
           05 EDITED-PP-AMOUNT       PIC ZZZ,ZZZ,ZZZ.99.
           05 EDITED-PP-MONTH        PIC ZZ9.
      *
      *    SIDE-BY-SIDE MONTH LINE FOR THE TWO REVISED SCHEDULES.
       01  PREPAY-SCHEDULE-LINE.
           05 PPL-MONTH              PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PPL-PREPAID            PIC Z,ZZZ,ZZZ.99
                                     BLANK WHEN ZERO.
           05 FILLER                 PIC X(03) VALUE ' | '.
           05 PPL-T-PAYMENT          PIC Z,ZZZ,ZZZ.99
                                     BLANK WHEN ZERO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PPL-T-BALANCE          PIC Z,ZZZ,ZZZ.99
                                     BLANK WHEN ZERO.
           05 FILLER                 PIC X(03) VALUE ' | '.
           05 PPL-E-PAYMENT          PIC Z,ZZZ,ZZZ.99
                                     BLANK WHEN ZERO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 PPL-E-BALANCE          PIC Z,ZZZ,ZZZ.99
                                     BLANK WHEN ZERO.
      *
       LINKAGE SECTION.
      *
                               PERFORM 250-BATCH-SIP
                           WHEN 'G'
                               PERFORM 260-BATCH-GOAL-SEEK
                           WHEN 'D'
                               PERFORM 270-BATCH-DRAWDOWN
                           WHEN 'W'
                               PERFORM 280-BATCH-SUSTAINABLE
                           WHEN OTHER
                               PERFORM 205-BATCH-FUTURE-VALUE
                       END-EVALUATE
                   DISPLAY 'SKIPPING BATCH GOAL RECORD - TARGET/'
                           'YEARS NOT VALID'
               END-IF.
      *
       270-BATCH-DRAWDOWN.
      *
               IF BATCH-TARGET-AMOUNT IS NUMERIC
                  AND BATCH-TARGET-AMOUNT > ZERO
                  AND BATCH-MONTHLY-AMOUNT IS NUMERIC
                  AND BATCH-MONTHLY-AMOUNT > ZERO
                  AND BATCH-RATE-ENTRY (1) IS NUMERIC
                  AND BATCH-WDL-INCREASE IS NUMERIC
                   MOVE BATCH-TARGET-AMOUNT   TO DD-CORPUS
                   MOVE BATCH-RATE-ENTRY (1)  TO DD-ANNUAL-RATE
                   MOVE BATCH-MONTHLY-AMOUNT  TO DD-WITHDRAWAL
                   MOVE BATCH-WDL-INCREASE    TO DD-INCREASE-PCT
                   PERFORM 510-HOW-LONG-IT-LASTS
               ELSE
                   DISPLAY 'SKIPPING BATCH DRAWDOWN RECORD - CORPUS/'
                           'WITHDRAWAL/RATE NOT VALID'
               END-IF.
      *
       280-BATCH-SUSTAINABLE.
      *
               IF BATCH-TARGET-AMOUNT IS NUMERIC
                  AND BATCH-TARGET-AMOUNT > ZERO
                  AND BATCH-NO-OF-YEARS IS NUMERIC
                  AND BATCH-NO-OF-YEARS > ZERO
                  AND BATCH-RATE-ENTRY (1) IS NUMERIC
                  AND BATCH-WDL-INCREASE IS NUMERIC
                   MOVE BATCH-TARGET-AMOUNT   TO DD-CORPUS
                   MOVE BATCH-RATE-ENTRY (1)  TO DD-ANNUAL-RATE
                   MOVE BATCH-NO-OF-YEARS     TO DD-YEARS
                   MOVE BATCH-WDL-INCREASE    TO DD-INCREASE-PCT
                   PERFORM 540-SOLVE-WITHDRAWAL
               ELSE
                   DISPLAY 'SKIPPING BATCH SUSTAINABLE RECORD - CORPUS/'
                           'YEARS/RATE NOT VALID'
               END-IF.
      *
       100-CALCULATE-FUTURE-VALUE.
      *
            DISPLAY "TO CALCULATE A LOAN EMI, ENTER 2.".
            DISPLAY "TO PROJECT A MONTHLY SIP, ENTER 3.".
            DISPLAY "TO GOAL-SEEK A TARGET CORPUS, ENTER 4.".
            DISPLAY "TO PLAN A RETIREMENT DRAWDOWN, ENTER 5.".
            DISPLAY "TO COMPARE A LOAN PREPAYMENT, ENTER 6.".
            ACCEPT NUMBER-ENTERED.
            DISPLAY "-------------------------------------------------".
      *
               IF NUMBER-ENTERED = 4
                   PERFORM 400-GOAL-SEEK
               END-IF.
               IF NUMBER-ENTERED = 5
                   PERFORM 500-DRAWDOWN
               END-IF.
               IF NUMBER-ENTERED = 6
                   PERFORM 600-LOAN-PREPAYMENT
               END-IF.
      *
       110-GET-USER-VALUES.
      *
                   WRITE AMORT-REC
               END-IF.
               MOVE WS-CLOSING-BALANCE TO WS-OPENING-BALANCE.
      *
       500-DRAWDOWN.
      *
               DISPLAY 'ENTER CORPUS (XXXXXXXXX.XX).'.
               ACCEPT DD-CORPUS.
               DISPLAY 'ENTER EXPECTED ANNUAL RETURN (XX.X).'.
               ACCEPT DD-ANNUAL-RATE.
               DISPLAY 'ENTER YEARLY WITHDRAWAL INCREASE PCT (XX.X),'
                       ' 0 FOR NONE.'.
               ACCEPT DD-INCREASE-PCT.
               DISPLAY 'SOLVE FOR L(ASTS HOW LONG) OR W(ITHDRAWAL)?'.
               ACCEPT DD-CHOICE.
               IF DD-CHOICE = 'W'
                   DISPLAY 'ENTER YEARS THE CORPUS MUST LAST (XX).'
                   ACCEPT DD-YEARS
                   IF DD-YEARS = ZERO
                       DISPLAY 'DRAWDOWN NOT SOLVED - YEARS MUST BE '
                               'AT LEAST 1'
                   ELSE
                       PERFORM 540-SOLVE-WITHDRAWAL
                   END-IF
               ELSE
                   DISPLAY 'ENTER MONTHLY WITHDRAWAL (XXXXXXX.XX).'
                   ACCEPT DD-WITHDRAWAL
                   PERFORM 510-HOW-LONG-IT-LASTS
               END-IF.
      *
      *    RUN THE WITHDRAWAL OUT TO 99 YEARS, SCHEDULE TO SCHEDOUT,
      *    AND SAY WHEN (IF EVER) THE CORPUS RUNS OUT.
       510-HOW-LONG-IT-LASTS.
      *
               MOVE DD-WITHDRAWAL TO WS-DD-CURRENT-WDL.
               MOVE 99  TO WS-DD-HORIZON.
               MOVE 'Y' TO WS-DD-WRITE-SW.
               PERFORM 520-PROJECT-DRAWDOWN.
               IF WS-DD-EXHAUSTED
                   COMPUTE WS-DD-EXH-YEAR =
                       (WS-DD-EXHAUSTED-MONTH - 1) / 12 + 1
                   COMPUTE WS-DD-EXH-MONTH =
                       WS-DD-EXHAUSTED-MONTH - (WS-DD-EXH-YEAR - 1) * 12
                   MOVE WS-DD-EXHAUSTED-MONTH TO EDITED-DD-MONTH
                   DISPLAY "CORPUS EXHAUSTED IN MONTH " EDITED-DD-MONTH
                           " (YEAR " WS-DD-EXH-YEAR
                           ", MONTH " WS-DD-EXH-MONTH ")"
               ELSE
                   MOVE WS-DD-BALANCE TO EDITED-DD-AMOUNT
                   MOVE WS-DD-YEAR    TO EDITED-DD-YEAR
                   DISPLAY "CORPUS NOT EXHAUSTED AFTER " EDITED-DD-YEAR
                           " YEARS - CORPUS THEN = " EDITED-DD-AMOUNT
               END-IF.
      *
      *    THE SHARED KERNEL - BOTH THE SCHEDULE AND EVERY TRIAL OF
      *    THE WITHDRAWAL SOLVE RUN THROUGH HERE, STARTING FROM
      *    WS-DD-CURRENT-WDL.
       520-PROJECT-DRAWDOWN.
      *
               MOVE DD-CORPUS TO WS-DD-BALANCE.
               MOVE ZEROES    TO WS-DD-YEAR WS-DD-MONTH
                                 WS-DD-EXHAUSTED-MONTH.
               MOVE 'N'       TO WS-DD-EXHAUSTED-SW WS-DD-CAPPED-SW.
               COMPUTE WS-DD-MONTHLY-RATE ROUNDED =
                   DD-ANNUAL-RATE / 12 / 100.
               PERFORM 525-DRAWDOWN-ONE-YEAR
                   UNTIL WS-DD-EXHAUSTED
                      OR WS-DD-CAPPED
                      OR WS-DD-YEAR NOT < WS-DD-HORIZON.
      *
       525-DRAWDOWN-ONE-YEAR.
      *
               ADD 1 TO WS-DD-YEAR.
               IF WS-DD-YEAR > 1
                   COMPUTE WS-DD-CURRENT-WDL ROUNDED =
                       WS-DD-CURRENT-WDL +
                       (WS-DD-CURRENT-WDL * DD-INCREASE-PCT) / 100
                       ON SIZE ERROR
                           MOVE 999999999.99 TO WS-DD-CURRENT-WDL
                   END-COMPUTE
               END-IF.
               MOVE WS-DD-BALANCE TO WS-DD-YEAR-OPEN.
               MOVE ZEROES        TO WS-DD-YEAR-WDL WS-DD-YEAR-GROWTH.
               MOVE 1             TO WS-DD-MONTH-OF-YEAR.
               PERFORM 530-DRAWDOWN-ONE-MONTH
                   UNTIL WS-DD-MONTH-OF-YEAR > 12
                      OR WS-DD-EXHAUSTED
                      OR WS-DD-CAPPED.
               IF WS-DD-WRITE-SCHEDULE
                   PERFORM 535-WRITE-DRAWDOWN-LINE
               END-IF.
      *
       530-DRAWDOWN-ONE-MONTH.
      *
               ADD 1 TO WS-DD-MONTH.
               IF WS-DD-BALANCE NOT > WS-DD-CURRENT-WDL
                   MOVE WS-DD-BALANCE TO WS-DD-TAKEN
                   MOVE 'Y'           TO WS-DD-EXHAUSTED-SW
                   MOVE WS-DD-MONTH   TO WS-DD-EXHAUSTED-MONTH
               ELSE
                   MOVE WS-DD-CURRENT-WDL TO WS-DD-TAKEN
               END-IF.
               SUBTRACT WS-DD-TAKEN FROM WS-DD-BALANCE.
               COMPUTE WS-DD-GROWTH ROUNDED =
                   WS-DD-BALANCE * WS-DD-MONTHLY-RATE.
               ADD WS-DD-GROWTH TO WS-DD-BALANCE
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-DD-CAPPED-SW
               END-ADD.
               ADD WS-DD-TAKEN  TO WS-DD-YEAR-WDL.
               ADD WS-DD-GROWTH TO WS-DD-YEAR-GROWTH.
               ADD 1 TO WS-DD-MONTH-OF-YEAR.
      *
       535-WRITE-DRAWDOWN-LINE.
      *
               IF WS-SCHEDULE-STATUS = '00'
                   MOVE SPACES            TO DRAWDOWN-REC
                   MOVE WS-DD-YEAR        TO DDR-YEAR
                   MOVE WS-DD-YEAR-OPEN   TO DDR-OPENING
                   MOVE WS-DD-YEAR-WDL    TO DDR-WITHDRAWN
                   MOVE WS-DD-YEAR-GROWTH TO DDR-GROWTH
                   MOVE WS-DD-BALANCE     TO DDR-CLOSING
                   WRITE DRAWDOWN-REC
               END-IF.
      *
      *    BISECTION ON THE STARTING MONTHLY WITHDRAWAL BETWEEN NIL
      *    AND THE WHOLE CORPUS - FORTY HALVINGS PIN IT TO THE PAISA.
      *    A WITHDRAWAL IS SUSTAINABLE WHEN EVERY MONTH OF THE TERM,
      *    THE LAST ONE INCLUDED, IS PAID IN FULL. THE ANSWER'S SCHEDULE
      *    IS THEN WRITTEN TO SCHEDOUT.
       540-SOLVE-WITHDRAWAL.
      *
               MOVE ZEROES    TO WS-WDL-LO.
               MOVE DD-CORPUS TO WS-WDL-HI.
               MOVE DD-YEARS  TO WS-DD-HORIZON.
               MOVE 'N'       TO WS-DD-WRITE-SW.
               PERFORM 545-BISECT-WITHDRAWAL
                   VARYING WS-BISECT-COUNTER FROM 1 BY 1
                   UNTIL WS-BISECT-COUNTER > 40.
               MOVE WS-WDL-LO TO WS-DD-CURRENT-WDL.
               MOVE 'Y'       TO WS-DD-WRITE-SW.
               PERFORM 520-PROJECT-DRAWDOWN.
               MOVE WS-WDL-LO TO EDITED-DD-AMOUNT.
               MOVE DD-YEARS  TO EDITED-DD-YEAR.
               DISPLAY "SUSTAINABLE MONTHLY WITHDRAWAL FOR "
                       EDITED-DD-YEAR " YEARS = " EDITED-DD-AMOUNT.
      *
       545-BISECT-WITHDRAWAL.
      *
               COMPUTE WS-WDL-MID = (WS-WDL-LO + WS-WDL-HI) / 2.
               MOVE WS-WDL-MID TO WS-DD-CURRENT-WDL.
               PERFORM 520-PROJECT-DRAWDOWN.
               IF WS-DD-EXHAUSTED
                  AND (WS-DD-EXHAUSTED-MONTH < DD-YEARS * 12
                    OR WS-DD-TAKEN < WS-DD-CURRENT-WDL)
                   MOVE WS-WDL-MID TO WS-WDL-HI
               ELSE
                   MOVE WS-WDL-MID TO WS-WDL-LO
               END-IF.
      *
       600-LOAN-PREPAYMENT.
      *
               PERFORM 160-GET-LOAN-VALUES.
               PERFORM 170-CALCULATE-EMI.
               IF WS-EMI-VALID
                   PERFORM 610-GET-PREPAYMENTS
                   IF WS-PP-LAST-MONTH = ZERO
                       DISPLAY 'NO VALID PREPAYMENT ENTERED - NOTHING '
                               'TO COMPARE'
                   ELSE
                       PERFORM 620-COMPARE-OPTIONS
                   END-IF
               ELSE
                   DISPLAY 'PREPAYMENT NOT COMPARED - RATE/TERM OUT '
                           'OF RANGE'
               END-IF.
      *
      *    A PREPAYMENT OUTSIDE THE TERM, OR OF NIL, IS DROPPED (ITS
      *    AMOUNT ZEROED) RATHER THAN RE-PROMPTED.
       610-GET-PREPAYMENTS.
      *
               DISPLAY 'HOW MANY PART-PREPAYMENTS (1-10)?'.
               ACCEPT PP-COUNT.
               IF PP-COUNT > 10
                   DISPLAY 'ONLY THE FIRST 10 PREPAYMENTS ARE TAKEN'
                   MOVE 10 TO PP-COUNT
               END-IF.
               MOVE ZEROES TO WS-PP-LAST-MONTH.
               PERFORM 615-GET-ONE-PREPAYMENT
                   VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > PP-COUNT.
      *
       615-GET-ONE-PREPAYMENT.
      *
               SET WS-PP-NUMBER TO PP-IDX.
               DISPLAY 'PREPAYMENT ' WS-PP-NUMBER
                       ' - ENTER MONTH PAID (XXX).'.
               ACCEPT PP-MONTH (PP-IDX).
               DISPLAY 'PREPAYMENT ' WS-PP-NUMBER
                       ' - ENTER AMOUNT (XXXXXXX.XX).'.
               ACCEPT PP-AMOUNT (PP-IDX).
               IF PP-MONTH (PP-IDX) = ZERO
                  OR PP-MONTH (PP-IDX) > TERM-IN-MONTHS
                  OR PP-AMOUNT (PP-IDX) = ZERO
                   DISPLAY 'PREPAYMENT ' WS-PP-NUMBER
                           ' IGNORED - MONTH OUTSIDE TERM OR NIL AMOUNT'
                   MOVE ZEROES TO PP-AMOUNT (PP-IDX)
               ELSE
                   IF PP-MONTH (PP-IDX) > WS-PP-LAST-MONTH
                       MOVE PP-MONTH (PP-IDX) TO WS-PP-LAST-MONTH
                   END-IF
               END-IF.
      *
      *    ONE QUIET PASS FOR THE FIGURES, AN OPTIONAL PASS THAT
      *    SHOWS BOTH REVISED SCHEDULES, THEN A PASS THAT WRITES THE
      *    ACCEPTED ONE TO AMORTOUT. AMORTOUT TAKES THE SCHEDULE FROM
      *    THE MONTH AFTER THE LAST PREPAYMENT - WHAT THE RE-POINTED
      *    STANDING ORDER WILL COLLECT - WITH THE ORIGINAL MONTH
      *    NUMBERS KEPT.
       620-COMPARE-OPTIONS.
      *
               MOVE 'N' TO WS-PP-SHOW-SW.
               MOVE 0   TO WS-PP-WRITE-SC.
               PERFORM 650-RUN-SCENARIOS.
               PERFORM 630-DISPLAY-COMPARISON.
      *
               DISPLAY 'SHOW THE REVISED SCHEDULES SIDE BY SIDE (Y/N)?'.
               ACCEPT PP-SHOW.
               IF PP-SHOW = 'Y'
                   DISPLAY 'MTH       PREPAID | KEEP EMI: PAYMENT'
                           '       BALANCE | KEEP TENURE: PAYMENT'
                           '    BALANCE'
                   MOVE 'Y' TO WS-PP-SHOW-SW
                   PERFORM 650-RUN-SCENARIOS
                   MOVE 'N' TO WS-PP-SHOW-SW
               END-IF.
      *
               DISPLAY 'ACCEPT WHICH OPTION - T (SHORTER TENURE), '
                       'E (SMALLER EMI) OR N (NONE)?'.
               ACCEPT PP-CHOICE.
               EVALUATE PP-CHOICE
                   WHEN 'T'
                       MOVE 2 TO WS-PP-WRITE-SC
                   WHEN 'E'
                       MOVE 3 TO WS-PP-WRITE-SC
                   WHEN OTHER
                       MOVE 0 TO WS-PP-WRITE-SC
               END-EVALUATE.
               IF WS-PP-WRITE-SC = 0
                   DISPLAY 'NO SCENARIO ACCEPTED - AMORTOUT UNCHANGED'
               ELSE
                   IF SC-CLOSE-MONTH (WS-PP-WRITE-SC)
                         NOT > WS-PP-LAST-MONTH
                       DISPLAY 'THE PREPAYMENTS CLOSE THE LOAN - NO '
                               'STANDING ORDER LEFT TO RE-POINT'
                   ELSE
                       PERFORM 650-RUN-SCENARIOS
                       COMPUTE WS-PP-MONTH = WS-PP-LAST-MONTH + 1
                       MOVE WS-PP-MONTH TO EDITED-PP-MONTH
                       DISPLAY 'ACCEPTED SCHEDULE WRITTEN TO AMORTOUT '
                               'FROM MONTH ' EDITED-PP-MONTH
                   END-IF
               END-IF.
               MOVE 0 TO WS-PP-WRITE-SC.
      *
       630-DISPLAY-COMPARISON.
      *
               MOVE SC-EMI (1)            TO EDITED-PP-AMOUNT.
               MOVE SC-CLOSE-MONTH (1)    TO EDITED-PP-MONTH.
               DISPLAY 'AS SANCTIONED      - EMI ' EDITED-PP-AMOUNT
                       ' CLOSES MONTH ' EDITED-PP-MONTH.
               MOVE SC-TOTAL-INTEREST (1) TO EDITED-PP-AMOUNT.
               DISPLAY '                     TOTAL INTEREST '
                       EDITED-PP-AMOUNT.
      *
               MOVE SC-EMI (2)            TO EDITED-PP-AMOUNT.
               MOVE SC-CLOSE-MONTH (2)    TO EDITED-PP-MONTH.
               DISPLAY 'T - KEEP EMI       - EMI ' EDITED-PP-AMOUNT
                       ' NEW CLOSING MONTH ' EDITED-PP-MONTH.
               COMPUTE WS-PP-SAVED =
                   SC-TOTAL-INTEREST (1) - SC-TOTAL-INTEREST (2).
               MOVE WS-PP-SAVED           TO EDITED-PP-AMOUNT.
               DISPLAY '                     INTEREST SAVED '
                       EDITED-PP-AMOUNT.
      *
               MOVE SC-EMI (3)            TO EDITED-PP-AMOUNT.
               MOVE SC-CLOSE-MONTH (3)    TO EDITED-PP-MONTH.
               DISPLAY 'E - KEEP TENURE    - NEW EMI ' EDITED-PP-AMOUNT
                       ' CLOSES MONTH ' EDITED-PP-MONTH.
               COMPUTE WS-PP-SAVED =
                   SC-TOTAL-INTEREST (1) - SC-TOTAL-INTEREST (3).
               MOVE WS-PP-SAVED           TO EDITED-PP-AMOUNT.
               DISPLAY '                     INTEREST SAVED '
                       EDITED-PP-AMOUNT.
      *
       650-RUN-SCENARIOS.
      *
               PERFORM 652-START-SCENARIO
                   VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > 3.
               PERFORM 655-SCENARIO-MONTH
                   VARYING WS-PP-MONTH FROM 1 BY 1
                   UNTIL WS-PP-MONTH > TERM-IN-MONTHS.
      *
       652-START-SCENARIO.
      *
               MOVE LOAN-PRINCIPAL TO SC-BALANCE (SC-IDX).
               MOVE EMI-AMOUNT     TO SC-EMI (SC-IDX).
               MOVE ZEROES         TO SC-TOTAL-INTEREST (SC-IDX)
                                      SC-CLOSE-MONTH (SC-IDX).
      *
       655-SCENARIO-MONTH.
      *
               MOVE ZEROES TO WS-PP-PREPAID-NOW.
               PERFORM 657-ADD-PREPAYMENT
                   VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > PP-COUNT.
               PERFORM 660-STEP-SCENARIO
                   VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > 3.
               IF WS-PP-SHOW-SCHEDULE
                  AND (SC-PAYMENT (2) > ZERO OR SC-PAYMENT (3) > ZERO)
                   MOVE WS-PP-MONTH     TO PPL-MONTH
                   MOVE SC-PREPAID (2)  TO PPL-PREPAID
                   MOVE SC-PAYMENT (2)  TO PPL-T-PAYMENT
                   MOVE SC-BALANCE (2)  TO PPL-T-BALANCE
                   MOVE SC-PAYMENT (3)  TO PPL-E-PAYMENT
                   MOVE SC-BALANCE (3)  TO PPL-E-BALANCE
                   DISPLAY PREPAY-SCHEDULE-LINE
               END-IF.
               IF WS-PP-WRITE-SC > 0
                  AND WS-PP-MONTH > WS-PP-LAST-MONTH
                  AND SC-PAYMENT (WS-PP-WRITE-SC) > ZERO
                   PERFORM 670-WRITE-PREPAY-AMORT-LINE
               END-IF.
      *
       657-ADD-PREPAYMENT.
      *
               IF PP-MONTH (PP-IDX) = WS-PP-MONTH
                   ADD PP-AMOUNT (PP-IDX) TO WS-PP-PREPAID-NOW
               END-IF.
      *
      *    SCENARIO 1 NEVER TAKES THE PREPAYMENTS. A PREPAYMENT IS
      *    CAPPED AT WHAT IS STILL OWED AFTER THE MONTH'S EMI.
       660-STEP-SCENARIO.
      *
               MOVE ZEROES TO SC-PAYMENT (SC-IDX) SC-INTEREST (SC-IDX)
                              SC-PRINCIPAL (SC-IDX) SC-PREPAID (SC-IDX).
               IF SC-BALANCE (SC-IDX) > ZERO
                   COMPUTE SC-INTEREST (SC-IDX) ROUNDED =
                       SC-BALANCE (SC-IDX) * WS-MONTHLY-RATE
                   IF WS-PP-MONTH = TERM-IN-MONTHS
                      OR SC-BALANCE (SC-IDX) + SC-INTEREST (SC-IDX)
                           NOT > SC-EMI (SC-IDX)
                       MOVE SC-BALANCE (SC-IDX)
                                         TO SC-PRINCIPAL (SC-IDX)
                       COMPUTE SC-PAYMENT (SC-IDX) =
                           SC-BALANCE (SC-IDX) + SC-INTEREST (SC-IDX)
                   ELSE
                       MOVE SC-EMI (SC-IDX) TO SC-PAYMENT (SC-IDX)
                       COMPUTE SC-PRINCIPAL (SC-IDX) =
                           SC-EMI (SC-IDX) - SC-INTEREST (SC-IDX)
                   END-IF
                   SUBTRACT SC-PRINCIPAL (SC-IDX)
                       FROM SC-BALANCE (SC-IDX)
                   ADD SC-INTEREST (SC-IDX)
                       TO SC-TOTAL-INTEREST (SC-IDX)
                   IF SC-IDX > 1
                      AND WS-PP-PREPAID-NOW > ZERO
                      AND SC-BALANCE (SC-IDX) > ZERO
                       IF WS-PP-PREPAID-NOW > SC-BALANCE (SC-IDX)
                           MOVE SC-BALANCE (SC-IDX)
                                         TO SC-PREPAID (SC-IDX)
                       ELSE
                           MOVE WS-PP-PREPAID-NOW
                                         TO SC-PREPAID (SC-IDX)
                       END-IF
                       SUBTRACT SC-PREPAID (SC-IDX)
                           FROM SC-BALANCE (SC-IDX)
                       IF SC-IDX = 3
                          AND SC-BALANCE (SC-IDX) > ZERO
                           PERFORM 665-RECALCULATE-EMI
                       END-IF
                   END-IF
                   IF SC-BALANCE (SC-IDX) = ZERO
                       MOVE WS-PP-MONTH TO SC-CLOSE-MONTH (SC-IDX)
                   END-IF
               END-IF.
      *
      *    SAME REDUCING-BALANCE FORMULA AS 170-CALCULATE-EMI, ON
      *    WHAT IS LEFT OVER THE MONTHS LEFT. ON OVERFLOW THE EMI IN
      *    FORCE IS KEPT.
       665-RECALCULATE-EMI.
      *
               COMPUTE WS-PP-REMAINING = TERM-IN-MONTHS - WS-PP-MONTH.
               COMPUTE WS-PP-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-PP-REMAINING
                   ON SIZE ERROR
                       MOVE ZEROES TO WS-PP-FACTOR
               END-COMPUTE.
               IF WS-PP-FACTOR > 1
                   COMPUTE WS-PP-NUMERATOR =
                       SC-BALANCE (SC-IDX) * WS-MONTHLY-RATE
                                           * WS-PP-FACTOR
                   COMPUTE WS-PP-DENOMINATOR = WS-PP-FACTOR - 1
                   COMPUTE SC-EMI (SC-IDX) ROUNDED =
                       WS-PP-NUMERATOR / WS-PP-DENOMINATOR
               END-IF.
      *
       670-WRITE-PREPAY-AMORT-LINE.
      *
               IF WS-AMORT-STATUS = '00'
                   MOVE SPACES                  TO AMORT-REC
                   MOVE WS-PP-MONTH             TO AMORT-MONTH
                   MOVE SC-PAYMENT (WS-PP-WRITE-SC)
                                                TO AMORT-EMI
                   MOVE SC-INTEREST (WS-PP-WRITE-SC)
                                                TO AMORT-INTEREST
                   MOVE SC-PRINCIPAL (WS-PP-WRITE-SC)
                                                TO AMORT-PRINCIPAL
                   MOVE SC-BALANCE (WS-PP-WRITE-SC)
                                                TO AMORT-BALANCE
                   WRITE AMORT-REC
               END-IF.
      *
       END PROGRAM CALC1001.
