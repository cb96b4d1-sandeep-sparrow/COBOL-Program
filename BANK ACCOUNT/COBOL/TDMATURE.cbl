      *        : CONCATENATES STRAIGHT ONTO BNKHARC'S AUDITIN AND
      *        : MATURITY EVENTS REACH TRANHIST, STATEMENTS AND THE
      *        : HISTORY INQUIRY LIKE ANY OTHER POSTING.
      *        : AT MONTH END A SECOND SWEEP ACCRUES THE INTEREST
      *        : EARNED TO DATE ON EVERY LIVE DEPOSIT TO THE GL
      *        : (INTEREST EXPENSE AGAINST ACCRUED INTEREST
      *        : PAYABLE); SETTLING A DEPOSIT REVERSES ITS ACCRUAL
      *        : SO THE EXPENSE IS BOOKED ONLY ONCE.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
              88 TD-ROLL-OVER                 VALUE 'R'.
              88 TD-PAY-OUT                   VALUE 'P'.
           05 TD-PENALTY-RATE         PIC 9V9999.
      *       MONTH-END ACCRUALS BOOKED SO FAR THIS TERM.
           05 TD-ACCRUED-INT          PIC 9(7)V99.
           05 FILLER                  PIC X(25).
      *
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
           05  AUD-TRAN-REF               PIC  X(12).
           05  AUD-BRANCH-ID              PIC  X(04).
           05  AUD-TELLER-ID              PIC  X(04).
           05  FILLER                     PIC  X(18).
           05  AUD-CHAIN-LINK             PIC  9(11) COMP-3.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S JOURNAL-REC.
       FD  JOURNAL-FILE RECORDING MODE F.
           05  JRN-PRIOR-AVAIL            PIC S9(7)V99.
           05  JRN-TRAN-TYPE              PIC  X(08).
           05  JRN-DATE                   PIC  9(08).
           05  FILLER                     PIC  X(12).
           05  JRN-CHAIN-LINK             PIC  9(11) COMP-3.
      *
       FD  MATURE-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
       01  WS-INTEREST-AMT                PIC S9(7)V99 VALUE ZEROES.
       01  WS-SETTLE-RATE                 PIC 9V9999 VALUE ZEROES.
      *
       01  WS-NEXT-BUS-DATE               PIC 9(08).
       01  WS-SCHED-STEP                  PIC X(08) VALUE SPACES.
      *    BUSDAY INTERFACE - NEXT BUSINESS DAY FOR THE MONTH-END TEST.
       01  WS-BUSDAY-FUNC                 PIC X(01) VALUE 'N'.
       01  WS-BUSDAY-N                    PIC 9(03) VALUE ZEROES.
       01  WS-MONTH-END-SW                PIC X(01) VALUE 'N'.
           88  WS-IS-MONTH-END                      VALUE 'Y'.
       01  WS-EARNED-INT                  PIC S9(7)V99 VALUE ZEROES.
       01  WS-ACCRUAL-INCR                PIC S9(7)V99 VALUE ZEROES.
       01  WS-GL-AMOUNT                   PIC 9(7)V99 VALUE ZEROES.
       01  WS-GL-TYPE                     PIC X(08) VALUE SPACES.
       01  WS-GL-DR-ACCT                  PIC X(06) VALUE SPACES.
       01  WS-GL-CR-ACCT                  PIC X(06) VALUE SPACES.
      *
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL AND
      *    THE JOURNAL - EVERY RECORD LINKED, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC          PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN           PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE          PIC X(08) VALUE 'TDMAUDIT'.
           05  WS-AUD-CHAIN-HASH          PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT        PIC X(01) VALUE SPACE.
       01  WS-JRN-CHAIN.
           05  WS-JRN-CHAIN-FUNC          PIC X(01) VALUE 'H'.
           05  WS-JRN-CHAIN-LEN           PIC 9(03) VALUE 80.
           05  WS-JRN-CHAIN-FILE          PIC X(08) VALUE 'TDJRNL  '.
           05  WS-JRN-CHAIN-HASH          PIC 9(11) VALUE ZEROES.
           05  WS-JRN-CHAIN-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-JRN-CHAIN-RESULT        PIC X(01) VALUE SPACE.
       01  WS-JRN-SEQ                     PIC 9(09) VALUE ZEROES.
       01  WS-PRIOR-BAL                   PIC S9(7)V99 VALUE ZEROES.
       01  WS-PRIOR-AVAIL                 PIC S9(7)V99 VALUE ZEROES.
       01  WS-ROLLED-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-PAID-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-BROKEN-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-ACCRUED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-ACCRUAL-TOTAL               PIC S9(9)V99 VALUE ZEROES.
      *
       01  WS-TD-INTEREST-GL              PIC X(06) VALUE '400100'.
       01  WS-TD-CUSTOMER-GL              PIC X(06) VALUE '200400'.
       01  WS-TD-ACCRUED-GL               PIC X(06) VALUE '200450'.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
           05  FILLER               PIC X(10) VALUE '  BROKEN: '.
           05  RT-BROKEN            PIC ZZZZ9.
           05  FILLER               PIC X(33) VALUE SPACES.
       01  RPT-ACCRUAL-TOTAL-REC.
           05  FILLER               PIC X(20) VALUE
               'MONTH-END ACCRUALS: '.
           05  RT-ACCRUED           PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE
               '  NET EXPENSE: '.
           05  RT-ACCRUAL-TOTAL     PIC -Z(8)9.99.
           05  FILLER               PIC X(27) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *
           PERFORM 200-PROCESS-ONE-DEPOSIT
              UNTIL WS-TD-EOF.
      *
      *    THE ACCRUAL IS A MONTH-END EVENT - RUN ONLY ON THE
      *    MONTH'S LAST BUSINESS DAY, AFTER TODAY'S SETTLEMENTS. THE
      *    SAME TEST AS BNKACC'S INTEREST PASS: STEPSEL'S MONTHEND
      *    INDICATOR, OR WITHOUT ONE FOR TONIGHT, THE NEXT BUSINESS
      *    DAY FALLING IN A DIFFERENT MONTH.
           MOVE 'MONTHEND' TO WS-SCHED-STEP.
           CALL 'STEPCHK' USING WS-SCHED-STEP WS-MONTH-END-SW.
           IF WS-MONTH-END-SW = SPACE
               MOVE 'N' TO WS-BUSDAY-FUNC
               CALL 'BUSDAY' USING WS-BUSDAY-FUNC WS-TODAY-DATE
                                   WS-BUSDAY-N WS-NEXT-BUS-DATE
               IF WS-NEXT-BUS-DATE (5:2) NOT = WS-TODAY-DATE (5:2)
                   MOVE 'Y' TO WS-MONTH-END-SW
               ELSE
                   MOVE 'N' TO WS-MONTH-END-SW
               END-IF
           END-IF.
           IF WS-IS-MONTH-END
               MOVE 'N' TO WS-TD-EOF-SW
               MOVE LOW-VALUES TO TD-ACCT-NO
               START TD-MASTER-FILE KEY IS NOT LESS THAN TD-ACCT-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-TD-EOF-SW
               END-START
               PERFORM 500-ACCRUE-ONE-DEPOSIT
                  UNTIL WS-TD-EOF
           END-IF.
      *
           MOVE WS-ROLLED-COUNT TO RT-ROLLED.
           MOVE WS-PAID-COUNT   TO RT-PAID.
           MOVE WS-BROKEN-COUNT TO RT-BROKEN.
           WRITE MATURE-RPT-REC FROM RPT-TOTAL-REC.
           IF WS-IS-MONTH-END
               MOVE WS-ACCRUED-COUNT TO RT-ACCRUED
               MOVE WS-ACCRUAL-TOTAL TO RT-ACCRUAL-TOTAL
               WRITE MATURE-RPT-REC FROM RPT-ACCRUAL-TOTAL-REC
           END-IF.
      *
           DISPLAY 'TERMS RECORDS READ : ' WS-READ-COUNT.
           DISPLAY 'ROLLED OVER        : ' WS-ROLLED-COUNT.
           DISPLAY 'PAID OUT           : ' WS-PAID-COUNT.
           DISPLAY 'BROKEN EARLY       : ' WS-BROKEN-COUNT.
           DISPLAY 'INTEREST ACCRUED   : ' WS-ACCRUED-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   TD-PRINCIPAL * TD-RATE * WS-TERM-DAYS / 365.
      *
               PERFORM 330-REVERSE-ACCRUAL.
               PERFORM 300-CREDIT-INTEREST.
      *
               IF TD-ROLL-OVER
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   BAL-AMT * TD-PENALTY-RATE * WS-TERM-DAYS / 365.
      *
               PERFORM 330-REVERSE-ACCRUAL.
               PERFORM 300-CREDIT-INTEREST.
      *
               MOVE 'S' TO ACCT-TYPE.
                   PERFORM 305-WRITE-JOURNAL-RECORD
                   REWRITE BALANCE-IO
      *
      *    THE DEPOSIT'S INTEREST IS A COST OF THE BRANCH HOLDING
      *    THE ACCOUNT - BOTH SIDES BOOK TO ITS HOME BRANCH.
                   MOVE SPACES            TO GL-FEED-REC
                   MOVE ACCT-NO           TO GL-SOURCE-ACCT-NO
                   MOVE 'TDINT   '        TO GL-TRAN-TYPE
                   MOVE WS-INTEREST-AMT   TO GL-POST-AMOUNT
                   MOVE WS-TODAY-DATE     TO GL-TRAN-DATE
                   MOVE SPACES            TO GL-TRAN-REF
                   MOVE HOME-BRANCH       TO GL-BRANCH-ID
                   MOVE WS-TD-INTEREST-GL TO GL-ACCOUNT-CODE
                   MOVE 'DR'              TO GL-DR-CR
                   WRITE GL-FEED-REC
                   MOVE WS-INTEREST-AMT   TO GL-POST-AMOUNT
                   MOVE WS-TODAY-DATE     TO GL-TRAN-DATE
                   MOVE SPACES            TO GL-TRAN-REF
                   MOVE HOME-BRANCH       TO GL-BRANCH-ID
                   MOVE WS-TD-CUSTOMER-GL TO GL-ACCOUNT-CODE
                   MOVE 'CR'              TO GL-DR-CR
                   WRITE GL-FEED-REC
               MOVE WS-PRIOR-AVAIL TO JRN-PRIOR-AVAIL.
               MOVE WS-JRN-TYPE    TO JRN-TRAN-TYPE.
               MOVE WS-TODAY-DATE  TO JRN-DATE.
               MOVE 'H' TO WS-JRN-CHAIN-FUNC.
               CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN.
               WRITE JOURNAL-REC.
      *
         310-WRITE-AUDIT-RECORD.
               MOVE SPACES          TO AUD-TRAN-REF.
               MOVE SPACES          TO AUD-BRANCH-ID.
               MOVE SPACES          TO AUD-TELLER-ID.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN.
               WRITE AUDIT-TRAIL-REC.
      *
         320-WRITE-REPORT-LINE.
               MOVE TD-PRINCIPAL    TO RD-PRINCIPAL.
               MOVE WS-INTEREST-AMT TO RD-INTEREST.
               WRITE MATURE-RPT-REC FROM RPT-DETAIL-REC.
      *
      *    A SETTLING DEPOSIT'S MONTH-END ACCRUALS COME BACK OUT -
      *    DR ACCRUED INTEREST PAYABLE / CR INTEREST EXPENSE - AHEAD
      *    OF THE FULL SETTLEMENT INTEREST BEING EXPENSED, SO THE
      *    TERM'S INTEREST HITS THE EXPENSE LINE EXACTLY ONCE. A
      *    ROLLED DEPOSIT STARTS ITS NEW TERM WITH NOTHING ACCRUED.
         330-REVERSE-ACCRUAL.
               IF TD-ACCRUED-INT IS NOT NUMERIC
                   MOVE ZEROES TO TD-ACCRUED-INT
               END-IF.
               IF TD-ACCRUED-INT > ZEROES
                   MOVE TD-ACCRUED-INT    TO WS-GL-AMOUNT
                   MOVE 'TDACREV '        TO WS-GL-TYPE
                   MOVE WS-TD-ACCRUED-GL  TO WS-GL-DR-ACCT
                   MOVE WS-TD-INTEREST-GL TO WS-GL-CR-ACCT
                   PERFORM 340-WRITE-GL-PAIR
                   MOVE ZEROES TO TD-ACCRUED-INT
               END-IF.
      *
      *    THE ACCOUNT'S BALFILE RECORD IS IN THE BUFFER ON EVERY
      *    PATH HERE, SO BOTH LEGS BOOK TO ITS HOME BRANCH LIKE THE
      *    TDINT PAIR IN 300-CREDIT-INTEREST.
         340-WRITE-GL-PAIR.
               MOVE SPACES            TO GL-FEED-REC.
               MOVE TD-ACCT-NO        TO GL-SOURCE-ACCT-NO.
               MOVE WS-GL-TYPE        TO GL-TRAN-TYPE.
               MOVE WS-GL-AMOUNT      TO GL-POST-AMOUNT.
               MOVE WS-TODAY-DATE     TO GL-TRAN-DATE.
               MOVE HOME-BRANCH       TO GL-BRANCH-ID.
               MOVE WS-GL-DR-ACCT     TO GL-ACCOUNT-CODE.
               MOVE 'DR'              TO GL-DR-CR.
               WRITE GL-FEED-REC.
               MOVE SPACES            TO GL-FEED-REC.
               MOVE TD-ACCT-NO        TO GL-SOURCE-ACCT-NO.
               MOVE WS-GL-TYPE        TO GL-TRAN-TYPE.
               MOVE WS-GL-AMOUNT      TO GL-POST-AMOUNT.
               MOVE WS-TODAY-DATE     TO GL-TRAN-DATE.
               MOVE HOME-BRANCH       TO GL-BRANCH-ID.
               MOVE WS-GL-CR-ACCT     TO GL-ACCOUNT-CODE.
               MOVE 'CR'              TO GL-DR-CR.
               WRITE GL-FEED-REC.
      *
      *    MONTH-END ACCRUAL - THE INTEREST A LIVE DEPOSIT HAS EARNED
      *    TO DATE AT ITS CONTRACTED RATE, LESS WHAT EARLIER MONTH
      *    ENDS ALREADY BOOKED, POSTS AS DR INTEREST EXPENSE / CR
      *    ACCRUED INTEREST PAYABLE. A NEGATIVE INCREMENT (THE RATE
      *    CUT BY TDMNT) POSTS THE OTHER WAY ROUND. NO CUSTOMER
      *    BALANCE MOVES, SO THERE IS NO JOURNAL OR AUDIT RECORD.
         500-ACCRUE-ONE-DEPOSIT.
               READ TD-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-TD-EOF-SW
                  NOT AT END
                     IF TD-MATURITY-DATE > WS-TODAY-DATE
                        PERFORM 510-ACCRUE-INTEREST
                            THRU 510-ACCRUE-EXIT
                     END-IF
               END-READ.
      *
      *    THE ACCOUNT IS READ ONLY FOR ITS HOME BRANCH, SO THE
      *    ACCRUAL BOOKS TO THE SAME BRANCH ITS SETTLEMENT WILL.
         510-ACCRUE-INTEREST.
               MOVE TD-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       DISPLAY 'TERMS WITHOUT ACCOUNT: ' TD-ACCT-NO
                       GO TO 510-ACCRUE-EXIT
               END-READ.
      *
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE (TD-OPEN-DATE).
               COMPUTE WS-TERM-DAYS = WS-TODAY-INT - WS-OPEN-INT.
               IF WS-TERM-DAYS < ZEROES
                   MOVE ZEROES TO WS-TERM-DAYS
               END-IF.
               COMPUTE WS-EARNED-INT ROUNDED =
                   TD-PRINCIPAL * TD-RATE * WS-TERM-DAYS / 365.
               IF TD-ACCRUED-INT IS NOT NUMERIC
                   MOVE ZEROES TO TD-ACCRUED-INT
               END-IF.
               COMPUTE WS-ACCRUAL-INCR =
                   WS-EARNED-INT - TD-ACCRUED-INT.
      *
               IF WS-ACCRUAL-INCR NOT = ZEROES
                   MOVE 'TDACCR  ' TO WS-GL-TYPE
                   IF WS-ACCRUAL-INCR > ZEROES
                       MOVE WS-ACCRUAL-INCR   TO WS-GL-AMOUNT
                       MOVE WS-TD-INTEREST-GL TO WS-GL-DR-ACCT
                       MOVE WS-TD-ACCRUED-GL  TO WS-GL-CR-ACCT
                       MOVE 'ACCRUED     '    TO RD-ACTION
                   ELSE
                       COMPUTE WS-GL-AMOUNT = ZERO - WS-ACCRUAL-INCR
                       MOVE WS-TD-ACCRUED-GL  TO WS-GL-DR-ACCT
                       MOVE WS-TD-INTEREST-GL TO WS-GL-CR-ACCT
                       MOVE 'ACCRUAL BACK'    TO RD-ACTION
                   END-IF
                   PERFORM 340-WRITE-GL-PAIR
                   MOVE WS-EARNED-INT TO TD-ACCRUED-INT
                   REWRITE TD-MASTER-REC
                   ADD 1 TO WS-ACCRUED-COUNT
                   ADD WS-ACCRUAL-INCR TO WS-ACCRUAL-TOTAL
                   MOVE TD-ACCT-NO       TO RD-ACCT-NO
                   MOVE TD-PRINCIPAL     TO RD-PRINCIPAL
                   MOVE WS-GL-AMOUNT     TO RD-INTEREST
                   MOVE TD-MATURITY-DATE TO RD-NEW-MATURITY
                   WRITE MATURE-RPT-REC FROM RPT-DETAIL-REC
               END-IF.
      *
         510-ACCRUE-EXIT.
               EXIT.
      *
         400-CLOSE-FILES.
               CLOSE TD-MASTER-FILE.
               CLOSE BALANCE-AMT.
               CLOSE GL-FEED-FILE.
               MOVE 'S' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN.
               WRITE AUDIT-TRAIL-REC.
               CLOSE AUDIT-TRAIL-FILE.
               MOVE 'S' TO WS-JRN-CHAIN-FUNC.
               CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN.
               WRITE JOURNAL-REC.
               CLOSE JOURNAL-FILE.
               CLOSE MATURE-RPT-FILE.
      *
