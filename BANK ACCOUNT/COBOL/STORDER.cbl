           05  SO-EXPIRY-DATE             PIC  9(08).
           05  SO-TARGET-BALANCE          PIC  9(7)V99.
           05  SO-SWEEP-TO-ACCT           PIC  X(10).
           05  SO-STATUS                  PIC  X(01).
               88  SO-SUSPENDED                    VALUE 'S'.
      *    SO-NSF-SKIP-DATE IS THE LAST NIGHT A DEBIT ORDER WAS SKIPPED
      *    FOR INSUFFICIENT FUNDS (SPACES/ZEROES = NEVER).
           05  SO-NSF-SKIP-DATE           PIC  9(08).
           05  FILLER                     PIC  X(10).
      *
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
      *
      *    SAME LAYOUTS AS BNKACC'S DEPOSIT-I/WITHDRW-I SO THE
      *    GENERATED BATCHES CONCATENATE STRAIGHT ONTO DEPFILE/
      *    WITFILE AHEAD OF THE BNKACC STEP. EVERY GENERATED RECORD
      *    CARRIES PSEUDO-BRANCH 'SORD' / TELLER 'STOR' SO BNKACC
      *    CAN APPLY THE STANDING-ORDER VELOCITY LIMITS AND TELLBAL
      *    KEEPS THEM OUT OF THE TELLER DRAWERS.
       FD  DEPOSIT-OUT-FILE RECORDING MODE F.
       01  DEPOSIT-O.
           05  DEP-ACCT-NO                PIC  X(10).
           05  DEP-CURRENCY-CODE          PIC  X(03).
           05  DEP-TRAN-TIME              PIC  9(06).
           05  DEP-TRAN-REF               PIC  X(12).
           05  DEP-INSTR-TYPE             PIC  X(01).
           05  DEP-BRANCH-ID              PIC  X(04).
           05  DEP-TELLER-ID              PIC  X(04).
           05  FILLER                     PIC  X(25).
           05  DEP-CONTRA-BRANCH          PIC  X(04).
           05  DEP-PAIRED-SW              PIC  X(01).
       01  DEPOSIT-TRL REDEFINES DEPOSIT-O.
           05  DEP-TRL-ID                 PIC  X(10).
           05  DEP-TRL-COUNT              PIC  9(07).
           05  WIT-CURRENCY-CODE          PIC  X(03).
           05  WIT-TRAN-TIME              PIC  9(06).
           05  WIT-TRAN-REF               PIC  X(12).
           05  WIT-BRANCH-ID              PIC  X(04).
           05  WIT-TELLER-ID              PIC  X(04).
           05  FILLER                     PIC  X(20).
           05  WIT-CONTRA-BRANCH          PIC  X(04).
           05  WIT-PAIRED-SW              PIC  X(01).
           05  FILLER                     PIC  X(06).
       01  WITHDRW-TRL REDEFINES WITHDRW-O.
           05  WIT-TRL-ID                 PIC  X(10).
           05  WIT-TRL-COUNT              PIC  9(07).
       01  WS-GENERATED-WIT-AMOUNT        PIC 9(09)V99 VALUE ZEROES.
       01  WS-SKIPPED-NSF-COUNT           PIC 9(05) VALUE ZEROES.
       01  WS-EXPIRED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-SUSPENDED-COUNT             PIC 9(05) VALUE ZEROES.
       01  WS-ORDER-CHANGED-SW            PIC X(01) VALUE 'N'.
           88  WS-ORDER-CHANGED                     VALUE 'Y'.
       01  WS-ORDER-DUE-SW                PIC X(01) VALUE 'N'.
           DISPLAY 'TRANSACTIONS GENERATED : ' WS-GENERATED-TOTAL.
           DISPLAY 'SKIPPED - INSUF FUNDS  : ' WS-SKIPPED-NSF-COUNT.
           DISPLAY 'ORDERS PAST EXPIRY     : ' WS-EXPIRED-COUNT.
           DISPLAY 'ORDERS SUSPENDED       : ' WS-SUSPENDED-COUNT.
           DISPLAY 'BAD CHECK DIGITS       : ' WS-BAD-DIGIT-COUNT.
           DISPLAY 'SWEEPS GENERATED       : ' WS-SWEPT-COUNT.
           DISPLAY 'SWEEPS AT TARGET       : ' WS-AT-TARGET-COUNT.
                  GO TO 210-EVALUATE-EXIT
               END-IF.
      *
      *    A SUSPENDED ORDER (ACCOUNT HOLDER DECEASED - SET BY
      *    ESTFRZ) GENERATES NOTHING, BUT ITS NEXT-RUN DATE IS KEPT
      *    MOVING PAST TODAY SO A REINSTATED ORDER RESUMES ON ITS
      *    NEXT DUE DATE INSTEAD OF CATCHING UP EVERY MISSED ONE.
               IF SO-EXPIRY-DATE < WS-TODAY-DATE
                  ADD 1 TO WS-EXPIRED-COUNT
                  MOVE 'EXPIRED     ' TO RD-ACTION
                  PERFORM 330-WRITE-REPORT-LINE
               ELSE
                  IF SO-SUSPENDED
                     ADD 1 TO WS-SUSPENDED-COUNT
                     PERFORM 300-ADVANCE-NEXT-RUN-DATE
                         UNTIL SO-NEXT-RUN-DATE > WS-TODAY-DATE
                     MOVE 'SUSPENDED   ' TO RD-ACTION
                     PERFORM 330-WRITE-REPORT-LINE
                  ELSE
                     MOVE 'Y' TO WS-ORDER-DUE-SW
                     PERFORM 220-GENERATE-IF-DUE
                         UNTIL NOT WS-ORDER-DUE
                  END-IF
               END-IF.
      *
               IF WS-ORDER-CHANGED
      *    A DEBIT ORDER ONLY GENERATES WHEN THE ACCOUNT COULD COVER
      *    IT TONIGHT (BALANCE PLUS OVERDRAFT HEADROOM). OTHERWISE
      *    THE NEXT-RUN DATE IS LEFT ALONE SO THE ORDER RETRIES
      *    TOMORROW, AND THE SKIP IS REPORTED AND STAMPED ON THE
      *    ORDER (SO-NSF-SKIP-DATE) FOR THE CUSALRT CUSTOMER ALERTS.
         240-CHECK-FUNDS.
               MOVE SO-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                           ADD 1 TO WS-SKIPPED-NSF-COUNT
                           MOVE 'SKIPPED NSF ' TO RD-ACTION
                           PERFORM 330-WRITE-REPORT-LINE
                           MOVE WS-TODAY-DATE TO SO-NSF-SKIP-DATE
                           MOVE 'Y' TO WS-ORDER-CHANGED-SW
                       END-IF
               END-READ.
      *
      *    LATER (REFHIST KEEPS APPLIED REFERENCES FOREVER).
               STRING SO-ORDER-ID SO-NEXT-RUN-DATE (3:6)
                   DELIMITED BY SIZE INTO DEP-TRAN-REF.
               MOVE 'SORD'          TO DEP-BRANCH-ID.
               MOVE 'STOR'          TO DEP-TELLER-ID.
               WRITE DEPOSIT-O.
               ADD 1         TO WS-GENERATED-DEP-COUNT.
               ADD SO-AMOUNT TO WS-GENERATED-DEP-AMOUNT.
               MOVE 000100          TO WIT-TRAN-TIME.
               STRING SO-ORDER-ID SO-NEXT-RUN-DATE (3:6)
                   DELIMITED BY SIZE INTO WIT-TRAN-REF.
               MOVE 'SORD'          TO WIT-BRANCH-ID.
               MOVE 'STOR'          TO WIT-TELLER-ID.
               WRITE WITHDRW-O.
               ADD 1         TO WS-GENERATED-WIT-COUNT.
               ADD SO-AMOUNT TO WS-GENERATED-WIT-AMOUNT.
         270-GENERATE-EXIT.
               EXIT.
      *
      *    BOTH LEGS GO OUT AS PAIRED LEGS BOOKED AGAINST THE SOURCE
      *    ACCOUNT'S HOME BRANCH (STILL IN THE RECORD AREA FROM 270),
      *    SO BNKACC BOOKS THE WITHDRAWAL WHOLLY THERE AND, WHEN THE
      *    SWEEP-TO ACCOUNT IS HELD AT ANOTHER BRANCH, THE DEPOSIT
      *    WITH AN INTER-BRANCH DUE-TO/DUE-FROM PAIR.
         280-WRITE-SWEEP-LEGS.
               ADD 1 TO WS-SWEPT-COUNT.
               MOVE SPACES          TO WITHDRW-O.
               MOVE 000100          TO WIT-TRAN-TIME.
               STRING SO-ORDER-ID SO-NEXT-RUN-DATE (5:4) 'W'
                   DELIMITED BY SIZE INTO WIT-TRAN-REF.
               MOVE 'SORD'          TO WIT-BRANCH-ID.
               MOVE 'STOR'          TO WIT-TELLER-ID.
               MOVE HOME-BRANCH     TO WIT-CONTRA-BRANCH.
               MOVE 'Y'             TO WIT-PAIRED-SW.
               WRITE WITHDRW-O.
               ADD 1               TO WS-GENERATED-WIT-COUNT.
               ADD WS-SWEEP-AMOUNT TO WS-GENERATED-WIT-AMOUNT.
               MOVE 000200          TO DEP-TRAN-TIME.
               STRING SO-ORDER-ID SO-NEXT-RUN-DATE (5:4) 'D'
                   DELIMITED BY SIZE INTO DEP-TRAN-REF.
               MOVE 'SORD'          TO DEP-BRANCH-ID.
               MOVE 'STOR'          TO DEP-TELLER-ID.
               MOVE HOME-BRANCH     TO DEP-CONTRA-BRANCH.
               MOVE 'Y'             TO DEP-PAIRED-SW.
               WRITE DEPOSIT-O.
               ADD 1               TO WS-GENERATED-DEP-COUNT.
               ADD WS-SWEEP-AMOUNT TO WS-GENERATED-DEP-AMOUNT.
