      *    EITHER-TO-SIGN, 'B' BOTH-TO-SIGN, SPACE = LEAVE ALONE.
           05 TRAN-HOLDER-ROLE        PIC X(01).
           05 TRAN-MANDATE            PIC X(01).
      *    OVERDRAFT FACILITY DATES - READ ON 'A' AND 'C'. A NONZERO
      *    DATE REPLACES THE ONE ON THE MASTER, ZEROES KEEP IT. A
      *    LIMIT GRANTED WITH NO SANCTION DATE IS SANCTIONED TODAY;
      *    EVERY NONZERO LIMIT MUST CARRY AN EXPIRY DATE LATER THAN
      *    ITS SANCTION DATE AND NOT ALREADY PAST.
           05 TRAN-OD-SANCTION-DATE   PIC 9(08).
           05 TRAN-OD-EXPIRY-DATE     PIC 9(08).
      *    POSITIVE-PAY ENROLMENT - READ ON 'A' AND 'C'. 'Y' ENROLS,
      *    'N' WITHDRAWS, SPACE LEAVES THE MASTER ALONE.
           05 TRAN-POSPAY             PIC X(01).
              88 TRAN-POSPAY-VALID              VALUE 'Y' 'N' ' '.
      *    HOME BRANCH - READ ON 'A' AND 'C'. THE BRANCH THAT HOLDS
      *    THE ACCOUNT ON ITS BOOKS; ON AN ADD SPACES OPENS IT AT
      *    HEAD OFFICE, ON A CHANGE SPACES LEAVES THE MASTER ALONE.
           05 TRAN-HOME-BRANCH        PIC X(04).
           05 FILLER                  PIC X(09).
      *    DUAL-CONTROL RELEASE STAMP - CLOSING AN ACCOUNT IS A
      *    HIGH-RISK MAINTENANCE EVENT, SO AN OPERATOR-KEYED 'D'
      *    TRANSACTION (FLAG SPACES) IS PARKED ON PENDAUTH INSTEAD
      *    THE CHECKER WHO RELEASED THE TRANSACTION THROUGH AUTHREL
      *    - SPACES ON TYPES NOT UNDER DUAL CONTROL.
           05 AUD-CHECKER-ID          PIC X(08).
      *    OVERDRAFT FACILITY DATES AS LEFT ON THE MASTER.
           05 AUD-OD-SANCTION-DATE    PIC 9(08).
           05 AUD-OD-EXPIRY-DATE      PIC 9(08).
           05 FILLER                  PIC X(02).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
      *    ONE REJECT LINE PER TRANSACTION THAT COULD NOT BE APPLIED
      *    (DUPLICATE ACCOUNT ON ADD, UNKNOWN ACCOUNT ON CHANGE/CLOSE,
       01  WS-XREF-STATUS    PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS    PIC X(02) VALUE SPACES.
       01  WS-PEND-STATUS    PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'ACCAUDIT'.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
      *    WORK FIELDS FOR THE CURRENT AUDIT/REJECT RECORD
       01  WS-AUD-RESULT              PIC X(08) VALUE SPACES.
       01  WS-OLD-LIMIT               PIC 9(07)V99 VALUE ZEROES.
       01  WS-NEW-LIMIT               PIC 9(07)V99 VALUE ZEROES.
       01  WS-OD-DATES-SW             PIC X(01) VALUE 'Y'.
           88  WS-OD-DATES-VALID                 VALUE 'Y'.
           88  WS-OD-DATES-INVALID               VALUE 'N'.
       01  WS-REJ-REASON-CDE          PIC X(02) VALUE SPACES.
       01  WS-REJ-REASON-TXT          PIC X(30) VALUE SPACES.
      *
               MOVE TRAN-CURRENCY-CODE    TO CURRENCY-CODE.
               MOVE TRAN-ACCT-TYPE        TO ACCT-TYPE.

               PERFORM F0007-SET-OD-FACILITY THRU F0007-EX.
               IF WS-OD-DATES-INVALID
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.

               IF NOT TRAN-POSPAY-VALID
                   PERFORM F0008-REJECT-POSPAY THRU F0008-EX
                   GO TO F0001-EX
               END-IF.
               IF TRAN-POSPAY = 'Y'
                   MOVE 'Y'               TO POSPAY-FLAG
               ELSE
                   MOVE 'N'               TO POSPAY-FLAG
               END-IF.
               MOVE TRAN-HOME-BRANCH      TO HOME-BRANCH.

               WRITE BALANCE-IO
                   INVALID KEY
                       MOVE '02'                 TO WS-REJ-REASON-CDE
      *----------------------------------------------------------------*
       F0002-CHANGE-ACCOUNT.
      *----------------------------------------------------------------*
      *    CHANGE APPLIES THE OVERDRAFT LIMIT, ACCOUNT TYPE AND HOME
      *    BRANCH. THE BASE CURRENCY AND THE HOME BRANCH MAY ONLY
      *    CHANGE WHILE THE BALANCE IS ZERO -
      *    REDENOMINATING A FUNDED ACCOUNT IS NOT A MAINTENANCE EVENT.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO TO ACCT-NO.
                                                  TO WS-REJ-REASON-TXT
                           PERFORM G0002-WRITE-REJECT-RECORD
                                                  THRU G0002-EX
                           GO TO F0002-EX
                       END-IF
      *    THE BALANCE SITS IN THE HOME BRANCH'S GL POSITION, SO
      *    THE ACCOUNT MAY ONLY MOVE BRANCH WHILE IT IS ZERO - THE
      *    SAME RULE AS THE CURRENCY ABOVE.
                       IF TRAN-HOME-BRANCH NOT = HOME-BRANCH
                          AND TRAN-HOME-BRANCH NOT = SPACES
                          AND BAL-AMT NOT = ZEROES
                           MOVE '17'             TO WS-REJ-REASON-CDE
                           MOVE 'BRANCH MOVE ON FUNDED ACCOUNT'
                                                  TO WS-REJ-REASON-TXT
                           PERFORM G0002-WRITE-REJECT-RECORD
                                                  THRU G0002-EX
                       ELSE
                           MOVE OVERDRAFT-LIMIT  TO WS-OLD-LIMIT
                           MOVE TRAN-OVERDRAFT-LIMIT
                                                  TO OVERDRAFT-LIMIT
                           PERFORM F0007-SET-OD-FACILITY
                                                  THRU F0007-EX
                           IF WS-OD-DATES-INVALID
                               PERFORM G0002-WRITE-REJECT-RECORD
                                                  THRU G0002-EX
                               GO TO F0002-EX
                           END-IF
                           IF NOT TRAN-POSPAY-VALID
                               PERFORM F0008-REJECT-POSPAY
                                                  THRU F0008-EX
                               GO TO F0002-EX
                           END-IF
                           IF TRAN-POSPAY NOT = SPACE
                               MOVE TRAN-POSPAY   TO POSPAY-FLAG
                           END-IF
                           IF TRAN-HOME-BRANCH NOT = SPACES
                               MOVE TRAN-HOME-BRANCH
                                                  TO HOME-BRANCH
                           END-IF
      *    A LIMIT-ONLY CHANGE KEYED WITH A BLANK ACCOUNT TYPE MUST
      *    NOT BLANK THE MASTER'S TYPE (AND DROP THE ACCOUNT TO THE
      *    'X' FALLBACK FOR INTEREST/FEES/GL) - SAME GUARD AS THE
      *----------------------------------------------------------------*
      *    AN ACCOUNT MAY ONLY BE CLOSED AT ZERO BALANCE - THE MONEY
      *    HAS TO LEAVE THROUGH A WITFILE WITHDRAWAL FIRST SO THE GL
      *    FEED AND AUDIT TRAIL SEE IT GO. A FUNDED ACCOUNT IS
      *    CLOSED THROUGH THE ACCTCLOS SETTLEMENT RUN, WHICH PAYS
      *    THE BALANCE OUT AND HANDS ITS RELEASED 'D' TRANSACTION
      *    ON TO THIS PROGRAM.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO TO ACCT-NO.


       F0006-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0007-SET-OD-FACILITY.
      *----------------------------------------------------------------*
      *    SETS THE FACILITY DATES ON THE RECORD AREA FOR THE LIMIT
      *    JUST MOVED IN. A ZERO LIMIT CARRIES NO FACILITY, SO BOTH
      *    DATES ARE CLEARED. REASON '15' IS LEFT FOR THE CALLER WHEN
      *    THE EXPIRY DATE IS MISSING OR INCONSISTENT.
      *----------------------------------------------------------------*
               SET WS-OD-DATES-VALID TO TRUE.
               IF OD-SANCTION-DATE NOT NUMERIC
                   MOVE ZEROES TO OD-SANCTION-DATE
               END-IF.
               IF OD-EXPIRY-DATE NOT NUMERIC
                   MOVE ZEROES TO OD-EXPIRY-DATE
               END-IF.
               IF TRAN-OD-SANCTION-DATE IS NUMERIC
                  AND TRAN-OD-SANCTION-DATE > ZEROES
                   MOVE TRAN-OD-SANCTION-DATE TO OD-SANCTION-DATE
               END-IF.
               IF TRAN-OD-EXPIRY-DATE IS NUMERIC
                  AND TRAN-OD-EXPIRY-DATE > ZEROES
                   MOVE TRAN-OD-EXPIRY-DATE   TO OD-EXPIRY-DATE
               END-IF.

               MOVE OVERDRAFT-LIMIT TO WS-NEW-LIMIT.
               IF WS-NEW-LIMIT = ZEROES
                   MOVE ZEROES TO OD-SANCTION-DATE
                   MOVE ZEROES TO OD-EXPIRY-DATE
                   GO TO F0007-EX
               END-IF.

               IF OD-SANCTION-DATE = ZEROES
                   MOVE WS-TODAY-DATE TO OD-SANCTION-DATE
               END-IF.
               IF OD-EXPIRY-DATE = ZEROES
                  OR OD-EXPIRY-DATE NOT > OD-SANCTION-DATE
                  OR OD-EXPIRY-DATE < WS-TODAY-DATE
                   SET WS-OD-DATES-INVALID TO TRUE
                   MOVE '15'              TO WS-REJ-REASON-CDE
                   MOVE 'OD FACILITY EXPIRY INVALID'
                                          TO WS-REJ-REASON-TXT
               END-IF.

       F0007-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0008-REJECT-POSPAY.
      *----------------------------------------------------------------*
               MOVE '16'                  TO WS-REJ-REASON-CDE.
               MOVE 'POSITIVE PAY FLAG INVALID' TO WS-REJ-REASON-TXT.
               PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX.

       F0008-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0001-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-TYPE         TO AUD-ACCT-TYPE.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.
               MOVE TRAN-CHECKER-ID        TO AUD-CHECKER-ID.
               IF TRAN-ADD OR TRAN-CHANGE
                   MOVE OD-SANCTION-DATE   TO AUD-OD-SANCTION-DATE
                   MOVE OD-EXPIRY-DATE     TO AUD-OD-EXPIRY-DATE
               ELSE
                   MOVE ZEROES             TO AUD-OD-SANCTION-DATE
                   MOVE ZEROES             TO AUD-OD-EXPIRY-DATE
               END-IF.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING ACC-AUDIT-REC WS-AUD-CHAIN.
               WRITE ACC-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
            END-IF.
      *
            CLOSE TRANSACTION-FILE.
            MOVE 'S' TO WS-AUD-CHAIN-FUNC.
            CALL 'CHNHASH' USING ACC-AUDIT-REC WS-AUD-CHAIN.
            WRITE ACC-AUDIT-REC.
            CLOSE AUDIT-TRAIL-FILE.
            CLOSE REJECT-FILE.
            CLOSE PEND-FILE.
