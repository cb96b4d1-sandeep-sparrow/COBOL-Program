      *    ONE RECORD PER CUSTOMER/CLIENT-ACCOUNT PAIRING.
      *    CC-SETTLE-ACCT-NO IS THE BALFILE ACCOUNT THE CLIENT'S
      *    TRADING OBLIGATIONS SETTLE THROUGH - SPACES UNTIL THE
      *    DESK LINKS ONE. CC-DEMAT-ACCT IS THE DEPOSITORY ACCOUNT
      *    (DP ID + BENEFICIARY ID) THE CLIENT'S HOLDINGS SIT IN,
      *    WHICH DPRECN RECONCILES AGAINST THE POSITION LEDGER.
       FD  CLI-XREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
              10 CC-CLIENT-ID         PIC X(08).
           05 CC-SETTLE-ACCT-NO       PIC X(10).
           05 CC-LINKED-DATE          PIC 9(08).
           05 CC-DEMAT-ACCT           PIC X(16).
           05 FILLER                  PIC X(32).
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'A'=ADD LINK,
      *    'C'=CHANGE (SETTLEMENT AND/OR DEMAT ACCOUNT), 'D'=DELETE
      *    LINK.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           05 TRAN-CLIENT-ID          PIC X(08).
           05 TRAN-SETTLE-ACCT-NO     PIC X(10).
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 TRAN-DEMAT-ACCT         PIC X(16).
           05 FILLER                  PIC X(31).
      *
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 80 CHARACTERS
           05 AUD-SETTLE-ACCT-NO      PIC X(10).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 AUD-DEMAT-ACCT          PIC X(16).
           05 FILLER                  PIC X(09).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'CLIAUDIT'.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
               MOVE TRAN-CLIENT-ID      TO CC-CLIENT-ID.
               MOVE TRAN-SETTLE-ACCT-NO TO CC-SETTLE-ACCT-NO.
               MOVE WS-TODAY-DATE       TO CC-LINKED-DATE.
               MOVE TRAN-DEMAT-ACCT     TO CC-DEMAT-ACCT.

               WRITE CLI-XREF-REC
                   INVALID KEY
                           MOVE TRAN-SETTLE-ACCT-NO
                               TO CC-SETTLE-ACCT-NO
                       END-IF
                       IF TRAN-DEMAT-ACCT NOT = SPACES
                           MOVE TRAN-DEMAT-ACCT TO CC-DEMAT-ACCT
                       END-IF
                       REWRITE CLI-XREF-REC
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'CHANGED ' TO WS-AUD-RESULT
               MOVE TRAN-SETTLE-ACCT-NO TO AUD-SETTLE-ACCT-NO.
               MOVE TRAN-OPERATOR-ID    TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE       TO AUD-TRAN-DATE.
               MOVE TRAN-DEMAT-ACCT     TO AUD-DEMAT-ACCT.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING CLI-AUDIT-REC WS-AUD-CHAIN.
               WRITE CLI-AUDIT-REC.

       G0001-EX.
      *----------------------------------------------------------------*
           CLOSE CLI-XREF-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING CLI-AUDIT-REC WS-AUD-CHAIN.
           WRITE CLI-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

