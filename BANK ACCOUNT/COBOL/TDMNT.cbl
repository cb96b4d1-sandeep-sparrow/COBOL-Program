      *    'R' ROLLS PRINCIPAL PLUS INTEREST INTO A FRESH TERM AT
      *    MATURITY, 'P' PAYS OUT AND ENDS THE DEPOSIT. TD-PENALTY-
      *    RATE APPLIES INSTEAD OF THE CONTRACTED RATE WHEN FUNDS
      *    LEAVE EARLY. TD-ACCRUED-INT IS THE INTEREST EXPENSE
      *    TDMATURE HAS ACCRUED TO THE GL AT MONTH ENDS SO FAR THIS
      *    TERM - REVERSED WHEN THE DEPOSIT SETTLES. ZERO ON A NEW ADD.
       FD  TD-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
              88 TD-ROLL-OVER                 VALUE 'R'.
              88 TD-PAY-OUT                   VALUE 'P'.
           05 TD-PENALTY-RATE         PIC 9V9999.
           05 TD-ACCRUED-INT          PIC 9(7)V99.
           05 FILLER                  PIC X(25).
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'A'=ADD TERMS,
      *    'C'=CHANGE (RATE/MATURITY/ROLLOVER), 'D'=DELETE.
           05 AUD-MATURITY-DATE       PIC 9(08).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(22).
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
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'TDAUDIT '.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
           EXIT.
      *----------------------------------------------------------------*
       F0003-DELETE-TERMS.
      *----------------------------------------------------------------*
      *    TERMS CARRYING A MONTH-END ACCRUAL CANNOT SIMPLY VANISH -
      *    THE ACCRUAL WOULD BE LEFT ON THE GL. SUCH A DEPOSIT IS
      *    ENDED THROUGH TDMATURE (MATURITY OR EARLY BREAK), WHICH
      *    REVERSES IT.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO TO TD-ACCT-NO.
               READ TD-MASTER-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'TERMS NOT FOUND ON DELETE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0003-EX
               END-READ.
               IF TD-ACCRUED-INT IS NUMERIC
                  AND TD-ACCRUED-INT NOT = ZEROES
                   MOVE '06' TO WS-REJ-REASON-CDE
                   MOVE 'INTEREST ACCRUED - NOT DELETED'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0003-EX
               END-IF.
               DELETE TD-MASTER-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
               MOVE TRAN-MATURITY-DATE     TO AUD-MATURITY-DATE.
               MOVE TRAN-OPERATOR-ID       TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING TD-AUDIT-REC WS-AUD-CHAIN.
               WRITE TD-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
           CLOSE BALANCE-AMT.
           CLOSE TD-MASTER-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING TD-AUDIT-REC WS-AUD-CHAIN.
           WRITE TD-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

