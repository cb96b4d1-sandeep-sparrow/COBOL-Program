      *    THE CHECKER WHO RELEASED THE TRANSACTION THROUGH AUTHREL
      *    - BOTH IDENTITIES ON EVERY APPLIED RATE MOVE.
           05 AUD-CHECKER-ID          PIC X(08).
           05 FILLER                  PIC X(25).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
       01  WS-PEND-STATUS    PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 120.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'DEDRAUD '.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
               MOVE WS-TODAY-DATE    TO AUD-TRAN-DATE.
               MOVE TRAN-CHECKER-ID  TO AUD-CHECKER-ID.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING RATE-AUDIT-REC WS-AUD-CHAIN.
               WRITE RATE-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
            END-IF.
      *
            CLOSE TRANSACTION-FILE.
            MOVE 'S' TO WS-AUD-CHAIN-FUNC.
            CALL 'CHNHASH' USING RATE-AUDIT-REC WS-AUD-CHAIN.
            WRITE RATE-AUDIT-REC.
            CLOSE AUDIT-TRAIL-FILE.
            CLOSE REJECT-FILE.
            CLOSE PEND-FILE.
