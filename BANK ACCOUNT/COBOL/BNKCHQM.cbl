              10 CQR-START-NO         PIC 9(08).
           05 CQR-END-NO              PIC 9(08).
           05 CQR-ISSUED-DATE         PIC 9(08).
           05 CQR-STOP-DATE           PIC 9(08).
           05 FILLER                  PIC X(38).
      *
       FD  STOP-PAY-FILE
            RECORD CONTAINS 80 CHARACTERS
           05 AUD-END-NO              PIC 9(08).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(23).
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
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'CHQAUDIT'.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.
      *    NO NEW CHEQUE BOOK IS ISSUED ON AN ACCOUNT FROZEN FOR A
      *    DECEASED HOLDER'S ESTATE.
               IF ESTATE-STATUS = 'E'
                   MOVE '06' TO WS-REJ-REASON-CDE
                   MOVE 'ACCOUNT FROZEN - ESTATE'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.

               INITIALIZE CHQ-REG-REC.
               MOVE TRAN-ACCT-NO   TO CQR-ACCT-NO.
               MOVE TRAN-OPERATOR-ID       TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING CHQ-AUDIT-REC WS-AUD-CHAIN.
               WRITE CHQ-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
           CLOSE CHQ-REG-FILE.
           CLOSE STOP-PAY-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING CHQ-AUDIT-REC WS-AUD-CHAIN.
           WRITE CHQ-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

