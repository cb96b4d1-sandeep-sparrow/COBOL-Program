           05 AUD-CUS-KEY             PIC X(06).
           05 AUD-RESULT              PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-FORWARD-KEY         PIC X(06).
           05 FILLER                  PIC X(37).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
       01  WS-SQLWL-STATUS   PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'MRGAUDIT'.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
               MOVE APR-LOSER-KEY   TO AUD-CUS-KEY.
               MOVE 'MERGED  '      TO AUD-RESULT.
               MOVE WS-TODAY-DATE   TO AUD-TRAN-DATE.
               MOVE APR-OPERATOR-ID TO AUD-OPERATOR-ID.
               MOVE APR-SURVIVOR-KEY TO AUD-FORWARD-KEY.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING CUS-AUDIT-REC WS-AUD-CHAIN.
               WRITE CUS-AUDIT-REC.

       F0003-EX.
           CLOSE CUSKS080-FILE.
           CLOSE XREF-FILE.
           CLOSE APPROVED-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING CUS-AUDIT-REC WS-AUD-CHAIN.
           WRITE CUS-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.
           CLOSE SQL-WORKLIST-FILE.
