           05  JRN-PRIOR-AVAIL            PIC S9(7)V99.
           05  JRN-TRAN-TYPE              PIC  X(08).
           05  JRN-DATE                   PIC  9(08).
           05  FILLER                     PIC  X(12).
           05  JRN-CHAIN-LINK             PIC  9(11) COMP-3.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S GL-FEED-REC.
       FD  GL-FEED-FILE
           05  AUD-TRAN-REF               PIC  X(12).
           05  AUD-BRANCH-ID              PIC  X(04).
           05  AUD-TELLER-ID              PIC  X(04).
           05  FILLER                     PIC  X(18).
           05  AUD-CHAIN-LINK             PIC  9(11) COMP-3.
      *
       FD  REMIT-OUT-FILE
            RECORD CONTAINS 80 CHARACTERS
       01  WS-READ-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-ESCHEATED-COUNT             PIC 9(05) VALUE ZEROES.
       01  WS-ESCHEATED-AMOUNT            PIC 9(11)V99 VALUE ZEROES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL AND
      *    THE JOURNAL - EVERY RECORD LINKED, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC          PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN           PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE          PIC X(08) VALUE 'ESCAUDIT'.
           05  WS-AUD-CHAIN-HASH          PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT        PIC X(01) VALUE SPACE.
       01  WS-JRN-CHAIN.
           05  WS-JRN-CHAIN-FUNC          PIC X(01) VALUE 'H'.
           05  WS-JRN-CHAIN-LEN           PIC 9(03) VALUE 80.
           05  WS-JRN-CHAIN-FILE          PIC X(08) VALUE 'ESCJRNL '.
           05  WS-JRN-CHAIN-HASH          PIC 9(11) VALUE ZEROES.
           05  WS-JRN-CHAIN-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-JRN-CHAIN-RESULT        PIC X(01) VALUE SPACE.
       01  WS-JRN-SEQ                     PIC 9(09) VALUE ZEROES.
       01  WS-ESCH-AMT                    PIC 9(7)V99 VALUE ZEROES.
      *
               MOVE AVAIL-AMT      TO JRN-PRIOR-AVAIL.
               MOVE 'ESCHEAT '     TO JRN-TRAN-TYPE.
               MOVE WS-TODAY-DATE  TO JRN-DATE.
               MOVE 'H' TO WS-JRN-CHAIN-FUNC.
               CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN.
               WRITE JOURNAL-REC.
      *
      *    THE DOUBLE ENTRY - OUT OF THE DEPOSIT-LIABILITY ACCOUNT
               MOVE SPACES              TO AUD-TRAN-REF.
               MOVE SPACES              TO AUD-BRANCH-ID.
               MOVE SPACES              TO AUD-TELLER-ID.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN.
               WRITE AUDIT-TRAIL-REC.
      *
               MOVE ZEROES TO BAL-AMT.
      *
         400-CLOSE-FILES.
               CLOSE BALANCE-AMT.
               MOVE 'S' TO WS-JRN-CHAIN-FUNC.
               CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN.
               WRITE JOURNAL-REC.
               CLOSE JOURNAL-FILE.
               CLOSE GL-FEED-FILE.
               MOVE 'S' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN.
               WRITE AUDIT-TRAIL-REC.
               CLOSE AUDIT-TRAIL-FILE.
               CLOSE REMIT-OUT-FILE.
               CLOSE ESCH-REG-FILE.
