           05 PA-DATE              PIC  9(08).
           05 PA-EFF-DATE          PIC  9(08).
           05 PA-LOADED-BY         PIC  X(08).
           05 FILLER               PIC  X(31).
           05 PA-CHAIN-LINK        PIC  9(11) COMP-3.
      *
      *    LAYOUT SHARED WITH PRCLKUP.CBL'S READER SIDE.
       FD  PRICE-EFF-FILE
       01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PEFF-STATUS          PIC X(02) VALUE SPACES.
      *
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'PRCAUDIT'.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      *
      *    EFFECTIVE-DATED LOAD WORK FIELDS AND THE PRCLKUP
      *    IN-FORCE LOOKUP INTERFACE.
       01  WS-EFF-DATE             PIC 9(08) VALUE ZEROES.
            MOVE WS-TODAY-DATE  TO PA-DATE.
            MOVE WS-EFF-DATE    TO PA-EFF-DATE.
            MOVE WS-OPERATOR-ID TO PA-LOADED-BY.
            MOVE 'H' TO WS-AUD-CHAIN-FUNC.
            CALL 'CHNHASH' USING PRICE-AUDIT-REC WS-AUD-CHAIN.
            WRITE PRICE-AUDIT-REC.
            MOVE ZEROES TO WS-EFF-DATE.
      *
       900-CLOSE-FILES.
            CLOSE PRICE-MASTER.
      *    PRCAUDIT IS EXTENDED RUN AFTER RUN - A RUN THAT CHANGED
      *    PRICES SEALS ITS OWN LINES; A LOOKUP-ONLY ONE ADDS NOTHING.
            IF WS-AUD-CHAIN-COUNT > ZEROES
                MOVE 'S' TO WS-AUD-CHAIN-FUNC
                CALL 'CHNHASH' USING PRICE-AUDIT-REC WS-AUD-CHAIN
                WRITE PRICE-AUDIT-REC
            END-IF.
            CLOSE PRICE-AUDIT-FILE.
            CLOSE PRICE-EFF-FILE.
      *
