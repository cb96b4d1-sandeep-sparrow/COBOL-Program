           05  CA-REASON-CODE          PIC X(08).
           05  CA-DATE                 PIC 9(08).
           05  CA-TIME                 PIC 9(06).
           05  FILLER                  PIC X(28).
           05  CA-CHAIN-LINK           PIC 9(11) COMP-3.
      *
       FD  INQUIRY-RPT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  WS-EXT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'CKPTAUD '.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      *
       01  WS-CKPT-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-CKPT-EOF                    VALUE 'Y'.
           MOVE WS-REASON-CODE TO CA-REASON-CODE.
           MOVE WS-TODAY-DATE  TO CA-DATE.
           MOVE WS-NOW-TIME    TO CA-TIME.
           MOVE 'H' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING CKPT-AUDIT-REC WS-AUD-CHAIN.
           WRITE CKPT-AUDIT-REC.
      *
       900-CLOSE-FILES.
      *
           CLOSE CHECKPOINT-FILE.
      *    CKPTAUD IS EXTENDED RUN AFTER RUN - A RUN THAT FORCED
      *    SOMETHING SEALS ITS OWN RECORDS; AN INQUIRY ADDS NOTHING.
           IF WS-AUD-CHAIN-COUNT > ZEROES
              MOVE 'S' TO WS-AUD-CHAIN-FUNC
              CALL 'CHNHASH' USING CKPT-AUDIT-REC WS-AUD-CHAIN
              WRITE CKPT-AUDIT-REC
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE INQUIRY-RPT-FILE.
      *
