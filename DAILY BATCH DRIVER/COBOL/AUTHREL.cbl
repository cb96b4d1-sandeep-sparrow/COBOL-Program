      * Purpose: DUAL-CONTROL APPROVAL PROGRAM - THE CHECKER SIDE OF
      *        : THE MAKER-CHECKER SCHEME. HIGH-RISK MAINTENANCE
      *        : TRANSACTIONS (RATEMNT/DEDRMNT RATE MOVES, BNKACCM
      *        : ACCOUNT CLOSES, MANJRNL MANUAL JOURNAL VOUCHERS)
      *        : PARK ON THE PENDAUTH FILE INSTEAD
      *        : OF APPLYING; A SECOND OPERATOR'S DECISIONS COME IN
      *        : ON AUTHDECN AND ARE APPLIED HERE. AN APPROVAL
      *        : STAMPS THE CHECKER INTO THE TRANSACTION IMAGE AND
           SELECT RELEASE-ACCT-FILE ASSIGN TO RELACCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELA-STATUS.
      *
           SELECT RELEASE-MJNL-FILE ASSIGN TO RELMJNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELJ-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO RELAUDIT
               ORGANIZATION IS SEQUENTIAL
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ACCT-RELEASE-REC           PIC X(80).
      *
       FD  RELEASE-MJNL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  MJNL-RELEASE-REC           PIC X(80).
      *
      *    ONE AUDIT LINE PER DECISION APPLIED - MAKER AND CHECKER
      *    SIDE BY SIDE, SO EVERY RELEASE OR REJECTION NAMES BOTH
           05 AUD-CHECKER-ID          PIC X(08).
           05 AUD-RESULT              PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(27).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
       01  WS-RELR-STATUS    PIC X(02) VALUE SPACES.
       01  WS-RELD-STATUS    PIC X(02) VALUE SPACES.
       01  WS-RELA-STATUS    PIC X(02) VALUE SPACES.
       01  WS-RELJ-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'RELAUDIT'.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT RELEASE-MJNL-FILE.

               IF WS-RELJ-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file RELMJNL'
                                             TO WS-ERR-MSG
                   MOVE WS-RELJ-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.

                   WHEN 'RATEMNT '
                   WHEN 'DEDRMNT '
                   WHEN 'BNKACCM '
                   WHEN 'MANJRNL '
                       CONTINUE
                   WHEN OTHER
                       MOVE '04' TO WS-REJ-REASON-CDE
                   WHEN 'BNKACCM '
                       MOVE PND-TRAN-IMAGE TO ACCT-RELEASE-REC
                       WRITE ACCT-RELEASE-REC
                   WHEN 'MANJRNL '
                       MOVE PND-TRAN-IMAGE TO MJNL-RELEASE-REC
                       WRITE MJNL-RELEASE-REC
               END-EVALUATE.

               MOVE 'A'            TO PND-STATUS.
               MOVE DEC-CHECKER-ID   TO AUD-CHECKER-ID.
               MOVE WS-TODAY-DATE    TO AUD-TRAN-DATE.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING REL-AUDIT-REC WS-AUD-CHAIN.
               WRITE REL-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
            CLOSE RELEASE-RATE-FILE.
            CLOSE RELEASE-DEDR-FILE.
            CLOSE RELEASE-ACCT-FILE.
            CLOSE RELEASE-MJNL-FILE.
            MOVE 'S' TO WS-AUD-CHAIN-FUNC.
            CALL 'CHNHASH' USING REL-AUDIT-REC WS-AUD-CHAIN.
            WRITE REL-AUDIT-REC.
            CLOSE AUDIT-TRAIL-FILE.
            CLOSE REJECT-FILE.

