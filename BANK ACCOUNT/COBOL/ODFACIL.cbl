      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 05-10-2020
      * Purpose: NIGHTLY OVERDRAFT FACILITY SWEEP - TAKES EVERY
      *        : OVERDRAFT LIMIT WHOSE EXPIRY DATE HAS PASSED OFF THE
      *        : BALFILE MASTER (LOGGED IN THE BNKACCM AUDIT SHAPE),
      *        : KEEPS A KEYED TRACKER OF THE DATE EACH ACCOUNT WENT
      *        : OVERDRAWN, AND PRINTS THE CREDIT DESK'S EXCESS-OVER-
      *        : LIMIT AGING REPORT (1-30/31-60/61-90/90+ DAYS
      *        : CONTINUOUSLY OVERDRAWN) WITH TOTALS BY BUCKET.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. ODFACIL.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
      *    ONE RECORD PER ACCOUNT CURRENTLY OVERDRAWN, CARRYING THE
      *    FIRST NIGHT OF THE UNBROKEN OVERDRAWN RUN. REMOVED THE
      *    NIGHT THE ACCOUNT IS BACK IN CREDIT.
           SELECT OD-TRACK-FILE ASSIGN TO ODTRACK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODT-ACCT-NO
               FILE STATUS IS WS-TRK-STATUS.
      *
      *    ONE AUDIT LINE PER FACILITY EXPIRED - SAME SHAPE AS THE
      *    BNKACCM MAINTENANCE TRAIL, SO THE LIMIT DROP READS LIKE
      *    ANY OTHER LIMIT CHANGE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO ODAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
           SELECT OD-AGING-RPT-FILE ASSIGN TO ODAGERPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BALANCE-IO.
           02  ACCT-NO              PIC X(10).
      *    NAMED ACCOUNT-DATA FIELDS (BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BALREC.cbl
           COPY BALREC.
      *
       FD  OD-TRACK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  OD-TRACK-REC.
           05  ODT-ACCT-NO                PIC  X(10).
           05  ODT-OVERDRAWN-SINCE        PIC  9(08).
           05  ODT-LAST-SEEN-DATE         PIC  9(08).
           05  FILLER                     PIC  X(54).
      *
      *    LAYOUT MIRRORS BNKACCM.CBL'S ACC-AUDIT-REC.
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ACC-AUDIT-REC.
           05  AUD-TRAN-CODE              PIC  X(01).
           05  AUD-ACCT-NO                PIC  X(10).
           05  AUD-RESULT                 PIC  X(08).
           05  AUD-OLD-LIMIT              PIC  9999999.99.
           05  AUD-NEW-LIMIT              PIC  9999999.99.
           05  AUD-ACCT-TYPE              PIC  X(01).
           05  AUD-TRAN-DATE              PIC  9(08).
           05  AUD-CHECKER-ID             PIC  X(08).
           05  AUD-OD-SANCTION-DATE       PIC  9(08).
           05  AUD-OD-EXPIRY-DATE         PIC  9(08).
           05  FILLER                     PIC  X(02).
           05  AUD-CHAIN-LINK             PIC  9(11) COMP-3.
      *
       FD  OD-AGING-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  OD-AGING-RPT-REC               PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-TRK-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-BAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-BAL-EOF                           VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INT                   PIC S9(9).
       01  WS-SINCE-INT                   PIC S9(9).
      *
       01  WS-READ-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-EXPIRED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-OVERDRAWN-COUNT             PIC 9(05) VALUE ZEROES.
       01  WS-NEW-OVERDRAWN-COUNT         PIC 9(05) VALUE ZEROES.
       01  WS-CLEARED-COUNT               PIC 9(05) VALUE ZEROES.
      *
       01  WS-LIMIT-AMT                   PIC 9(7)V99 VALUE ZEROES.
       01  WS-OVERDRAWN-AMT               PIC 9(7)V99 VALUE ZEROES.
       01  WS-EXCESS-AMT                  PIC 9(7)V99 VALUE ZEROES.
       01  WS-SINCE-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-DAYS-OVERDRAWN              PIC 9(05) VALUE ZEROES.
       01  WS-BKT-SUB                     PIC 9(01) VALUE ZEROES.
      *
      *    AGING BUCKETS - UPPER BOUND IN DAYS CONTINUOUSLY
      *    OVERDRAWN, LABEL, AND THE NIGHT'S COUNT AND EXCESS. THE
      *    LAST BUCKET TAKES EVERYTHING OVER 90 DAYS.
       01  BUCKET-LIMIT-VALUES.
           05  FILLER              PIC X(10) VALUE '00030 1-30'.
           05  FILLER              PIC X(10) VALUE '0006031-60'.
           05  FILLER              PIC X(10) VALUE '0009061-90'.
           05  FILLER              PIC X(10) VALUE '99999 90+ '.
       01  BUCKET-LIMIT-TABLE REDEFINES BUCKET-LIMIT-VALUES.
           05  BKL-ENTRY OCCURS 4 TIMES.
               10  BKL-MAX-DAYS    PIC 9(05).
               10  BKL-LABEL       PIC X(05).
       01  BUCKET-TOTALS.
           05  BKT-ENTRY OCCURS 4 TIMES.
               10  BKT-COUNT       PIC 9(05).
               10  BKT-EXCESS      PIC 9(9)V99.
       01  WS-TOTAL-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-EXCESS                PIC 9(9)V99 VALUE ZEROES.
      *
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'ODAUDIT '.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'OVERDRAFT EXCESS-OVER-LIMIT AGING AS '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(44) VALUE
               'ACCT-NO        BALANCE      LIMIT     EXCESS'.
           05  FILLER               PIC X(36) VALUE
               ' SINCE     DAYS BUCKET'.
       01  RPT-DETAIL-REC.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-BALANCE           PIC -Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-LIMIT             PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-EXCESS            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-SINCE             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-DAYS              PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-BUCKET            PIC X(05).
           05  FILLER               PIC X(15) VALUE SPACES.
       01  RPT-BUCKET-REC.
           05  FILLER               PIC X(08) VALUE 'BUCKET  '.
           05  RB-LABEL             PIC X(05).
           05  FILLER               PIC X(11) VALUE '  ACCOUNTS:'.
           05  RB-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  EXCESS: '.
           05  RB-EXCESS            PIC Z(8)9.99.
           05  FILLER               PIC X(29) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(13) VALUE 'ALL BUCKETS  '.
           05  FILLER               PIC X(11) VALUE '  ACCOUNTS:'.
           05  RT-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  EXCESS: '.
           05  RT-EXCESS            PIC Z(8)9.99.
           05  FILLER               PIC X(29) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********OVERDRAFT FACILITY SWEEP***************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           INITIALIZE BUCKET-TOTALS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE OD-AGING-RPT-REC FROM RPT-HEADER-REC.
           WRITE OD-AGING-RPT-REC FROM RPT-COLUMN-REC.
      *
           MOVE LOW-VALUES TO ACCT-NO.
           START BALANCE-AMT KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-BAL-EOF-SW
           END-START.
      *
           PERFORM 200-SWEEP-ONE-ACCOUNT
              UNTIL WS-BAL-EOF.
      *
           PERFORM 300-WRITE-BUCKET-TOTALS.
      *
           DISPLAY 'ACCOUNTS READ          : ' WS-READ-COUNT.
           DISPLAY 'FACILITIES EXPIRED     : ' WS-EXPIRED-COUNT.
           DISPLAY 'ACCOUNTS OVERDRAWN     : ' WS-OVERDRAWN-COUNT.
           DISPLAY 'NEWLY OVERDRAWN        : ' WS-NEW-OVERDRAWN-COUNT.
           DISPLAY 'BACK IN CREDIT         : ' WS-CLEARED-COUNT.
           DISPLAY 'ACCOUNTS OVER LIMIT    : ' WS-TOTAL-COUNT.
           DISPLAY 'TOTAL EXCESS           : ' WS-TOTAL-EXCESS.
      *
           PERFORM 400-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN I-O    BALANCE-AMT.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file BALFILE'    TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O OD-TRACK-FILE.
               IF WS-TRK-STATUS = '35'
                  OPEN OUTPUT OD-TRACK-FILE
                  CLOSE OD-TRACK-FILE
                  OPEN I-O OD-TRACK-FILE
               END-IF.
               IF WS-TRK-STATUS NOT = ZEROES
                  MOVE 'Error opening file ODTRACK'    TO WS-ERR-MSG
                  MOVE WS-TRK-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.
               IF WS-AUDIT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ODAUDIT'    TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT OD-AGING-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ODAGERPT'   TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-SWEEP-ONE-ACCOUNT.
               READ BALANCE-AMT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BAL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 210-EXPIRE-FACILITY
                       PERFORM 220-TRACK-OVERDRAWN
               END-READ.
      *
      *    A LIMIT PAST ITS EXPIRY DATE COMES OFF THE MASTER. THE
      *    DATES STAY, SO A RENEWAL THROUGH BNKACCM HAS TO QUOTE A
      *    NEW EXPIRY DATE. NO EXPIRY DATE = OPEN-ENDED, LEFT ALONE.
         210-EXPIRE-FACILITY.
               MOVE OVERDRAFT-LIMIT TO WS-LIMIT-AMT.
               IF WS-LIMIT-AMT > ZEROES
                  AND OD-EXPIRY-DATE IS NUMERIC
                  AND OD-EXPIRY-DATE > ZEROES
                  AND OD-EXPIRY-DATE < WS-TODAY-DATE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE ZEROES TO OVERDRAFT-LIMIT
                   REWRITE BALANCE-IO
                   MOVE SPACES             TO ACC-AUDIT-REC
                   MOVE 'C'                TO AUD-TRAN-CODE
                   MOVE ACCT-NO            TO AUD-ACCT-NO
                   MOVE 'EXPIRED '         TO AUD-RESULT
                   MOVE WS-LIMIT-AMT       TO AUD-OLD-LIMIT
                   MOVE ZEROES             TO AUD-NEW-LIMIT
                   MOVE ACCT-TYPE          TO AUD-ACCT-TYPE
                   MOVE WS-TODAY-DATE      TO AUD-TRAN-DATE
                   MOVE OD-SANCTION-DATE   TO AUD-OD-SANCTION-DATE
                   MOVE OD-EXPIRY-DATE     TO AUD-OD-EXPIRY-DATE
                   MOVE 'H' TO WS-AUD-CHAIN-FUNC
                   CALL 'CHNHASH' USING ACC-AUDIT-REC WS-AUD-CHAIN
                   WRITE ACC-AUDIT-REC
               END-IF.
      *
      *    THE TRACKER HOLDS THE FIRST NIGHT OF THE CURRENT
      *    OVERDRAWN RUN - A RETURN TO CREDIT ENDS THE RUN, SO THE
      *    NEXT OVERDRAFT STARTS COUNTING FROM ONE AGAIN.
         220-TRACK-OVERDRAWN.
               MOVE ACCT-NO TO ODT-ACCT-NO.
               IF BAL-AMT NOT < ZEROES
                   DELETE OD-TRACK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CLEARED-COUNT
                   END-DELETE
               ELSE
                   ADD 1 TO WS-OVERDRAWN-COUNT
                   READ OD-TRACK-FILE
                       INVALID KEY
                           ADD 1 TO WS-NEW-OVERDRAWN-COUNT
                           MOVE SPACES         TO OD-TRACK-REC
                           MOVE ACCT-NO        TO ODT-ACCT-NO
                           MOVE WS-TODAY-DATE  TO ODT-OVERDRAWN-SINCE
                           MOVE WS-TODAY-DATE  TO ODT-LAST-SEEN-DATE
                           WRITE OD-TRACK-REC
                       NOT INVALID KEY
                           MOVE WS-TODAY-DATE  TO ODT-LAST-SEEN-DATE
                           REWRITE OD-TRACK-REC
                   END-READ
                   MOVE ODT-OVERDRAWN-SINCE TO WS-SINCE-DATE
                   PERFORM 230-AGE-EXCESS THRU 230-AGE-EXIT
               END-IF.
      *
      *    ONLY THE PART OF THE OVERDRAFT ABOVE THE LIMIT NOW ON THE
      *    MASTER (AN EXPIRED ONE HAS ALREADY GONE TO ZERO) IS AGED.
         230-AGE-EXCESS.
               MOVE OVERDRAFT-LIMIT TO WS-LIMIT-AMT.
               COMPUTE WS-OVERDRAWN-AMT = ZEROES - BAL-AMT.
               IF WS-OVERDRAWN-AMT NOT > WS-LIMIT-AMT
                   GO TO 230-AGE-EXIT
               END-IF.
               COMPUTE WS-EXCESS-AMT = WS-OVERDRAWN-AMT - WS-LIMIT-AMT.
      *
               COMPUTE WS-SINCE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-SINCE-DATE).
               COMPUTE WS-DAYS-OVERDRAWN =
                   WS-TODAY-INT - WS-SINCE-INT + 1.
      *
               MOVE 1 TO WS-BKT-SUB.
               PERFORM 231-FIND-BUCKET
                   UNTIL WS-BKT-SUB = 4
                      OR WS-DAYS-OVERDRAWN NOT > BKL-MAX-DAYS
                                                  (WS-BKT-SUB).
               ADD 1             TO BKT-COUNT  (WS-BKT-SUB).
               ADD WS-EXCESS-AMT TO BKT-EXCESS (WS-BKT-SUB).
               ADD 1             TO WS-TOTAL-COUNT.
               ADD WS-EXCESS-AMT TO WS-TOTAL-EXCESS.
      *
               MOVE ACCT-NO             TO RD-ACCT-NO.
               MOVE BAL-AMT             TO RD-BALANCE.
               MOVE WS-LIMIT-AMT        TO RD-LIMIT.
               MOVE WS-EXCESS-AMT       TO RD-EXCESS.
               MOVE WS-SINCE-DATE       TO RD-SINCE.
               MOVE WS-DAYS-OVERDRAWN   TO RD-DAYS.
               MOVE BKL-LABEL (WS-BKT-SUB) TO RD-BUCKET.
               WRITE OD-AGING-RPT-REC FROM RPT-DETAIL-REC.
      *
         230-AGE-EXIT.
               EXIT.
      *
         231-FIND-BUCKET.
               ADD 1 TO WS-BKT-SUB.
      *
         300-WRITE-BUCKET-TOTALS.
               MOVE 1 TO WS-BKT-SUB.
               PERFORM 310-WRITE-ONE-BUCKET 4 TIMES.
               MOVE WS-TOTAL-COUNT  TO RT-COUNT.
               MOVE WS-TOTAL-EXCESS TO RT-EXCESS.
               WRITE OD-AGING-RPT-REC FROM RPT-TOTAL-REC.
      *
         310-WRITE-ONE-BUCKET.
               MOVE BKL-LABEL  (WS-BKT-SUB) TO RB-LABEL.
               MOVE BKT-COUNT  (WS-BKT-SUB) TO RB-COUNT.
               MOVE BKT-EXCESS (WS-BKT-SUB) TO RB-EXCESS.
               WRITE OD-AGING-RPT-REC FROM RPT-BUCKET-REC.
               ADD 1 TO WS-BKT-SUB.
      *
         400-CLOSE-FILES.
               CLOSE BALANCE-AMT.
               CLOSE OD-TRACK-FILE.
               MOVE 'S' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING ACC-AUDIT-REC WS-AUD-CHAIN.
               WRITE ACC-AUDIT-REC.
               CLOSE AUDIT-TRAIL-FILE.
               CLOSE OD-AGING-RPT-FILE.
      *
         900-ERR-HANDLING.
               DISPLAY '********************************'.
               DISPLAY '  ERROR HANDLING REPORT '.
               DISPLAY '********************************'.
               DISPLAY '  ' WS-ERR-MSG.
               DISPLAY '  ' WS-ERR-CDE.
               DISPLAY '  ' WS-ERR-PROC.
               DISPLAY '********************************'.
               CALL 'ERRLOG' USING WS-ERR-MSG WS-ERR-CDE WS-ERR-PROC
                                   WS-ERR-SEV.
               MOVE 16 TO RETURN-CODE.
               STOP RUN.
      *
