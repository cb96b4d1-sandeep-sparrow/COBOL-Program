               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SETL-STATUS.
      *
      *    TAX LOTS - EVERY BUY POSTED TO THE LEDGER IS ALSO KEPT AS
      *    ITS OWN LOT (DATE, QUANTITY, PRICE, CHARGES), AND SELLS
      *    RELIEVE THE LOTS FIRST-IN FIRST-OUT, SO GAINS CAN BE
      *    REPORTED BY HOLDING PERIOD - THE AVERAGE COST ON POSLEDG
      *    CANNOT SAY HOW LONG ANY ONE SHARE WAS HELD.
           SELECT TAX-LOT-FILE ASSIGN TO TAXLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS  IS  WS-TLOT-STATUS.
      *
      *    ONE REALIZED-GAIN RECORD PER LOT RELIEVED, APPENDED RUN
      *    ON RUN FOR CGSTMT'S YEAR-END CAPITAL GAINS STATEMENT.
           SELECT REALIZED-GAIN-FILE ASSIGN TO CGAINS
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CGAIN-STATUS.
      *
      *    TRADE JOURNAL - ONE RECORD PER TRADE PRICED, KEYED DATE +
      *    SESSION + CLIENT + TRADE SEQUENCE, HOLDING EVERYTHING THE
      *    TRADE DID (CHARGES, POSITION BEFORE/AFTER, LOTS) SO A
      *    BUSTED OR CORRECTED TRADE CAN BE REVERSED EXACTLY.
           SELECT TRADE-JOURNAL-FILE ASSIGN TO TRDJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-KEY
               FILE STATUS  IS  WS-TJRN-STATUS.
      *
      *    REVISED CONTRACT NOTES FOR CANCELLED/AMENDED TRADES, EACH
      *    MARKED AS REPLACING THE ORIGINAL.
           SELECT CONTRACT-NOTE-FILE ASSIGN TO CONTNOTE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CNOTE-STATUS.
      *
      *    REGISTER OF EVERY CANCEL/AMEND APPLIED OR REJECTED.
           SELECT CORR-REG-FILE ASSIGN TO CORRRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CORR-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
              88 TRADE-IS-BUY           VALUE 'B'.
              88 TRADE-IS-SELL          VALUE 'S'.
           05 TRADE-PRICE      PIC  9(05)V99.
      *    INSTRUMENT TYPE ('EQ' LISTED EQUITY, 'MF' FUND UNITS,
      *    'BD' BOND ...) - SETS THE HOLDING PERIOD THAT MAKES A
      *    GAIN LONG-TERM. BLANK ON LEGACY FEEDS, TAKEN AS 'EQ'.
           05 INSTRUMENT-TYPE  PIC  X(02).
      *    TRADE SEQUENCE WITHIN DATE/SESSION/CLIENT - THE JOURNAL
      *    KEY. ZERO OR BLANK ON A NEW TRADE TAKES THE NEXT FREE ONE.
      *    A CANCEL ('C') OR AMEND ('A') CARRIES THE ORIGINAL TRADE'S
      *    DATE, SESSION, CLIENT AND SEQUENCE; AN AMEND'S REMAINING
      *    FIELDS ARE THE CORRECTED TRADE. BLANK IS A NEW TRADE.
           05 TRADE-SEQ        PIC  9(05).
           05 TRADE-ACTION     PIC  X(01).
              88 TRADE-IS-CANCEL        VALUE 'C'.
              88 TRADE-IS-AMEND         VALUE 'A'.
           05 FILLER           PIC  X(15).
      *
       FD  DEDTOT-FILE.
       COPY DEDTOT.
           05  SO-TRADE-DATE              PIC  9(08).
           05  SO-SESSION                 PIC  X(02).
           05  FILLER                     PIC  X(46).
      *
       FD  TAX-LOT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       COPY TAXLOT.
      *
       FD  REALIZED-GAIN-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       COPY CGREAL.
      *
       FD  TRADE-JOURNAL-FILE
            RECORD CONTAINS 560 CHARACTERS
            RECORDING MODE IS F.
       COPY TRDJRNL.
      *
       FD  CONTRACT-NOTE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CONTRACT-NOTE-REC          PIC X(80).
      *
       FD  CORR-REG-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CORR-REG-REC               PIC X(80).
      *
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
           05  WS-GLF-STATUS              PIC X(2)  VALUE SPACES.
           05  WS-OVRL-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-UTIL-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-TLOT-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-CGAIN-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-TJRN-STATUS             PIC X(2)  VALUE SPACES.
           05  WS-CNOTE-STATUS            PIC X(2)  VALUE SPACES.
           05  WS-CORR-STATUS             PIC X(2)  VALUE SPACES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
           05  CLI-ENTRY OCCURS 100 TIMES INDEXED BY CLI-IDX.
               10  CLI-ID                 PIC X(08).
               10  CLI-TRADES             PIC 9(05).
               10  CLI-DEDUCTION          PIC S9(7)V999.
               10  CLI-NET                PIC S9(7)V999.
               10  CLI-GROSS              PIC 9(11)V99.
      *
      *    RUN TOTALS PER CHARGE CATEGORY AND THE GL ACCOUNTS THEY
      *    POST TO - THE DEBIT SIDE OF EVERY PAIR IS THE CLIENTS
      *    SETTLEMENT CONTROL, THE SAME RECEIVABLE STKSETL COLLECTS.
      *    A CATEGORY LEFT NEGATIVE BY CANCELLED TRADES POSTS ITS
      *    PAIR THE OTHER WAY ROUND.
       01  WS-RUN-BRKG-TOTAL              PIC S9(11)V9999 VALUE ZEROES.
       01  WS-RUN-TCRG-TOTAL              PIC S9(11)V9999 VALUE ZEROES.
       01  WS-RUN-STT-TOTAL               PIC S9(11)V9999 VALUE ZEROES.
       01  WS-RUN-STAMP-TOTAL             PIC S9(11)V9999 VALUE ZEROES.
       01  WS-RUN-GST-TOTAL               PIC S9(11)V9999 VALUE ZEROES.
       01  WS-GL-SIGNED-AMT               PIC S9(11)V9999 VALUE ZEROES.
       01  WS-GL-CATEGORY-AMT             PIC 9(7)V99 VALUE ZEROES.
       01  WS-GL-CONTROL-SIDE             PIC X(02) VALUE 'DR'.
       01  WS-GL-OTHER-SIDE               PIC X(02) VALUE 'CR'.
       01  WS-GL-CREDIT-ACCT              PIC X(06) VALUE SPACES.
       01  WS-GL-POST-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-CLIENTS-CONTROL-ACCT        PIC X(06) VALUE '130100'.
       01  WS-POS-NEW-QTY                 PIC S9(08).
       01  WS-POS-SELL-QTY                PIC 9(07).
       01  WS-POS-REALIZED                PIC S9(09)V99.
      *
      *    TAX-LOT WORK FIELDS. THE LONG-TERM HOLDING PERIOD FOR AN
      *    INSTRUMENT TYPE IS THE DEDRMAST SCALAR 'HOLD XX' IN FORCE
      *    ON THE SELL DATE, IN WHOLE MONTHS - 12 WHEN THERE IS NONE.
       01  WS-LOT-TYPE                    PIC X(02).
       01  WS-LOT-QTY                     PIC 9(07).
       01  WS-LOT-CHARGES                 PIC 9(05)V999.
       01  WS-LOT-REMAINING               PIC 9(07).
       01  WS-LOT-RELIEVE                 PIC 9(07).
       01  WS-LOT-DONE-SW                 PIC X(01).
           88  WS-LOT-DONE                          VALUE 'Y'.
       01  WS-LOT-WRITTEN-SW              PIC X(01).
           88  WS-LOT-WRITTEN                       VALUE 'Y'.
       01  WS-HOLD-MONTHS                 PIC 9(03).
       01  WS-DEFAULT-HOLD-MONTHS         PIC 9(03) VALUE 12.
       01  WS-HOLD-YEARS                  PIC 9(03).
       01  WS-HOLD-EXTRA-MONTHS           PIC 9(02).
       01  WS-LONG-TERM-FROM.
           05  WS-LTF-YYYY                PIC 9(04).
           05  WS-LTF-MM                  PIC 9(02).
           05  WS-LTF-DD                  PIC 9(02).
       01  WS-LONG-TERM-DATE REDEFINES WS-LONG-TERM-FROM
                                          PIC 9(08).
       01  WS-LOTS-WRITTEN                PIC 9(07) VALUE ZEROES.
       01  WS-GAINS-WRITTEN               PIC 9(07) VALUE ZEROES.
      *
      *    DATE/SESSION OF THE SESSION BEING RUN - TAKEN FROM ITS NEW
      *    TRADES, SO A CORRECTION TO AN EARLIER DAY'S TRADE DOES NOT
      *    MOVE THE SETTLEMENT OR GL DATE.
       01  WS-SESSION-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-SESSION-ID                  PIC X(02) VALUE SPACES.
      *
      *    TRADE-JOURNAL AND CORRECTION WORK FIELDS. THE WS-ORIG-
      *    FIELDS KEEP THE ORIGINAL TRADE'S FIGURES ONCE ITS JOURNAL
      *    RECORD HAS BEEN MARKED, FOR THE REVISED CONTRACT NOTE.
       01  WS-TJ-WRITTEN-SW               PIC X(01).
           88  WS-TJ-WRITTEN                        VALUE 'Y'.
       01  WS-REL-SUB                     PIC 9(02).
       01  WS-CORR-NOTE                   PIC X(30).
       01  WS-CORR-NEW-SEQ                PIC 9(05).
       01  WS-CORR-REJECT-SW              PIC X(01).
           88  WS-CORR-REJECTED                     VALUE 'Y'.
       01  WS-CANCEL-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-AMEND-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-CORR-REJECT-COUNT           PIC 9(05) VALUE ZEROES.
       01  WS-ORIG-KEY                    PIC X(23).
       01  WS-ORIG-SEQ                    PIC 9(05).
       01  WS-ORIG-INSTRUMENT             PIC X(08).
       01  WS-ORIG-QTY                    PIC 9(07).
       01  WS-ORIG-BUY-SELL               PIC X(01).
       01  WS-ORIG-PRICE                  PIC 9(05)V99.
       01  WS-ORIG-BRKG                   PIC 9(03)V9999.
       01  WS-ORIG-TCRG                   PIC 9(03)V9999.
       01  WS-ORIG-STT                    PIC 9(03)V9999.
       01  WS-ORIG-STAMP                  PIC 9(03)V99.
       01  WS-ORIG-GST                    PIC 9(03)V9999.
       01  WS-ORIG-TOTAL-DED              PIC 9(03)V999.
       01  WS-ORIG-VALUE                  PIC 9(03)V999.
       01  WS-ORIG-SIGN                   PIC X(01).
      *
       01  CN-HEADER-LINE.
           05  FILLER                     PIC X(28) VALUE
               'REVISED CONTRACT NOTE  DATE:'.
           05  CN-MM                      PIC 99.
           05  FILLER                     PIC X     VALUE '/'.
           05  CN-DD                      PIC 99.
           05  FILLER                     PIC X     VALUE '/'.
           05  CN-YYYY                    PIC 9(04).
           05  FILLER                     PIC X(09) VALUE ' SESSION '.
           05  CN-SESSION                 PIC X(02).
           05  FILLER                     PIC X(31) VALUE SPACES.
       01  CN-REPLACES-LINE.
           05  FILLER                     PIC X(26) VALUE
               'REPLACES CONTRACT NOTE OF '.
           05  FILLER                     PIC X(07) VALUE 'CLIENT '.
           05  CN-CLIENT-ID               PIC X(08).
           05  FILLER                     PIC X(11) VALUE ' TRADE SEQ '.
           05  CN-ORIG-SEQ                PIC 9(05).
           05  FILLER                     PIC X(23) VALUE SPACES.
       01  CN-STATUS-LINE.
           05  CN-STATUS-TEXT             PIC X(30).
           05  CN-NEW-SEQ-AREA.
               10  CN-NEW-SEQ             PIC 9(05).
           05  FILLER                     PIC X(45) VALUE SPACES.
       01  CN-TRADE-LINE.
           05  CN-TRADE-LABEL             PIC X(25).
           05  CN-SIDE                    PIC X(05).
           05  CN-QTY                     PIC Z(06)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CN-INSTRUMENT              PIC X(08).
           05  FILLER                     PIC X(03) VALUE ' @ '.
           05  CN-PRICE                   PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(22) VALUE SPACES.
       01  CN-DETAIL-LINE.
           05  CN-LABEL                   PIC X(25).
           05  CN-SIGN                    PIC X(01).
           05  CN-AMOUNT                  PIC Z,ZZZ,ZZZ.99.
           05  FILLER                     PIC X(42) VALUE SPACES.
      *
       01  CORR-REG-TITLE.
           05  FILLER                     PIC X(26) VALUE
               'TRADE CORRECTIONS REGISTER'.
           05  FILLER                     PIC X(54) VALUE SPACES.
       01  CORR-REG-HEADING.
           05  FILLER                     PIC X(40) VALUE
               'ACTION  DATE     SS CLIENT   SEQ   NEW  '.
           05  FILLER                     PIC X(40) VALUE
               ' RESULT   NOTE'.
       01  CORR-REG-LINE.
           05  CRL-ACTION                 PIC X(07).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CRL-DATE                   PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CRL-SESSION                PIC X(02).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CRL-CLIENT-ID              PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CRL-SEQ                    PIC X(05).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CRL-NEW-SEQ-AREA.
               10  CRL-NEW-SEQ            PIC 9(05).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CRL-RESULT                 PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  CRL-NOTE                   PIC X(30).
      *
       01  WS-TOTAL-DEDUCTION             PIC 999V999.
       01  WS-TOTAL-DEDUCTION-E           PIC 9(03).9(03).
                  CLOSE POS-LEDGER-FILE
                  OPEN I-O POS-LEDGER-FILE
               END-IF.
      *
               OPEN I-O    TAX-LOT-FILE.
               IF WS-TLOT-STATUS = '35'
                  OPEN OUTPUT TAX-LOT-FILE
                  CLOSE TAX-LOT-FILE
                  OPEN I-O TAX-LOT-FILE
               END-IF.
      *
               OPEN EXTEND REALIZED-GAIN-FILE.
               IF WS-CGAIN-STATUS = '35'
                  OPEN OUTPUT REALIZED-GAIN-FILE
               END-IF.
               IF WS-CGAIN-STATUS NOT = ZEROES
                  MOVE 'Error opening file CGAINS'   TO WS-ERR-MSG
                  MOVE WS-CGAIN-STATUS               TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    TRADE-JOURNAL-FILE.
               IF WS-TJRN-STATUS = '35'
                  OPEN OUTPUT TRADE-JOURNAL-FILE
                  CLOSE TRADE-JOURNAL-FILE
                  OPEN I-O TRADE-JOURNAL-FILE
               END-IF.
      *
               OPEN OUTPUT CONTRACT-NOTE-FILE.
               IF WS-CNOTE-STATUS NOT = ZEROES
                  MOVE 'Error opening file CONTNOTE' TO WS-ERR-MSG
                  MOVE WS-CNOTE-STATUS               TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT CORR-REG-FILE.
               IF WS-CORR-STATUS NOT = ZEROES
                  MOVE 'Error opening file CORRRPT'  TO WS-ERR-MSG
                  MOVE WS-CORR-STATUS                TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               WRITE CORR-REG-REC FROM CORR-REG-TITLE.
               WRITE CORR-REG-REC FROM CORR-REG-HEADING.
      *
               OPEN OUTPUT SETTLE-OUT-FILE.
               IF WS-SETL-STATUS NOT = ZEROES
                  ELSE
                     MOVE CLIENT-ACCT-ID TO WS-CURR-CLIENT
                  END-IF
                  IF TRADE-IS-CANCEL OR TRADE-IS-AMEND
                     PERFORM 160-PROCESS-CORRECTION THRU 160-EXIT
                  ELSE
                     COMPUTE WS-SESSION-DATE =
                         (TRD-YYYY * 10000) + (TRD-MM * 100) + TRD-DD
                     MOVE TRADE-SESSION TO WS-SESSION-ID
                     PERFORM 170-PROCESS-TRADE
                  END-IF
               END-IF.
      *
      *    PRICE THE TRADE, POST IT EVERYWHERE IT LANDS, AND JOURNAL
      *    WHAT IT DID. ALSO REPROCESSES THE CORRECTED TRADE OF AN
      *    AMEND ONCE THE ORIGINAL HAS BEEN REVERSED.
         170-PROCESS-TRADE.
               INITIALIZE TRDJRNL-RECORD.
               PERFORM 200-COMPUTE-DEDUCTION.
               PERFORM 300-WRITE-OUTPUT-FILE.
               PERFORM 500-UPDATE-MTD-YTD-TOTALS.
               PERFORM 510-UPDATE-CLIENT-TOTALS.
               PERFORM 520-ACCUMULATE-CLIENT-SESSION.
               IF INSTRUMENT-ID NOT = SPACES
                  AND TRADE-QTY IS NUMERIC
                  AND TRADE-QTY > ZEROES
                  PERFORM 530-UPDATE-POSITION-LEDGER
               END-IF.
               PERFORM 580-WRITE-JOURNAL.
      *
      *    A CANCEL REVERSES THE ORIGINAL TRADE'S CHARGES, TOTALS,
      *    POSITION AND LOTS WHEREVER THEY LANDED; AN AMEND DOES THE
      *    SAME AND THEN PROCESSES THE CORRECTED TRADE CARRIED ON THE
      *    RECORD. EITHER WAY A REVISED CONTRACT NOTE REPLACES THE
      *    ORIGINAL'S AND THE REGISTER SHOWS WHAT WAS DONE.
         160-PROCESS-CORRECTION.
               IF WS-SESSION-DATE = ZEROES
                   COMPUTE WS-SESSION-DATE =
                       (TRD-YYYY * 10000) + (TRD-MM * 100) + TRD-DD
                   MOVE TRADE-SESSION TO WS-SESSION-ID
               END-IF.
               MOVE SPACES TO WS-CORR-NOTE.
               MOVE ZEROES TO WS-CORR-NEW-SEQ.
               MOVE 'N'    TO WS-CORR-REJECT-SW.
      *
               IF TRADE-SEQ NOT NUMERIC
                  OR TRADE-SEQ = ZEROES
                   MOVE 'NO ORIGINAL TRADE SEQUENCE' TO WS-CORR-NOTE
                   GO TO 160-REJECT
               END-IF.
               COMPUTE TJ-TRADE-DATE =
                   (TRD-YYYY * 10000) + (TRD-MM * 100) + TRD-DD.
               MOVE TRADE-SESSION  TO TJ-SESSION.
               MOVE WS-CURR-CLIENT TO TJ-CLIENT-ID.
               MOVE TRADE-SEQ      TO TJ-TRADE-SEQ.
               READ TRADE-JOURNAL-FILE
                   INVALID KEY
                       MOVE 'ORIGINAL TRADE NOT ON JOURNAL'
                           TO WS-CORR-NOTE
                       GO TO 160-REJECT
               END-READ.
               IF NOT TJ-ACTIVE
                   MOVE 'ALREADY CANCELLED OR AMENDED' TO WS-CORR-NOTE
                   GO TO 160-REJECT
               END-IF.
               IF TRADE-IS-AMEND
                  AND NOT TRADE-IS-BUY
                  AND NOT TRADE-IS-SELL
                  AND INSTRUMENT-ID NOT = SPACES
                   MOVE 'AMENDED TRADE HAS NO BUY/SELL' TO WS-CORR-NOTE
                   GO TO 160-REJECT
               END-IF.
      *
               MOVE TJ-KEY          TO WS-ORIG-KEY.
               MOVE TJ-TRADE-SEQ    TO WS-ORIG-SEQ.
               MOVE TJ-INSTRUMENT   TO WS-ORIG-INSTRUMENT.
               MOVE TJ-QTY          TO WS-ORIG-QTY.
               MOVE TJ-BUY-SELL     TO WS-ORIG-BUY-SELL.
               MOVE TJ-PRICE        TO WS-ORIG-PRICE.
               MOVE TJ-BRKG         TO WS-ORIG-BRKG.
               MOVE TJ-TCRG         TO WS-ORIG-TCRG.
               MOVE TJ-STT          TO WS-ORIG-STT.
               MOVE TJ-STAMP        TO WS-ORIG-STAMP.
               MOVE TJ-GST          TO WS-ORIG-GST.
               MOVE TJ-TOTAL-DED    TO WS-ORIG-TOTAL-DED.
               MOVE TJ-VALUE        TO WS-ORIG-VALUE.
               MOVE TJ-VALUE-SIGN   TO WS-ORIG-SIGN.
      *
               PERFORM 590-REVERSE-TOTALS.
               IF TJ-POS-UPDATED
                   PERFORM 592-REVERSE-POSITION THRU 592-EXIT
               END-IF.
               IF TJ-LOT-QTY > ZEROES
                   PERFORM 594-REVERSE-BUY-LOT THRU 594-EXIT
               END-IF.
               IF TJ-RELIEF-COUNT > ZEROES
                   PERFORM 596-REVERSE-ONE-RELIEF
                       VARYING WS-REL-SUB FROM 1 BY 1
                       UNTIL WS-REL-SUB > TJ-RELIEF-COUNT
               END-IF.
               IF TJ-RELIEF-OVERFLOW = 'Y'
                   MOVE 'OVER 5 LOTS RELIEVED - SEE DESK'
                       TO WS-CORR-NOTE
               END-IF.
      *
               IF TRADE-IS-CANCEL
                   MOVE 'C' TO TJ-STATUS
               ELSE
                   MOVE 'M' TO TJ-STATUS
               END-IF.
               MOVE WS-SESSION-DATE TO TJ-CORRECTED-DATE.
               REWRITE TRDJRNL-RECORD.
      *
               IF TRADE-IS-CANCEL
                   ADD 1 TO WS-CANCEL-COUNT
               ELSE
                   ADD 1 TO WS-AMEND-COUNT
                   PERFORM 170-PROCESS-TRADE
                   MOVE TJ-TRADE-SEQ TO WS-CORR-NEW-SEQ
                   MOVE WS-ORIG-KEY  TO TJ-KEY
                   READ TRADE-JOURNAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-CORR-NEW-SEQ TO TJ-REPLACED-BY-SEQ
                           REWRITE TRDJRNL-RECORD
                   END-READ
               END-IF.
               PERFORM 670-WRITE-REVISED-NOTE.
               PERFORM 680-WRITE-CORR-REGISTER.
               GO TO 160-EXIT.
      *
         160-REJECT.
               MOVE 'Y' TO WS-CORR-REJECT-SW.
               ADD 1 TO WS-CORR-REJECT-COUNT.
               DISPLAY 'CORRECTION REJECTED - ' WS-CORR-NOTE.
               PERFORM 680-WRITE-CORR-REGISTER.
      *
         160-EXIT.
               EXIT.
      *
         210-LOOKUP-BROKERAGE-PLAN.
      *
              CLOSE OVER-LIMIT-FILE.
              CLOSE UTIL-RPT-FILE.
              CLOSE GL-FEED-FILE.
              CLOSE TAX-LOT-FILE.
              CLOSE REALIZED-GAIN-FILE.
              CLOSE TRADE-JOURNAL-FILE.
              CLOSE CONTRACT-NOTE-FILE.
              CLOSE CORR-REG-FILE.
              DISPLAY 'LIMIT BREACHES FLAGGED : ' WS-BREACH-COUNT.
              DISPLAY 'TAX LOTS OPENED        : ' WS-LOTS-WRITTEN.
              DISPLAY 'REALIZED GAINS WRITTEN : ' WS-GAINS-WRITTEN.
              DISPLAY 'TRADES CANCELLED       : ' WS-CANCEL-COUNT.
              DISPLAY 'TRADES AMENDED         : ' WS-AMEND-COUNT.
              DISPLAY 'CORRECTIONS REJECTED   : ' WS-CORR-REJECT-COUNT.
      *
      *    ONE BALANCED PAIR PER NONZERO CHARGE CATEGORY - DR THE
      *    CLIENTS SETTLEMENT CONTROL, CR THE INCOME OR PAYABLE
      *    ACCOUNT, SO GLPOST'S DR = CR PROOF STILL HOLDS.
         700-POST-CHARGES-TO-GL.
      *
              MOVE WS-SESSION-DATE    TO WS-GL-POST-DATE.
              MOVE WS-RUN-BRKG-TOTAL  TO WS-GL-SIGNED-AMT.
              MOVE WS-BRKG-INCOME-ACCT TO WS-GL-CREDIT-ACCT.
              PERFORM 710-WRITE-ONE-GL-PAIR.
              MOVE WS-RUN-TCRG-TOTAL  TO WS-GL-SIGNED-AMT.
              MOVE WS-TCRG-INCOME-ACCT TO WS-GL-CREDIT-ACCT.
              PERFORM 710-WRITE-ONE-GL-PAIR.
              MOVE WS-RUN-STT-TOTAL   TO WS-GL-SIGNED-AMT.
              MOVE WS-STT-PAYABLE-ACCT TO WS-GL-CREDIT-ACCT.
              PERFORM 710-WRITE-ONE-GL-PAIR.
              MOVE WS-RUN-STAMP-TOTAL TO WS-GL-SIGNED-AMT.
              MOVE WS-STAMP-PAYABLE-ACCT TO WS-GL-CREDIT-ACCT.
              PERFORM 710-WRITE-ONE-GL-PAIR.
              MOVE WS-RUN-GST-TOTAL   TO WS-GL-SIGNED-AMT.
              MOVE WS-GST-PAYABLE-ACCT TO WS-GL-CREDIT-ACCT.
              PERFORM 710-WRITE-ONE-GL-PAIR.
      *
         710-WRITE-ONE-GL-PAIR.
      *
              IF WS-GL-SIGNED-AMT < ZEROES
                 COMPUTE WS-GL-CATEGORY-AMT = WS-GL-SIGNED-AMT * -1
                 MOVE 'CR'                   TO WS-GL-CONTROL-SIDE
                 MOVE 'DR'                   TO WS-GL-OTHER-SIDE
              ELSE
                 MOVE WS-GL-SIGNED-AMT       TO WS-GL-CATEGORY-AMT
                 MOVE 'DR'                   TO WS-GL-CONTROL-SIDE
                 MOVE 'CR'                   TO WS-GL-OTHER-SIDE
              END-IF.
              IF WS-GL-CATEGORY-AMT = ZEROES
                 CONTINUE
              ELSE
                 MOVE SPACES                 TO GL-TRAN-REF
                 MOVE SPACES                 TO GL-BRANCH-ID
                 MOVE WS-CLIENTS-CONTROL-ACCT TO GL-ACCOUNT-CODE
                 MOVE WS-GL-CONTROL-SIDE     TO GL-DR-CR
                 WRITE GL-FEED-REC
                 MOVE SPACES                 TO GL-FEED-REC
                 MOVE SPACES                 TO GL-SOURCE-ACCT-NO
                 MOVE SPACES                 TO GL-TRAN-REF
                 MOVE SPACES                 TO GL-BRANCH-ID
                 MOVE WS-GL-CREDIT-ACCT      TO GL-ACCOUNT-CODE
                 MOVE WS-GL-OTHER-SIDE       TO GL-DR-CR
                 WRITE GL-FEED-REC
              END-IF.
      *
               END-READ.
      *
         540-APPLY-TRADE-TO-POSITION.
      *
               MOVE 'Y'                TO TJ-POS-SW.
               MOVE PL-QTY             TO TJ-PRE-QTY.
               MOVE PL-AVG-COST        TO TJ-PRE-AVG-COST.
               MOVE PL-REALIZED-PL     TO TJ-PRE-REALIZED.
               MOVE PL-LAST-TRADE-DATE TO TJ-PRE-LAST-DATE.
               PERFORM 570-UPDATE-TAX-LOTS THRU 570-EXIT.
      *
               IF TRADE-IS-BUY
                   COMPUTE WS-POS-NEW-QTY = PL-QTY + TRADE-QTY
                       MOVE TRADE-PRICE TO PL-AVG-COST
                   END-IF
               END-IF.
               MOVE PL-QTY             TO TJ-POST-QTY.
               MOVE PL-AVG-COST        TO TJ-POST-AVG-COST.
               MOVE PL-REALIZED-PL     TO TJ-POST-REALIZED.
      *
      *    RUNS AGAINST THE POSITION AS IT STOOD BEFORE THE TRADE. A
      *    BUY OPENS A LOT FOR WHATEVER IT DOES NOT USE TO COVER A
      *    SHORT; A SELL RELIEVES OPEN LOTS OLDEST FIRST, ONE GAIN
      *    RECORD PER LOT. ANY PART OF A SELL BEYOND THE OPEN LOTS
      *    GOES SHORT ON THE LEDGER AND HAS NO LOT TO REALIZE.
         570-UPDATE-TAX-LOTS.
      *
               IF INSTRUMENT-TYPE = SPACES
                   MOVE 'EQ' TO WS-LOT-TYPE
               ELSE
                   MOVE INSTRUMENT-TYPE TO WS-LOT-TYPE
               END-IF.
      *
               IF TRADE-IS-BUY
                   MOVE TRADE-QTY TO WS-LOT-QTY
                   IF PL-QTY < ZEROES
                       IF TRADE-QTY > (ZEROES - PL-QTY)
                           COMPUTE WS-LOT-QTY = TRADE-QTY + PL-QTY
                       ELSE
                           MOVE ZEROES TO WS-LOT-QTY
                       END-IF
                   END-IF
                   IF WS-LOT-QTY > ZEROES
                       PERFORM 572-OPEN-LOT
                   END-IF
                   GO TO 570-EXIT
               END-IF.
      *
               IF NOT TRADE-IS-SELL
                   GO TO 570-EXIT
               END-IF.
               MOVE SPACES TO WS-DRL-TYPE.
               STRING 'HOLD ' WS-LOT-TYPE DELIMITED BY SIZE
                   INTO WS-DRL-TYPE.
               PERFORM 240-CALL-RATE-LOOKUP.
               MOVE WS-DEFAULT-HOLD-MONTHS TO WS-HOLD-MONTHS.
               IF WS-DRL-FOUND = 'Y'
                  AND DRL-SCALAR-RATE NOT < 1
                   MOVE DRL-SCALAR-RATE TO WS-HOLD-MONTHS
               END-IF.
               DIVIDE WS-HOLD-MONTHS BY 12 GIVING WS-HOLD-YEARS
                   REMAINDER WS-HOLD-EXTRA-MONTHS.
      *
               MOVE TRADE-QTY      TO WS-LOT-REMAINING.
               MOVE 'N'            TO WS-LOT-DONE-SW.
               MOVE WS-CURR-CLIENT TO TL-CLIENT-ID.
               MOVE INSTRUMENT-ID  TO TL-INSTRUMENT.
               MOVE ZEROES         TO TL-BUY-DATE.
               MOVE ZEROES         TO TL-LOT-SEQ.
               START TAX-LOT-FILE KEY IS NOT LESS THAN TL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LOT-DONE-SW
               END-START.
               PERFORM 576-RELIEVE-NEXT-LOT
                   UNTIL WS-LOT-DONE.
      *
         570-EXIT.
               EXIT.
      *
      *    THE LOT TAKES ITS SHARE OF THE TRADE'S DEDUCTIONS. LOTS ON
      *    THE SAME DAY TAKE THE NEXT FREE SEQUENCE, SO A SECOND
      *    SESSION'S BUYS STILL QUEUE BEHIND THE FIRST'S.
         572-OPEN-LOT.
               COMPUTE WS-LOT-CHARGES ROUNDED =
                   WS-TOTAL-DEDUCTION * WS-LOT-QTY / TRADE-QTY.
               INITIALIZE TAXLOT-RECORD.
               MOVE WS-CURR-CLIENT TO TL-CLIENT-ID.
               MOVE INSTRUMENT-ID  TO TL-INSTRUMENT.
               MOVE WS-DRL-DATE    TO TL-BUY-DATE.
               MOVE ZEROES         TO TL-LOT-SEQ.
               MOVE WS-LOT-TYPE    TO TL-INSTR-TYPE.
               MOVE WS-LOT-QTY     TO TL-ORIG-QTY.
               MOVE WS-LOT-QTY     TO TL-OPEN-QTY.
               MOVE TRADE-PRICE    TO TL-PRICE.
               MOVE WS-LOT-CHARGES TO TL-CHARGES.
               MOVE 'T'            TO TL-SOURCE.
               MOVE 'N'            TO WS-LOT-WRITTEN-SW.
               PERFORM 574-WRITE-LOT
                   UNTIL WS-LOT-WRITTEN.
               ADD 1 TO WS-LOTS-WRITTEN.
               MOVE TL-BUY-DATE    TO TJ-LOT-BUY-DATE.
               MOVE TL-LOT-SEQ     TO TJ-LOT-SEQ.
               MOVE WS-LOT-QTY     TO TJ-LOT-QTY.
      *
         574-WRITE-LOT.
               ADD 1 TO TL-LOT-SEQ.
               WRITE TAXLOT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOT-WRITTEN-SW
               END-WRITE.
      *
         576-RELIEVE-NEXT-LOT.
               READ TAX-LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOT-DONE-SW
                   NOT AT END
                       IF TL-CLIENT-ID NOT = WS-CURR-CLIENT
                          OR TL-INSTRUMENT NOT = INSTRUMENT-ID
                           MOVE 'Y' TO WS-LOT-DONE-SW
                       ELSE
                           IF TL-OPEN-QTY > ZEROES
                               PERFORM 578-REALIZE-ONE-LOT
                           END-IF
                       END-IF
               END-READ.
      *
      *    LONG-TERM WHEN THE SELL FALLS AFTER THE SAME DAY THE
      *    HOLDING PERIOD'S MONTHS ON FROM THE BUY.
         578-REALIZE-ONE-LOT.
               IF TL-OPEN-QTY < WS-LOT-REMAINING
                   MOVE TL-OPEN-QTY      TO WS-LOT-RELIEVE
               ELSE
                   MOVE WS-LOT-REMAINING TO WS-LOT-RELIEVE
               END-IF.
      *
               INITIALIZE CGREAL-RECORD.
               MOVE WS-CURR-CLIENT  TO RG-CLIENT-ID.
               MOVE INSTRUMENT-ID   TO RG-INSTRUMENT.
               MOVE TL-INSTR-TYPE   TO RG-INSTR-TYPE.
               MOVE TL-BUY-DATE     TO RG-BUY-DATE.
               MOVE WS-DRL-DATE     TO RG-SELL-DATE.
               MOVE WS-LOT-RELIEVE  TO RG-QTY.
               COMPUTE RG-COST ROUNDED =
                   (WS-LOT-RELIEVE * TL-PRICE) +
                   (TL-CHARGES * WS-LOT-RELIEVE / TL-ORIG-QTY).
               COMPUTE RG-PROCEEDS ROUNDED =
                   (WS-LOT-RELIEVE * TRADE-PRICE) -
                   (WS-TOTAL-DEDUCTION * WS-LOT-RELIEVE / TRADE-QTY).
               COMPUTE RG-GAIN = RG-PROCEEDS - RG-COST.
      *
               MOVE TL-BUY-DATE TO WS-LONG-TERM-DATE.
               ADD WS-HOLD-YEARS        TO WS-LTF-YYYY.
               ADD WS-HOLD-EXTRA-MONTHS TO WS-LTF-MM.
               IF WS-LTF-MM > 12
                   SUBTRACT 12 FROM WS-LTF-MM
                   ADD 1 TO WS-LTF-YYYY
               END-IF.
               IF WS-DRL-DATE > WS-LONG-TERM-DATE
                   MOVE 'L' TO RG-TERM
               ELSE
                   MOVE 'S' TO RG-TERM
               END-IF.
               MOVE WS-HOLD-MONTHS  TO RG-HOLD-MONTHS.
               MOVE TRADE-SESSION   TO RG-SESSION.
               WRITE CGREAL-RECORD.
               ADD 1 TO WS-GAINS-WRITTEN.
               IF TJ-RELIEF-COUNT < 5
                   ADD 1 TO TJ-RELIEF-COUNT
                   MOVE TL-BUY-DATE
                       TO TJ-RL-BUY-DATE (TJ-RELIEF-COUNT)
                   MOVE TL-LOT-SEQ
                       TO TJ-RL-LOT-SEQ (TJ-RELIEF-COUNT)
                   MOVE WS-LOT-RELIEVE TO TJ-RL-QTY (TJ-RELIEF-COUNT)
                   MOVE RG-COST        TO TJ-RL-COST (TJ-RELIEF-COUNT)
                   MOVE RG-PROCEEDS
                       TO TJ-RL-PROCEEDS (TJ-RELIEF-COUNT)
                   MOVE RG-GAIN        TO TJ-RL-GAIN (TJ-RELIEF-COUNT)
                   MOVE RG-TERM        TO TJ-RL-TERM (TJ-RELIEF-COUNT)
                   MOVE RG-HOLD-MONTHS
                       TO TJ-RL-HOLD-MONTHS (TJ-RELIEF-COUNT)
                   MOVE RG-INSTR-TYPE
                       TO TJ-RL-INSTR-TYPE (TJ-RELIEF-COUNT)
               ELSE
                   MOVE 'Y' TO TJ-RELIEF-OVERFLOW
               END-IF.
      *
               SUBTRACT WS-LOT-RELIEVE FROM TL-OPEN-QTY.
               REWRITE TAXLOT-RECORD.
               SUBTRACT WS-LOT-RELIEVE FROM WS-LOT-REMAINING.
               IF WS-LOT-REMAINING = ZEROES
                   MOVE 'Y' TO WS-LOT-DONE-SW
               END-IF.
      *
      *    THE JOURNAL TAKES THE TRADE SEQUENCE THE FEED CARRIED, OR
      *    THE NEXT FREE ONE FOR THE DATE/SESSION/CLIENT. AN AMEND'S
      *    CORRECTED TRADE ALWAYS TAKES A NEW SEQUENCE AND POINTS
      *    BACK AT THE TRADE IT REPLACES.
         580-WRITE-JOURNAL.
               MOVE WS-DRL-DATE        TO TJ-TRADE-DATE.
               MOVE TRADE-SESSION      TO TJ-SESSION.
               MOVE WS-CURR-CLIENT     TO TJ-CLIENT-ID.
               MOVE ZEROES             TO TJ-TRADE-SEQ.
               IF TRADE-IS-AMEND
                   MOVE WS-ORIG-SEQ    TO TJ-REPLACES-SEQ
               ELSE
                   IF TRADE-SEQ IS NUMERIC
                      AND TRADE-SEQ > ZEROES
                       COMPUTE TJ-TRADE-SEQ = TRADE-SEQ - 1
                   END-IF
               END-IF.
               MOVE 'A'                TO TJ-STATUS.
               MOVE TOTAL-MTM          TO TJ-TOTAL-MTM.
               MOVE TOTAL-BUY          TO TJ-TOTAL-BUY.
               MOVE ACCT-PLAN-CODE     TO TJ-PLAN-CODE.
               MOVE GST-CAT-CODE-IN    TO TJ-GST-CAT.
               MOVE INSTRUMENT-ID      TO TJ-INSTRUMENT.
               MOVE INSTRUMENT-TYPE    TO TJ-INSTR-TYPE.
               IF TRADE-QTY IS NUMERIC
                   MOVE TRADE-QTY      TO TJ-QTY
               END-IF.
               MOVE BUY-SELL-IND       TO TJ-BUY-SELL.
               IF TRADE-PRICE IS NUMERIC
                   MOVE TRADE-PRICE    TO TJ-PRICE
               END-IF.
               MOVE WS-BRKG            TO TJ-BRKG.
               MOVE WS-T-CRG           TO TJ-TCRG.
               MOVE WS-STT             TO TJ-STT.
               MOVE WS-USE-STAMP-AMT   TO TJ-STAMP.
               MOVE WS-GST             TO TJ-GST.
               MOVE WS-TOTAL-DEDUCTION TO TJ-TOTAL-DED.
               MOVE WS-VALUE           TO TJ-VALUE.
               MOVE WS-SIGN            TO TJ-VALUE-SIGN.
               MOVE 'N'                TO WS-TJ-WRITTEN-SW.
               PERFORM 585-WRITE-JOURNAL-KEY
                   UNTIL WS-TJ-WRITTEN.
               DISPLAY "TRADE JOURNALLED AS SEQ:" TJ-TRADE-SEQ.
      *
         585-WRITE-JOURNAL-KEY.
               ADD 1 TO TJ-TRADE-SEQ.
               WRITE TRDJRNL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TJ-WRITTEN-SW
               END-WRITE.
      *
      *    TAKES THE ORIGINAL TRADE BACK OUT OF THE DEDTOT/CLIDTOT
      *    YEAR AND MONTH IT WAS POSTED TO, THE RUN'S GL CATEGORY
      *    TOTALS AND THE CLIENT'S SESSION LINE - SO THE SESSION'S
      *    SETTLEMENT OBLIGATION NETS THE REVERSAL.
         590-REVERSE-TOTALS.
               MOVE TRD-YYYY TO DEDTOT-YEAR.
               READ DEDTOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEDTOT-YTD-TOTAL > WS-ORIG-TOTAL-DED
                           SUBTRACT WS-ORIG-TOTAL-DED
                               FROM DEDTOT-YTD-TOTAL
                       ELSE
                           MOVE ZEROES TO DEDTOT-YTD-TOTAL
                       END-IF
                       IF DEDTOT-MTD-TOTAL (TRD-MM) > WS-ORIG-TOTAL-DED
                           SUBTRACT WS-ORIG-TOTAL-DED
                               FROM DEDTOT-MTD-TOTAL (TRD-MM)
                       ELSE
                           MOVE ZEROES TO DEDTOT-MTD-TOTAL (TRD-MM)
                       END-IF
                       REWRITE DEDTOT-RECORD
               END-READ.
      *
               MOVE WS-CURR-CLIENT TO CLIDTOT-CLIENT.
               MOVE TRD-YYYY       TO CLIDTOT-YEAR.
               READ CLIDTOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLIDTOT-YTD-TOTAL > WS-ORIG-TOTAL-DED
                           SUBTRACT WS-ORIG-TOTAL-DED
                               FROM CLIDTOT-YTD-TOTAL
                       ELSE
                           MOVE ZEROES TO CLIDTOT-YTD-TOTAL
                       END-IF
                       IF CLIDTOT-MTD-TOTAL (TRD-MM)
                              > WS-ORIG-TOTAL-DED
                           SUBTRACT WS-ORIG-TOTAL-DED
                               FROM CLIDTOT-MTD-TOTAL (TRD-MM)
                       ELSE
                           MOVE ZEROES TO CLIDTOT-MTD-TOTAL (TRD-MM)
                       END-IF
                       IF CLIDTOT-YTD-TRADES > ZEROES
                           SUBTRACT 1 FROM CLIDTOT-YTD-TRADES
                       END-IF
                       IF CLIDTOT-MTD-TRADES (TRD-MM) > ZEROES
                           SUBTRACT 1 FROM CLIDTOT-MTD-TRADES (TRD-MM)
                       END-IF
                       REWRITE CLIDTOT-RECORD
               END-READ.
      *
               SUBTRACT WS-ORIG-BRKG  FROM WS-RUN-BRKG-TOTAL.
               SUBTRACT WS-ORIG-TCRG  FROM WS-RUN-TCRG-TOTAL.
               SUBTRACT WS-ORIG-STT   FROM WS-RUN-STT-TOTAL.
               SUBTRACT WS-ORIG-STAMP FROM WS-RUN-STAMP-TOTAL.
               SUBTRACT WS-ORIG-GST   FROM WS-RUN-GST-TOTAL.
      *
               SET CLI-IDX TO 1.
               SEARCH CLI-ENTRY
                   AT END
                       SET CLI-IDX TO 100
                       SET CLI-IDX UP BY 1
                   WHEN CLI-IDX > WS-CLIENT-COUNT
                       CONTINUE
                   WHEN CLI-ID (CLI-IDX) = WS-CURR-CLIENT
                       CONTINUE
               END-SEARCH.
               IF CLI-IDX > WS-CLIENT-COUNT
                   IF WS-CLIENT-COUNT < 100
                       ADD 1 TO WS-CLIENT-COUNT
                       SET CLI-IDX TO WS-CLIENT-COUNT
                       MOVE WS-CURR-CLIENT TO CLI-ID (CLI-IDX)
                       MOVE ZEROES TO CLI-TRADES    (CLI-IDX)
                       MOVE ZEROES TO CLI-DEDUCTION (CLI-IDX)
                       MOVE ZEROES TO CLI-NET       (CLI-IDX)
                       MOVE ZEROES TO CLI-GROSS     (CLI-IDX)
                   ELSE
                       DISPLAY 'CLIENT TABLE FULL - ' WS-CURR-CLIENT
                               ' REVERSAL NOT IN SESSION SECTION'
                   END-IF
               END-IF.
               IF CLI-IDX NOT GREATER THAN WS-CLIENT-COUNT
                   SUBTRACT WS-ORIG-TOTAL-DED
                       FROM CLI-DEDUCTION (CLI-IDX)
                   IF WS-ORIG-SIGN = '+'
                       SUBTRACT WS-ORIG-VALUE FROM CLI-NET (CLI-IDX)
                   ELSE
                       ADD WS-ORIG-VALUE TO CLI-NET (CLI-IDX)
                   END-IF
               END-IF.
      *
      *    WHEN THE LEDGER STILL STANDS WHERE THE TRADE LEFT IT, THE
      *    POSITION GOES BACK TO EXACTLY WHAT IT WAS; IF LATER TRADES
      *    HAVE MOVED IT SINCE, THE TRADE'S EFFECT IS BACKED OUT
      *    ARITHMETICALLY INSTEAD.
         592-REVERSE-POSITION.
               MOVE WS-CURR-CLIENT     TO PL-CLIENT-ID.
               MOVE WS-ORIG-INSTRUMENT TO PL-INSTRUMENT.
               READ POS-LEDGER-FILE
                   INVALID KEY
                       MOVE 'POSITION NOT ON LEDGER' TO WS-CORR-NOTE
                       GO TO 592-EXIT
               END-READ.
               IF PL-QTY = TJ-POST-QTY
                  AND PL-AVG-COST = TJ-POST-AVG-COST
                  AND PL-REALIZED-PL = TJ-POST-REALIZED
                   MOVE TJ-PRE-QTY       TO PL-QTY
                   MOVE TJ-PRE-AVG-COST  TO PL-AVG-COST
                   MOVE TJ-PRE-REALIZED  TO PL-REALIZED-PL
                   MOVE TJ-PRE-LAST-DATE TO PL-LAST-TRADE-DATE
               ELSE
                   MOVE 'LEDGER MOVED SINCE - BACKED OUT'
                       TO WS-CORR-NOTE
                   IF WS-ORIG-BUY-SELL = 'B'
                       COMPUTE WS-POS-NEW-QTY = PL-QTY - WS-ORIG-QTY
                       COMPUTE WS-POS-COST-TOTAL =
                           (PL-QTY * PL-AVG-COST) -
                           (WS-ORIG-QTY * WS-ORIG-PRICE)
                       IF WS-POS-NEW-QTY > ZEROES
                          AND WS-POS-COST-TOTAL > ZEROES
                           COMPUTE PL-AVG-COST ROUNDED =
                               WS-POS-COST-TOTAL / WS-POS-NEW-QTY
                       END-IF
                       MOVE WS-POS-NEW-QTY TO PL-QTY
                   ELSE
                       ADD WS-ORIG-QTY TO PL-QTY
                       COMPUTE PL-REALIZED-PL = PL-REALIZED-PL -
                           (TJ-POST-REALIZED - TJ-PRE-REALIZED)
                   END-IF
               END-IF.
               REWRITE POS-LEDGER-REC.
      *
         592-EXIT.
               EXIT.
      *
      *    THE LOT A BUY OPENED GOES WITH IT - UNLESS A LATER SELL HAS
      *    ALREADY RELIEVED PART OF IT, WHEN WHAT IS LEFT IS CLOSED
      *    AND THE DESK SORTS OUT THE GAIN ALREADY REPORTED.
         594-REVERSE-BUY-LOT.
               MOVE WS-CURR-CLIENT     TO TL-CLIENT-ID.
               MOVE WS-ORIG-INSTRUMENT TO TL-INSTRUMENT.
               MOVE TJ-LOT-BUY-DATE    TO TL-BUY-DATE.
               MOVE TJ-LOT-SEQ         TO TL-LOT-SEQ.
               READ TAX-LOT-FILE
                   INVALID KEY
                       MOVE 'TAX LOT NOT ON FILE' TO WS-CORR-NOTE
                       GO TO 594-EXIT
               END-READ.
               IF TL-OPEN-QTY NOT < TL-ORIG-QTY
                   DELETE TAX-LOT-FILE RECORD
               ELSE
                   MOVE 'LOT PART SOLD - SEE DESK' TO WS-CORR-NOTE
                   MOVE ZEROES TO TL-OPEN-QTY
                   REWRITE TAXLOT-RECORD
               END-IF.
      *
         594-EXIT.
               EXIT.
      *
      *    EACH LOT A SELL RELIEVED TAKES ITS QUANTITY BACK, AND THE
      *    GAIN REPORTED FOR IT IS CANCELLED BY A REVERSAL RECORD.
         596-REVERSE-ONE-RELIEF.
               MOVE WS-CURR-CLIENT     TO TL-CLIENT-ID.
               MOVE WS-ORIG-INSTRUMENT TO TL-INSTRUMENT.
               MOVE TJ-RL-BUY-DATE (WS-REL-SUB) TO TL-BUY-DATE.
               MOVE TJ-RL-LOT-SEQ (WS-REL-SUB)  TO TL-LOT-SEQ.
               READ TAX-LOT-FILE
                   INVALID KEY
                       MOVE 'TAX LOT NOT ON FILE' TO WS-CORR-NOTE
                   NOT INVALID KEY
                       ADD TJ-RL-QTY (WS-REL-SUB) TO TL-OPEN-QTY
                       REWRITE TAXLOT-RECORD
               END-READ.
      *
               INITIALIZE CGREAL-RECORD.
               MOVE WS-CURR-CLIENT     TO RG-CLIENT-ID.
               MOVE WS-ORIG-INSTRUMENT TO RG-INSTRUMENT.
               MOVE TJ-RL-INSTR-TYPE (WS-REL-SUB) TO RG-INSTR-TYPE.
               MOVE TJ-RL-BUY-DATE (WS-REL-SUB)   TO RG-BUY-DATE.
               MOVE TJ-TRADE-DATE      TO RG-SELL-DATE.
               MOVE TJ-RL-QTY (WS-REL-SUB)        TO RG-QTY.
               COMPUTE RG-COST     = ZEROES - TJ-RL-COST (WS-REL-SUB).
               COMPUTE RG-PROCEEDS =
                   ZEROES - TJ-RL-PROCEEDS (WS-REL-SUB).
               COMPUTE RG-GAIN     = ZEROES - TJ-RL-GAIN (WS-REL-SUB).
               MOVE TJ-RL-TERM (WS-REL-SUB)        TO RG-TERM.
               MOVE TJ-RL-HOLD-MONTHS (WS-REL-SUB) TO RG-HOLD-MONTHS.
               MOVE TJ-SESSION         TO RG-SESSION.
               MOVE 'R'                TO RG-ENTRY-TYPE.
               WRITE CGREAL-RECORD.
               ADD 1 TO WS-GAINS-WRITTEN.
      *
         520-ACCUMULATE-CLIENT-SESSION.
      *
                   MOVE '+' TO SO-NET-SIGN
                   MOVE CLI-NET (CLI-IDX) TO SO-NET-AMOUNT
               END-IF.
               MOVE WS-SESSION-DATE     TO SO-TRADE-DATE.
               MOVE WS-SESSION-ID       TO SO-SESSION.
               WRITE SETTLE-OUT-REC.
      *
      *    THE REVISED CONTRACT NOTE - A CANCEL SHOWS THE ORIGINAL
      *    CHARGES AND NET REVERSED; AN AMEND SHOWS THE CORRECTED
      *    TRADE'S CHARGES AND NET UNDER ITS NEW TRADE SEQUENCE.
         670-WRITE-REVISED-NOTE.
               MOVE TRD-MM             TO CN-MM.
               MOVE TRD-DD             TO CN-DD.
               MOVE TRD-YYYY           TO CN-YYYY.
               MOVE TRADE-SESSION      TO CN-SESSION.
               WRITE CONTRACT-NOTE-REC FROM CN-HEADER-LINE.
               MOVE WS-CURR-CLIENT     TO CN-CLIENT-ID.
               MOVE WS-ORIG-SEQ        TO CN-ORIG-SEQ.
               WRITE CONTRACT-NOTE-REC FROM CN-REPLACES-LINE.
      *
               MOVE 'ORIGINAL TRADE:'  TO CN-TRADE-LABEL.
               MOVE WS-ORIG-BUY-SELL   TO CN-SIDE.
               MOVE WS-ORIG-QTY        TO CN-QTY.
               MOVE WS-ORIG-INSTRUMENT TO CN-INSTRUMENT.
               MOVE WS-ORIG-PRICE      TO CN-PRICE.
               PERFORM 675-SET-SIDE-TEXT.
               WRITE CONTRACT-NOTE-REC FROM CN-TRADE-LINE.
      *
               IF TRADE-IS-CANCEL
                   MOVE 'TRADE CANCELLED'  TO CN-STATUS-TEXT
                   MOVE SPACES             TO CN-NEW-SEQ-AREA
                   WRITE CONTRACT-NOTE-REC FROM CN-STATUS-LINE
                   MOVE '-'                TO CN-SIGN
                   MOVE 'BROKERAGE REVERSED:'   TO CN-LABEL
                   MOVE WS-ORIG-BRKG            TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'TXN CHARGE REVERSED:'  TO CN-LABEL
                   MOVE WS-ORIG-TCRG            TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'STT REVERSED:'         TO CN-LABEL
                   MOVE WS-ORIG-STT             TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'STAMP DUTY REVERSED:'  TO CN-LABEL
                   MOVE WS-ORIG-STAMP           TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'GST REVERSED:'         TO CN-LABEL
                   MOVE WS-ORIG-GST             TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'CHARGES REVERSED:'     TO CN-LABEL
                   MOVE WS-ORIG-TOTAL-DED       TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'NET AMOUNT REVERSED:'  TO CN-LABEL
                   MOVE WS-ORIG-SIGN            TO CN-SIGN
                   MOVE WS-ORIG-VALUE           TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
               ELSE
                   MOVE 'TRADE AMENDED - NEW TRADE SEQ ' TO
                       CN-STATUS-TEXT
                   MOVE WS-CORR-NEW-SEQ    TO CN-NEW-SEQ
                   WRITE CONTRACT-NOTE-REC FROM CN-STATUS-LINE
                   MOVE 'AMENDED TRADE:'   TO CN-TRADE-LABEL
                   MOVE BUY-SELL-IND       TO CN-SIDE
                   MOVE ZEROES             TO CN-QTY
                   IF TRADE-QTY IS NUMERIC
                       MOVE TRADE-QTY      TO CN-QTY
                   END-IF
                   MOVE INSTRUMENT-ID      TO CN-INSTRUMENT
                   MOVE ZEROES             TO CN-PRICE
                   IF TRADE-PRICE IS NUMERIC
                       MOVE TRADE-PRICE    TO CN-PRICE
                   END-IF
                   PERFORM 675-SET-SIDE-TEXT
                   WRITE CONTRACT-NOTE-REC FROM CN-TRADE-LINE
                   MOVE SPACE              TO CN-SIGN
                   MOVE 'BROKERAGE CHARGE:'     TO CN-LABEL
                   MOVE WS-BRKG                 TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'TRANSACTION CHARGE:'   TO CN-LABEL
                   MOVE WS-T-CRG                TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'STT CHARGE:'           TO CN-LABEL
                   MOVE WS-STT                  TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'STAMP DUTY:'           TO CN-LABEL
                   MOVE WS-USE-STAMP-AMT        TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'GST CHARGE:'           TO CN-LABEL
                   MOVE WS-GST                  TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'TOTAL CHARGES:'        TO CN-LABEL
                   MOVE WS-TOTAL-DEDUCTION      TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'NET AMOUNT:'           TO CN-LABEL
                   MOVE WS-SIGN                 TO CN-SIGN
                   MOVE WS-VALUE                TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
                   MOVE 'ORIGINAL NET AMOUNT:'  TO CN-LABEL
                   MOVE WS-ORIG-SIGN            TO CN-SIGN
                   MOVE WS-ORIG-VALUE           TO CN-AMOUNT
                   WRITE CONTRACT-NOTE-REC FROM CN-DETAIL-LINE
               END-IF.
               MOVE SPACES TO CONTRACT-NOTE-REC.
               WRITE CONTRACT-NOTE-REC.
      *
         675-SET-SIDE-TEXT.
               EVALUATE CN-SIDE
                   WHEN 'B'
                       MOVE 'BUY  ' TO CN-SIDE
                   WHEN 'S'
                       MOVE 'SELL ' TO CN-SIDE
                   WHEN OTHER
                       MOVE SPACES  TO CN-SIDE
               END-EVALUATE.
      *
         680-WRITE-CORR-REGISTER.
               IF TRADE-IS-CANCEL
                   MOVE 'CANCEL ' TO CRL-ACTION
               ELSE
                   MOVE 'AMEND  ' TO CRL-ACTION
               END-IF.
               COMPUTE CRL-DATE =
                   (TRD-YYYY * 10000) + (TRD-MM * 100) + TRD-DD.
               MOVE TRADE-SESSION  TO CRL-SESSION.
               MOVE WS-CURR-CLIENT TO CRL-CLIENT-ID.
               MOVE TRADE-SEQ      TO CRL-SEQ.
               IF WS-CORR-NEW-SEQ = ZEROES
                   MOVE SPACES          TO CRL-NEW-SEQ-AREA
               ELSE
                   MOVE WS-CORR-NEW-SEQ TO CRL-NEW-SEQ
               END-IF.
               IF WS-CORR-REJECTED
                   MOVE 'REJECTED' TO CRL-RESULT
               ELSE
                   MOVE 'APPLIED ' TO CRL-RESULT
               END-IF.
               MOVE WS-CORR-NOTE   TO CRL-NOTE.
               WRITE CORR-REG-REC FROM CORR-REG-LINE.
      *
         800-INIT-REPORT.
               MOVE  CURRENT-HOUR                        TO RPT-HH.
