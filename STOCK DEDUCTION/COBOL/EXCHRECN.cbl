      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 19-11-2020
      * Purpose: EXCHANGE CHARGES BILL RECONCILIATION - LOADS THE
      *        : EXCHANGE'S MONTHLY CHARGES STATEMENT (TRANSACTION
      *        : CHARGE, STT AND STAMP DUTY BILLED BY TRADE DATE AND
      *        : SEGMENT), TOTALS THE SAME CHARGES AS STKCBL COMPUTED
      *        : THEM FOR THOSE DATES OFF THE TRDJRNL TRADE JOURNAL,
      *        : AND PRINTS A DAY-BY-DAY RECONCILIATION. A DAY WHOSE
      *        : BILLED AND COMPUTED FIGURES DIFFER BY MORE THAN THE
      *        : TOLERANCE IS FLAGGED (RC 4), SO A RATE-TABLE ERROR OR
      *        : A MISSED TRADE IS CAUGHT BEFORE THE BILL IS PAID.
      *        :
      *        : THE SEGMENT IS THE INSTRUMENT TYPE THE TRADE CARRIED
      *        : ('EQ', 'MF', 'BD' ...; BLANK COUNTS AS 'EQ'). ONLY
      *        : TRADES STILL ACTIVE ON THE JOURNAL COUNT - A BUSTED
      *        : TRADE IS NOT BILLED, AN AMENDED ONE IS BILLED AS ITS
      *        : CORRECTION. A STATEMENT THAT FAILS ITS TRAILER IS
      *        : STILL RECONCILED BUT ENDS RC 8.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. EXCHRECN.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT EXCH-BILL-FILE ASSIGN TO EXCHBILL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-BILL-STATUS.
      *
           SELECT TRADE-JOURNAL-FILE ASSIGN TO TRDJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-KEY
               FILE STATUS  IS  WS-TJRN-STATUS.
      *
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO RECNCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTL-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT RECON-RPT-FILE ASSIGN TO RECNRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    ONE 'D' RECORD PER TRADE DATE AND SEGMENT BILLED, THEN A
      *    'T' TRAILER DECLARING THE DETAIL COUNT AND CHARGE TOTALS.
       FD  EXCH-BILL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  EXCH-BILL-REC.
           05  EB-REC-TYPE                PIC X(01).
               88  EB-DETAIL                        VALUE 'D'.
               88  EB-TRAILER                       VALUE 'T'.
           05  EB-TRADE-DATE              PIC 9(08).
           05  EB-SEGMENT                 PIC X(02).
           05  EB-TXN-CHARGE              PIC 9(09)V99.
           05  EB-STT                     PIC 9(09)V99.
           05  EB-STAMP                   PIC 9(09)V99.
           05  FILLER                     PIC X(36).
       01  EXCH-BILL-TRL REDEFINES EXCH-BILL-REC.
           05  FILLER                     PIC X(01).
           05  EBT-REC-COUNT              PIC 9(07).
           05  EBT-TXN-TOTAL              PIC 9(11)V99.
           05  EBT-STT-TOTAL              PIC 9(11)V99.
           05  EBT-STAMP-TOTAL            PIC 9(11)V99.
           05  FILLER                     PIC X(33).
      *
       FD  TRADE-JOURNAL-FILE
            RECORD CONTAINS 560 CHARACTERS
            RECORDING MODE IS F.
       COPY TRDJRNL.
      *
      *    ONE CARD - THE TOLERANCE PER CHARGE PER DAY AND SEGMENT,
      *    9(05)V99 IN COLUMNS 1-7. NO CARD MEANS 1.00.
       FD  CONTROL-CARD-FILE RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-TOLERANCE              PIC 9(05)V99.
           05  FILLER                     PIC X(73).
      *
      *    BILLED ('B') AND COMPUTED ('J') FIGURES MEET HERE BY TRADE
      *    DATE AND SEGMENT.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SRT-TRADE-DATE             PIC 9(08).
           05  SRT-SEGMENT                PIC X(02).
           05  SRT-SOURCE                 PIC X(01).
           05  SRT-TXN                    PIC 9(09)V9999.
           05  SRT-STT                    PIC 9(09)V9999.
           05  SRT-STAMP                  PIC 9(09)V9999.
      *
       FD  RECON-RPT-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01  RECON-RPT-REC                  PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BILL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TJRN-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-BILL-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-BILL-EOF                          VALUE 'Y'.
       01  WS-TJRN-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-TJRN-EOF                          VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND                     VALUE 'Y'.
       01  WS-TRAILER-OK-SW               PIC X(01) VALUE 'N'.
           88  WS-TRAILER-OK                        VALUE 'Y'.
      *
       01  WS-TOLERANCE                   PIC 9(05)V99 VALUE 1.00.
       01  WS-PERIOD-FROM                 PIC 9(08) VALUE 99999999.
       01  WS-PERIOD-TO                   PIC 9(08) VALUE ZEROES.
      *
      *    CONTROL TOTALS - DECLARED ON THE TRAILER, COUNTED HERE.
       01  WS-BILL-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-BILL-TXN-SUM                PIC 9(11)V99 VALUE ZEROES.
       01  WS-BILL-STT-SUM                PIC 9(11)V99 VALUE ZEROES.
       01  WS-BILL-STAMP-SUM              PIC 9(11)V99 VALUE ZEROES.
      *
       01  WS-TRADES-READ                 PIC 9(07) VALUE ZEROES.
       01  WS-TRADES-COUNTED              PIC 9(07) VALUE ZEROES.
       01  WS-DAYS-PRINTED                PIC 9(05) VALUE ZEROES.
       01  WS-DAYS-FLAGGED                PIC 9(05) VALUE ZEROES.
      *
      *    THE DATE/SEGMENT IN HAND AND ITS BILLED AND COMPUTED
      *    FIGURES; THE PERIOD TOTALS BUILD FROM THEM.
       01  WS-CURR-DATE                   PIC 9(08) VALUE ZEROES.
       01  WS-CURR-SEGMENT                PIC X(02) VALUE SPACES.
       01  WS-CURR-BILLED-SW              PIC X(01) VALUE 'N'.
           88  WS-CURR-BILLED                       VALUE 'Y'.
       01  WS-CURR-TRADED-SW              PIC X(01) VALUE 'N'.
           88  WS-CURR-TRADED                       VALUE 'Y'.
       01  WS-DAY-FIGURES.
           05  WS-DAY-BILL-TXN            PIC 9(09)V9999.
           05  WS-DAY-BILL-STT            PIC 9(09)V9999.
           05  WS-DAY-BILL-STAMP          PIC 9(09)V9999.
           05  WS-DAY-OUR-TXN             PIC 9(09)V9999.
           05  WS-DAY-OUR-STT             PIC 9(09)V9999.
           05  WS-DAY-OUR-STAMP           PIC 9(09)V9999.
       01  WS-DAY-OUR-ROUNDED             PIC 9(09)V99.
       01  WS-DAY-DIFF-TXN                PIC S9(09)V99.
       01  WS-DAY-DIFF-STT                PIC S9(09)V99.
       01  WS-DAY-DIFF-STAMP              PIC S9(09)V99.
       01  WS-ABS-DIFF                    PIC 9(09)V99.
       01  WS-DAY-FLAG-SW                 PIC X(01).
           88  WS-DAY-FLAGGED                       VALUE 'Y'.
       01  WS-TOTAL-FIGURES.
           05  WS-TOT-BILL-TXN            PIC 9(11)V99.
           05  WS-TOT-BILL-STT            PIC 9(11)V99.
           05  WS-TOT-BILL-STAMP          PIC 9(11)V99.
           05  WS-TOT-OUR-TXN             PIC 9(11)V99.
           05  WS-TOT-OUR-STT             PIC 9(11)V99.
           05  WS-TOT-OUR-STAMP           PIC 9(11)V99.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RECON-TITLE-LINE.
           05  FILLER               PIC X(36) VALUE
               'EXCHANGE CHARGES RECONCILIATION    '.
           05  FILLER               PIC X(07) VALUE 'PERIOD '.
           05  RT-FROM-DATE         PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  RT-TO-DATE           PIC 9(08).
           05  FILLER               PIC X(13) VALUE '  TOLERANCE '.
           05  RT-TOLERANCE         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(47) VALUE SPACES.
       01  RECON-HDR1-LINE.
           05  FILLER               PIC X(13) VALUE 'TRADE DT SG  '.
           05  FILLER               PIC X(36) VALUE
               '------ TRANSACTION CHARGE ------    '.
           05  FILLER               PIC X(36) VALUE
               '-------------- STT -------------    '.
           05  FILLER               PIC X(36) VALUE
               '---------- STAMP DUTY ----------    '.
           05  FILLER               PIC X(11) VALUE SPACES.
       01  RECON-HDR2-LINE.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  FILLER               PIC X(36) VALUE
               '     BILLED    COMPUTED      DIFF   '.
           05  FILLER               PIC X(36) VALUE
               '     BILLED    COMPUTED      DIFF   '.
           05  FILLER               PIC X(36) VALUE
               '     BILLED    COMPUTED      DIFF   '.
           05  FILLER               PIC X(11) VALUE SPACES.
       01  RECON-DETAIL-LINE.
           05  RD-LABEL.
               10  RD-DATE          PIC 9(08).
               10  FILLER           PIC X(01) VALUE SPACE.
               10  RD-SEGMENT       PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-TXN-BILLED        PIC Z(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-TXN-OURS          PIC Z(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-TXN-DIFF          PIC -Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-STT-BILLED        PIC Z(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-STT-OURS          PIC Z(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-STT-DIFF          PIC -Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-STAMP-BILLED      PIC Z(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-STAMP-OURS        PIC Z(7)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-STAMP-DIFF        PIC -Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-FLAG              PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
       01  RECON-TOTAL-LINE.
           05  RX-LABEL             PIC X(13).
           05  RX-TXN-BILLED        PIC Z(8)9.99.
           05  RX-TXN-OURS          PIC Z(8)9.99.
           05  RX-TXN-DIFF          PIC -Z(7)9.99.
           05  RX-STT-BILLED        PIC Z(8)9.99.
           05  RX-STT-OURS          PIC Z(8)9.99.
           05  RX-STT-DIFF          PIC -Z(7)9.99.
           05  RX-STAMP-BILLED      PIC Z(8)9.99.
           05  RX-STAMP-OURS        PIC Z(8)9.99.
           05  RX-STAMP-DIFF        PIC -Z(7)9.99.
           05  FILLER               PIC X(11) VALUE SPACES.
       01  RECON-MESSAGE-LINE.
           05  RM-TEXT              PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACES.
       01  RECON-SUMMARY-LINE.
           05  FILLER               PIC X(13) VALUE 'DAYS/SEGMENT '.
           05  RS-DAYS              PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  FLAGGED: '.
           05  RS-FLAGGED           PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  TRADES: '.
           05  RS-TRADES            PIC Z(6)9.
           05  FILLER               PIC X(81) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           DISPLAY '*********EXCHANGE CHARGES RECONCILIATION**********'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-CONTROL-CARD.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TRADE-DATE
                                SRT-SEGMENT
                                SRT-SOURCE
               INPUT PROCEDURE IS 200-RELEASE-CHARGES
               OUTPUT PROCEDURE IS 300-PRINT-RECONCILIATION.
      *
           PERFORM 380-PRINT-TOTALS.
      *
           DISPLAY 'BILL DETAIL RECORDS : ' WS-BILL-COUNT.
           DISPLAY 'JOURNAL TRADES READ : ' WS-TRADES-READ.
           DISPLAY 'TRADES RECONCILED   : ' WS-TRADES-COUNTED.
           DISPLAY 'DAY/SEGMENT LINES   : ' WS-DAYS-PRINTED.
           DISPLAY 'OVER TOLERANCE      : ' WS-DAYS-FLAGGED.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF NOT WS-TRAILER-OK
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-DAYS-FLAGGED > ZEROES
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
           STOP RUN.
      *
      *    NO JOURNAL YET MEANS NOTHING HAS BEEN COMPUTED - EVERY
      *    BILLED DAY THEN SHOWS AGAINST ZERO.
         100-OPEN-FILES.
               OPEN INPUT  EXCH-BILL-FILE.
               IF WS-BILL-STATUS NOT = ZEROES
                  MOVE 'Error opening file EXCHBILL'   TO WS-ERR-MSG
                  MOVE WS-BILL-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  TRADE-JOURNAL-FILE.
               IF WS-TJRN-STATUS NOT = '00'
                  MOVE 'Y' TO WS-TJRN-EOF-SW
               END-IF.
      *
               OPEN OUTPUT RECON-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file RECNRPT'    TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         110-READ-CONTROL-CARD.
               OPEN INPUT CONTROL-CARD-FILE.
               IF WS-CTL-STATUS = '00'
                  READ CONTROL-CARD-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF CTL-TOLERANCE IS NUMERIC
                              MOVE CTL-TOLERANCE TO WS-TOLERANCE
                          END-IF
                  END-READ
                  CLOSE CONTROL-CARD-FILE
               END-IF.
               DISPLAY 'TOLERANCE PER CHARGE: ' WS-TOLERANCE.
      *
      *    THE BILL FIRST - ITS DATES BOUND THE PERIOD - THEN EVERY
      *    ACTIVE JOURNAL TRADE WITHIN THOSE DATES.
         200-RELEASE-CHARGES.
               PERFORM 210-RELEASE-ONE-BILL-LINE UNTIL WS-BILL-EOF.
               PERFORM 230-PROVE-TRAILER.
               IF WS-BILL-COUNT = ZEROES
                  MOVE 'Y' TO WS-TJRN-EOF-SW
               END-IF.
               IF NOT WS-TJRN-EOF
                  MOVE WS-PERIOD-FROM TO TJ-TRADE-DATE
                  MOVE LOW-VALUES     TO TJ-SESSION
                  MOVE LOW-VALUES     TO TJ-CLIENT-ID
                  MOVE ZEROES         TO TJ-TRADE-SEQ
                  START TRADE-JOURNAL-FILE
                      KEY IS NOT LESS THAN TJ-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-TJRN-EOF-SW
                  END-START
               END-IF.
               PERFORM 250-RELEASE-ONE-TRADE UNTIL WS-TJRN-EOF.
      *
         210-RELEASE-ONE-BILL-LINE.
               READ EXCH-BILL-FILE
                  AT END
                     MOVE 'Y' TO WS-BILL-EOF-SW
                  NOT AT END
                     EVALUATE TRUE
                        WHEN EB-TRAILER
                           MOVE 'Y' TO WS-TRAILER-SW
                           MOVE 'Y' TO WS-BILL-EOF-SW
                        WHEN EB-DETAIL
                           PERFORM 220-BUILD-BILL-SORT-REC
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
               END-READ.
      *
         220-BUILD-BILL-SORT-REC.
               ADD 1 TO WS-BILL-COUNT.
               ADD EB-TXN-CHARGE TO WS-BILL-TXN-SUM.
               ADD EB-STT        TO WS-BILL-STT-SUM.
               ADD EB-STAMP      TO WS-BILL-STAMP-SUM.
               IF EB-TRADE-DATE < WS-PERIOD-FROM
                  MOVE EB-TRADE-DATE TO WS-PERIOD-FROM
               END-IF.
               IF EB-TRADE-DATE > WS-PERIOD-TO
                  MOVE EB-TRADE-DATE TO WS-PERIOD-TO
               END-IF.
               MOVE EB-TRADE-DATE  TO SRT-TRADE-DATE.
               IF EB-SEGMENT = SPACES
                  MOVE 'EQ'        TO SRT-SEGMENT
               ELSE
                  MOVE EB-SEGMENT  TO SRT-SEGMENT
               END-IF.
               MOVE 'B'            TO SRT-SOURCE.
               MOVE EB-TXN-CHARGE  TO SRT-TXN.
               MOVE EB-STT         TO SRT-STT.
               MOVE EB-STAMP       TO SRT-STAMP.
               RELEASE SORT-REC.
      *
         230-PROVE-TRAILER.
               IF WS-TRAILER-FOUND
                  AND EBT-REC-COUNT   = WS-BILL-COUNT
                  AND EBT-TXN-TOTAL   = WS-BILL-TXN-SUM
                  AND EBT-STT-TOTAL   = WS-BILL-STT-SUM
                  AND EBT-STAMP-TOTAL = WS-BILL-STAMP-SUM
                  MOVE 'Y' TO WS-TRAILER-OK-SW
               ELSE
                  DISPLAY 'CHARGES STATEMENT FAILS ITS CONTROL TRAILER'
               END-IF.
      *
         250-RELEASE-ONE-TRADE.
               READ TRADE-JOURNAL-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-TJRN-EOF-SW
                  NOT AT END
                     IF TJ-TRADE-DATE > WS-PERIOD-TO
                        MOVE 'Y' TO WS-TJRN-EOF-SW
                     ELSE
                        ADD 1 TO WS-TRADES-READ
                        IF TJ-ACTIVE
                           PERFORM 260-BUILD-TRADE-SORT-REC
                        END-IF
                     END-IF
               END-READ.
      *
         260-BUILD-TRADE-SORT-REC.
               MOVE TJ-TRADE-DATE  TO SRT-TRADE-DATE.
               IF TJ-INSTR-TYPE = SPACES
                  MOVE 'EQ'        TO SRT-SEGMENT
               ELSE
                  MOVE TJ-INSTR-TYPE TO SRT-SEGMENT
               END-IF.
               MOVE 'J'            TO SRT-SOURCE.
               MOVE TJ-TCRG        TO SRT-TXN.
               MOVE TJ-STT         TO SRT-STT.
               MOVE TJ-STAMP       TO SRT-STAMP.
               RELEASE SORT-REC.
               ADD 1 TO WS-TRADES-COUNTED.
      *
         300-PRINT-RECONCILIATION.
               MOVE WS-PERIOD-FROM TO RT-FROM-DATE.
               MOVE WS-PERIOD-TO   TO RT-TO-DATE.
               IF WS-BILL-COUNT = ZEROES
                  MOVE ZEROES      TO RT-FROM-DATE
               END-IF.
               MOVE WS-TOLERANCE   TO RT-TOLERANCE.
               WRITE RECON-RPT-REC FROM RECON-TITLE-LINE.
               IF NOT WS-TRAILER-OK
                  MOVE 'CHARGES STATEMENT FAILS ITS CONTROL TRAILER'
                                   TO RM-TEXT
                  WRITE RECON-RPT-REC FROM RECON-MESSAGE-LINE
               END-IF.
               WRITE RECON-RPT-REC FROM RECON-HDR1-LINE.
               WRITE RECON-RPT-REC FROM RECON-HDR2-LINE.
               INITIALIZE WS-TOTAL-FIGURES.
      *
               PERFORM 310-RETURN-ONE-CHARGE.
               PERFORM 320-ACCUMULATE-ONE-CHARGE UNTIL WS-SORT-EOF.
               IF WS-CURR-DATE NOT = ZEROES
                  PERFORM 350-PRINT-DAY
               END-IF.
      *
         310-RETURN-ONE-CHARGE.
               RETURN SORT-WORK-FILE
                  AT END
                     MOVE 'Y' TO WS-SORT-EOF-SW
               END-RETURN.
      *
         320-ACCUMULATE-ONE-CHARGE.
               IF SRT-TRADE-DATE NOT = WS-CURR-DATE
                  OR SRT-SEGMENT NOT = WS-CURR-SEGMENT
                  IF WS-CURR-DATE NOT = ZEROES
                     PERFORM 350-PRINT-DAY
                  END-IF
                  MOVE SRT-TRADE-DATE TO WS-CURR-DATE
                  MOVE SRT-SEGMENT    TO WS-CURR-SEGMENT
                  MOVE 'N'            TO WS-CURR-BILLED-SW
                  MOVE 'N'            TO WS-CURR-TRADED-SW
                  INITIALIZE WS-DAY-FIGURES
               END-IF.
      *
               IF SRT-SOURCE = 'B'
                  MOVE 'Y' TO WS-CURR-BILLED-SW
                  ADD SRT-TXN   TO WS-DAY-BILL-TXN
                  ADD SRT-STT   TO WS-DAY-BILL-STT
                  ADD SRT-STAMP TO WS-DAY-BILL-STAMP
               ELSE
                  MOVE 'Y' TO WS-CURR-TRADED-SW
                  ADD SRT-TXN   TO WS-DAY-OUR-TXN
                  ADD SRT-STT   TO WS-DAY-OUR-STT
                  ADD SRT-STAMP TO WS-DAY-OUR-STAMP
               END-IF.
               PERFORM 310-RETURN-ONE-CHARGE.
      *
      *    OUR FIGURES ARE CARRIED TO FOUR PLACES PER TRADE AND
      *    ROUNDED ONLY ONCE SUMMED FOR THE DAY, AS THE EXCHANGE BILLS.
         350-PRINT-DAY.
               MOVE 'N' TO WS-DAY-FLAG-SW.
               MOVE WS-CURR-DATE    TO RD-DATE.
               MOVE WS-CURR-SEGMENT TO RD-SEGMENT.
      *
               MOVE WS-DAY-BILL-TXN TO RD-TXN-BILLED.
               COMPUTE WS-DAY-OUR-ROUNDED ROUNDED = WS-DAY-OUR-TXN.
               MOVE WS-DAY-OUR-ROUNDED TO RD-TXN-OURS.
               ADD WS-DAY-OUR-ROUNDED  TO WS-TOT-OUR-TXN.
               COMPUTE WS-DAY-DIFF-TXN =
                   WS-DAY-BILL-TXN - WS-DAY-OUR-ROUNDED.
               MOVE WS-DAY-DIFF-TXN TO RD-TXN-DIFF WS-ABS-DIFF.
               IF WS-ABS-DIFF > WS-TOLERANCE
                  MOVE 'Y' TO WS-DAY-FLAG-SW
               END-IF.
      *
               MOVE WS-DAY-BILL-STT TO RD-STT-BILLED.
               COMPUTE WS-DAY-OUR-ROUNDED ROUNDED = WS-DAY-OUR-STT.
               MOVE WS-DAY-OUR-ROUNDED TO RD-STT-OURS.
               ADD WS-DAY-OUR-ROUNDED  TO WS-TOT-OUR-STT.
               COMPUTE WS-DAY-DIFF-STT =
                   WS-DAY-BILL-STT - WS-DAY-OUR-ROUNDED.
               MOVE WS-DAY-DIFF-STT TO RD-STT-DIFF WS-ABS-DIFF.
               IF WS-ABS-DIFF > WS-TOLERANCE
                  MOVE 'Y' TO WS-DAY-FLAG-SW
               END-IF.
      *
               MOVE WS-DAY-BILL-STAMP TO RD-STAMP-BILLED.
               COMPUTE WS-DAY-OUR-ROUNDED ROUNDED = WS-DAY-OUR-STAMP.
               MOVE WS-DAY-OUR-ROUNDED TO RD-STAMP-OURS.
               ADD WS-DAY-OUR-ROUNDED  TO WS-TOT-OUR-STAMP.
               COMPUTE WS-DAY-DIFF-STAMP =
                   WS-DAY-BILL-STAMP - WS-DAY-OUR-ROUNDED.
               MOVE WS-DAY-DIFF-STAMP TO RD-STAMP-DIFF WS-ABS-DIFF.
               IF WS-ABS-DIFF > WS-TOLERANCE
                  MOVE 'Y' TO WS-DAY-FLAG-SW
               END-IF.
      *
               ADD WS-DAY-BILL-TXN   TO WS-TOT-BILL-TXN.
               ADD WS-DAY-BILL-STT   TO WS-TOT-BILL-STT.
               ADD WS-DAY-BILL-STAMP TO WS-TOT-BILL-STAMP.
      *
               EVALUATE TRUE
                  WHEN NOT WS-CURR-BILLED
                     MOVE 'NOT BILLED' TO RD-FLAG
                  WHEN NOT WS-CURR-TRADED
                     MOVE 'NO TRADES ' TO RD-FLAG
                  WHEN OTHER
                     MOVE SPACES       TO RD-FLAG
               END-EVALUATE.
               IF WS-DAY-FLAGGED
                  ADD 1 TO WS-DAYS-FLAGGED
                  IF RD-FLAG = SPACES
                     MOVE '** CHECK  ' TO RD-FLAG
                  END-IF
               END-IF.
               WRITE RECON-RPT-REC FROM RECON-DETAIL-LINE.
               ADD 1 TO WS-DAYS-PRINTED.
      *
         380-PRINT-TOTALS.
               MOVE 'PERIOD TOTAL '   TO RX-LABEL.
               MOVE WS-TOT-BILL-TXN   TO RX-TXN-BILLED.
               MOVE WS-TOT-OUR-TXN    TO RX-TXN-OURS.
               COMPUTE RX-TXN-DIFF = WS-TOT-BILL-TXN - WS-TOT-OUR-TXN.
               MOVE WS-TOT-BILL-STT   TO RX-STT-BILLED.
               MOVE WS-TOT-OUR-STT    TO RX-STT-OURS.
               COMPUTE RX-STT-DIFF = WS-TOT-BILL-STT - WS-TOT-OUR-STT.
               MOVE WS-TOT-BILL-STAMP TO RX-STAMP-BILLED.
               MOVE WS-TOT-OUR-STAMP  TO RX-STAMP-OURS.
               COMPUTE RX-STAMP-DIFF =
                   WS-TOT-BILL-STAMP - WS-TOT-OUR-STAMP.
               WRITE RECON-RPT-REC FROM RECON-TOTAL-LINE.
      *
               MOVE WS-DAYS-PRINTED   TO RS-DAYS.
               MOVE WS-DAYS-FLAGGED   TO RS-FLAGGED.
               MOVE WS-TRADES-COUNTED TO RS-TRADES.
               WRITE RECON-RPT-REC FROM RECON-SUMMARY-LINE.
      *
         400-CLOSE-FILES.
               CLOSE EXCH-BILL-FILE.
               CLOSE TRADE-JOURNAL-FILE.
               CLOSE RECON-RPT-FILE.
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
