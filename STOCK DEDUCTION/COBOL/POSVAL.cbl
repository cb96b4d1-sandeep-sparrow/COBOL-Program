      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 09-11-2020
      * Purpose: END-OF-DAY MARK-TO-MARKET VALUATION - TAKES THE
      *        : EXCHANGE CLOSING-PRICE FILE FOR THE TRADE DATE
      *        : (CLOSEPRC) ONTO THE LAST-PRICE MASTER (PRCMAST), THEN
      *        : VALUES EVERY OPEN POSLEDG POSITION AT ITS CLOSE:
      *        : MARKET VALUE, COST AND UNREALIZED P+L PER CLIENT AND
      *        : INSTRUMENT, ROLLED UP PER CLIENT WITH TOTAL EXPOSURE.
      *        : EACH VALUATION IS KEPT ON THE POSVALH HISTORY FOR
      *        : POSSTMT. AN INSTRUMENT WITH NO CLOSE TODAY IS VALUED
      *        : AT ITS LAST PRICE ON PRCMAST AND FLAGGED STALE; ONE
      *        : NEVER PRICED IS CARRIED AT COST AND FLAGGED.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. POSVAL.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL CLOSE-PRICE-FILE ASSIGN TO CLOSEPRC
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CPRC-STATUS.
      *
           SELECT PRICE-MASTER-FILE ASSIGN TO PRCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-INSTRUMENT
               FILE STATUS  IS  WS-PM-STATUS.
      *
           SELECT POS-LEDGER-FILE ASSIGN TO POSLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS  IS  WS-POSL-STATUS.
      *
           SELECT VAL-HISTORY-FILE ASSIGN TO POSVALH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-KEY
               FILE STATUS  IS  WS-PV-STATUS.
      *
           SELECT VAL-RPT-FILE ASSIGN TO VALRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    ONE CLOSE PER INSTRUMENT FROM THE EXCHANGE BHAVCOPY, IN THE
      *    SAME FOUR-DECIMAL PRICE AS PL-AVG-COST.
       FD  CLOSE-PRICE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLOSE-PRICE-REC.
           05  CP-INSTRUMENT              PIC  X(08).
           05  CP-PRICE-DATE              PIC  9(08).
           05  CP-CLOSE-PRICE             PIC  9(05)V9999.
           05  FILLER                     PIC  X(55).
      *
      *    LAST CLOSE RECEIVED FOR EACH INSTRUMENT - THE STALE-PRICE
      *    FALLBACK WHEN A DAY'S FILE OMITS ONE.
       FD  PRICE-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PRICE-MASTER-REC.
           05  PM-INSTRUMENT              PIC  X(08).
           05  PM-CLOSE-PRICE             PIC  9(05)V9999.
           05  PM-PRICE-DATE              PIC  9(08).
           05  FILLER                     PIC  X(55).
      *
      *    LAYOUT MIRRORS STKCBL.CBL'S POS-LEDGER-REC.
       FD  POS-LEDGER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  POS-LEDGER-REC.
           05 PL-KEY.
              10 PL-CLIENT-ID  PIC  X(08).
              10 PL-INSTRUMENT PIC  X(08).
           05 PL-QTY           PIC S9(07).
           05 PL-AVG-COST      PIC  9(05)V9999.
           05 PL-REALIZED-PL   PIC S9(09)V99.
           05 PL-LAST-TRADE-DATE
                               PIC  9(08).
           05 FILLER           PIC  X(28).
      *
       FD  VAL-HISTORY-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       COPY POSVALH.
      *
       FD  VAL-RPT-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01  VAL-RPT-REC                    PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CPRC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PM-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-POSL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PV-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-CPRC-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-CPRC-EOF                          VALUE 'Y'.
       01  WS-POSL-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-POSL-EOF                          VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-CURR-CLIENT                 PIC X(08) VALUE SPACES.
      *
       01  WS-CLIENT-COST                 PIC S9(13)V99 VALUE ZEROES.
       01  WS-CLIENT-MARKET               PIC S9(13)V99 VALUE ZEROES.
       01  WS-CLIENT-UNREALIZED           PIC S9(13)V99 VALUE ZEROES.
       01  WS-CLIENT-EXPOSURE             PIC 9(13)V99 VALUE ZEROES.
       01  WS-CLIENT-STALE                PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-MARKET                PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-UNREALIZED            PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-EXPOSURE              PIC 9(13)V99 VALUE ZEROES.
      *
       01  WS-PRICES-READ                 PIC 9(07) VALUE ZEROES.
       01  WS-PRICES-TAKEN                PIC 9(07) VALUE ZEROES.
       01  WS-PRICES-REJECTED             PIC 9(07) VALUE ZEROES.
       01  WS-POSITIONS-VALUED            PIC 9(07) VALUE ZEROES.
       01  WS-CLIENT-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-STALE-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-NOPRICE-COUNT               PIC 9(05) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-TITLE-REC.
           05  FILLER               PIC X(40)
               VALUE 'POSITION VALUATION AT CLOSE             '.
           05  FILLER               PIC X(12) VALUE 'TRADE DATE: '.
           05  RTL-DATE             PIC 9(08).
           05  FILLER               PIC X(72) VALUE SPACES.
       01  RPT-HEADING-REC.
           05  FILLER               PIC X(36) VALUE
               'CLIENT   INSTRMNT      QTY   AVG CST'.
           05  FILLER               PIC X(36) VALUE
               '    CLOSE   COST VALUE     MKT VALUE'.
           05  FILLER               PIC X(30) VALUE
               '    UNREALIZED P+L  PRICE NOTE'.
           05  FILLER               PIC X(30) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-CLIENT-ID         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-INSTRUMENT        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-QTY               PIC -Z(6)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AVG-COST          PIC ZZZZ9.9999.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-CLOSE-GROUP.
               10  RD-CLOSE         PIC ZZZZ9.9999.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-COST-VALUE        PIC -Z(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-MARKET-VALUE      PIC -Z(11)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-UNREALIZED        PIC -Z(11)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-NOTE              PIC X(22).
           05  FILLER               PIC X(02) VALUE SPACES.
       01  RPT-CLIENT-REC.
           05  FILLER               PIC X(08) VALUE 'CLIENT  '.
           05  RC-CLIENT-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE ' TOTALS '.
           05  FILLER               PIC X(08) VALUE 'COST    '.
           05  RC-COST              PIC -Z(11)9.99.
           05  FILLER               PIC X(06) VALUE '  MKT '.
           05  RC-MARKET            PIC -Z(11)9.99.
           05  FILLER               PIC X(07) VALUE '  UNRL '.
           05  RC-UNREALIZED        PIC -Z(11)9.99.
           05  FILLER               PIC X(07) VALUE '  EXPO '.
           05  RC-EXPOSURE          PIC Z(12)9.99.
           05  FILLER               PIC X(08) VALUE '  STALE '.
           05  RC-STALE             PIC ZZZZ9.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(16) VALUE 'ALL CLIENTS     '.
           05  FILLER               PIC X(06) VALUE 'MKT   '.
           05  RT-MARKET            PIC -Z(11)9.99.
           05  FILLER               PIC X(07) VALUE '  UNRL '.
           05  RT-UNREALIZED        PIC -Z(11)9.99.
           05  FILLER               PIC X(07) VALUE '  EXPO '.
           05  RT-EXPOSURE          PIC Z(12)9.99.
           05  FILLER               PIC X(09) VALUE '  STALE  '.
           05  RT-STALE             PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  NO PRICE '.
           05  RT-NOPRICE           PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           DISPLAY '***********END-OF-DAY POSITION VALUATION**********'.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
           PERFORM 100-OPEN-FILES.
           PERFORM 120-TAKE-ONE-PRICE UNTIL WS-CPRC-EOF.
      *
           MOVE WS-TODAY-DATE TO RTL-DATE.
           WRITE VAL-RPT-REC FROM RPT-TITLE-REC.
           WRITE VAL-RPT-REC FROM RPT-HEADING-REC.
      *
           MOVE LOW-VALUES TO PL-KEY.
           START POS-LEDGER-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-POSL-EOF-SW
           END-START.
      *
           PERFORM 200-VALUE-ONE-POSITION
              UNTIL WS-POSL-EOF.
      *
           IF WS-CURR-CLIENT NOT = SPACES
              PERFORM 300-CLOSE-CLIENT
           END-IF.
      *
           MOVE WS-TOTAL-MARKET     TO RT-MARKET.
           MOVE WS-TOTAL-UNREALIZED TO RT-UNREALIZED.
           MOVE WS-TOTAL-EXPOSURE   TO RT-EXPOSURE.
           MOVE WS-STALE-COUNT      TO RT-STALE.
           MOVE WS-NOPRICE-COUNT    TO RT-NOPRICE.
           WRITE VAL-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'CLOSING PRICES READ : ' WS-PRICES-READ.
           DISPLAY 'CLOSING PRICES TAKEN: ' WS-PRICES-TAKEN.
           DISPLAY 'PRICES REJECTED     : ' WS-PRICES-REJECTED.
           DISPLAY 'POSITIONS VALUED    : ' WS-POSITIONS-VALUED.
           DISPLAY 'CLIENTS VALUED      : ' WS-CLIENT-COUNT.
           DISPLAY 'STALE PRICES USED   : ' WS-STALE-COUNT.
           DISPLAY 'NO PRICE - AT COST  : ' WS-NOPRICE-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-STALE-COUNT > ZEROES OR WS-NOPRICE-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
      *    A MISSING CLOSEPRC FILE VALUES EVERYTHING AT LAST PRICE -
      *    THE WHOLE BOOK SHOWS STALE RATHER THAN THE RUN STOPPING.
         100-OPEN-FILES.
               OPEN INPUT  CLOSE-PRICE-FILE.
               IF WS-CPRC-STATUS NOT = '00'
                  MOVE 'Y' TO WS-CPRC-EOF-SW
               END-IF.
      *
               OPEN I-O    PRICE-MASTER-FILE.
               IF WS-PM-STATUS = '35'
                  OPEN OUTPUT PRICE-MASTER-FILE
                  CLOSE PRICE-MASTER-FILE
                  OPEN I-O PRICE-MASTER-FILE
               END-IF.
               IF WS-PM-STATUS NOT = ZEROES
                  MOVE 'Error opening file PRCMAST'    TO WS-ERR-MSG
                  MOVE WS-PM-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  POS-LEDGER-FILE.
               IF WS-POSL-STATUS NOT = ZEROES
                  MOVE 'Error opening file POSLEDG'    TO WS-ERR-MSG
                  MOVE WS-POSL-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    VAL-HISTORY-FILE.
               IF WS-PV-STATUS = '35'
                  OPEN OUTPUT VAL-HISTORY-FILE
                  CLOSE VAL-HISTORY-FILE
                  OPEN I-O VAL-HISTORY-FILE
               END-IF.
               IF WS-PV-STATUS NOT = ZEROES
                  MOVE 'Error opening file POSVALH'    TO WS-ERR-MSG
                  MOVE WS-PV-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT VAL-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file VALRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    ONLY A CLOSE FOR TODAY'S TRADE DATE IS TAKEN - A FILE LEFT
      *    OVER FROM AN EARLIER DAY MUST NOT PASS AS A FRESH PRICE.
         120-TAKE-ONE-PRICE.
               READ CLOSE-PRICE-FILE
                  AT END
                     MOVE 'Y' TO WS-CPRC-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-PRICES-READ
                     IF CP-INSTRUMENT = SPACES
                        OR CP-PRICE-DATE NOT = WS-TODAY-DATE
                        OR CP-CLOSE-PRICE IS NOT NUMERIC
                        OR CP-CLOSE-PRICE = ZEROES
                        ADD 1 TO WS-PRICES-REJECTED
                     ELSE
                        PERFORM 130-POST-ONE-PRICE
                     END-IF
               END-READ.
      *
         130-POST-ONE-PRICE.
               MOVE CP-INSTRUMENT  TO PM-INSTRUMENT.
               READ PRICE-MASTER-FILE
                  INVALID KEY
                     MOVE SPACES         TO PRICE-MASTER-REC
                     MOVE CP-INSTRUMENT  TO PM-INSTRUMENT
                     MOVE CP-CLOSE-PRICE TO PM-CLOSE-PRICE
                     MOVE CP-PRICE-DATE  TO PM-PRICE-DATE
                     WRITE PRICE-MASTER-REC
                  NOT INVALID KEY
                     MOVE CP-CLOSE-PRICE TO PM-CLOSE-PRICE
                     MOVE CP-PRICE-DATE  TO PM-PRICE-DATE
                     REWRITE PRICE-MASTER-REC
               END-READ.
               ADD 1 TO WS-PRICES-TAKEN.
      *
         200-VALUE-ONE-POSITION.
               READ POS-LEDGER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-POSL-EOF-SW
                  NOT AT END
                     IF PL-QTY NOT = ZEROES
                        IF PL-CLIENT-ID NOT = WS-CURR-CLIENT
                           IF WS-CURR-CLIENT NOT = SPACES
                              PERFORM 300-CLOSE-CLIENT
                           END-IF
                           PERFORM 210-OPEN-CLIENT
                        END-IF
                        PERFORM 220-VALUE-HOLDING
                     END-IF
               END-READ.
      *
         210-OPEN-CLIENT.
               MOVE PL-CLIENT-ID TO WS-CURR-CLIENT.
               MOVE ZEROES       TO WS-CLIENT-COST.
               MOVE ZEROES       TO WS-CLIENT-MARKET.
               MOVE ZEROES       TO WS-CLIENT-UNREALIZED.
               MOVE ZEROES       TO WS-CLIENT-EXPOSURE.
               MOVE ZEROES       TO WS-CLIENT-STALE.
               ADD 1 TO WS-CLIENT-COUNT.
      *
      *    A SHORT POSITION CARRIES NEGATIVE QUANTITY, SO ITS COST AND
      *    MARKET VALUE ARE NEGATIVE AND A RISING PRICE SHOWS AS A
      *    LOSS. EXPOSURE ADDS THE SIZE OF EACH POSITION EITHER WAY.
         220-VALUE-HOLDING.
               MOVE SPACES          TO POSVALH-RECORD.
               MOVE PL-CLIENT-ID    TO PV-CLIENT-ID.
               MOVE PL-INSTRUMENT   TO PV-INSTRUMENT.
               MOVE WS-TODAY-DATE   TO PV-VAL-DATE.
               MOVE PL-QTY          TO PV-QTY.
               MOVE PL-AVG-COST     TO PV-AVG-COST.
               COMPUTE PV-COST-VALUE ROUNDED = PL-QTY * PL-AVG-COST.
               MOVE SPACES          TO RD-NOTE.
      *
               MOVE PL-INSTRUMENT   TO PM-INSTRUMENT.
               READ PRICE-MASTER-FILE
                  INVALID KEY
                     MOVE 'N'            TO PV-PRICE-FLAG
                     MOVE ZEROES         TO PV-CLOSE-PRICE
                     MOVE ZEROES         TO PV-PRICE-DATE
                  NOT INVALID KEY
                     MOVE PM-CLOSE-PRICE TO PV-CLOSE-PRICE
                     MOVE PM-PRICE-DATE  TO PV-PRICE-DATE
                     IF PM-PRICE-DATE = WS-TODAY-DATE
                        MOVE 'C'         TO PV-PRICE-FLAG
                     ELSE
                        MOVE 'S'         TO PV-PRICE-FLAG
                     END-IF
               END-READ.
      *
               IF PV-PRICE-NONE
                  MOVE PV-COST-VALUE TO PV-MARKET-VALUE
                  ADD 1 TO WS-NOPRICE-COUNT
                  ADD 1 TO WS-CLIENT-STALE
                  MOVE 'NO PRICE - AT COST    ' TO RD-NOTE
               ELSE
                  COMPUTE PV-MARKET-VALUE ROUNDED =
                          PL-QTY * PV-CLOSE-PRICE
               END-IF.
               IF PV-PRICE-STALE
                  ADD 1 TO WS-STALE-COUNT
                  ADD 1 TO WS-CLIENT-STALE
                  STRING 'STALE - LAST ' PV-PRICE-DATE
                      DELIMITED BY SIZE INTO RD-NOTE
               END-IF.
               COMPUTE PV-UNREALIZED-PL =
                       PV-MARKET-VALUE - PV-COST-VALUE.
      *
               WRITE POSVALH-RECORD
                  INVALID KEY
                     REWRITE POSVALH-RECORD
               END-WRITE.
               ADD 1 TO WS-POSITIONS-VALUED.
      *
               ADD PV-COST-VALUE    TO WS-CLIENT-COST.
               ADD PV-MARKET-VALUE  TO WS-CLIENT-MARKET.
               ADD PV-UNREALIZED-PL TO WS-CLIENT-UNREALIZED.
               IF PV-MARKET-VALUE < ZEROES
                  SUBTRACT PV-MARKET-VALUE FROM WS-CLIENT-EXPOSURE
               ELSE
                  ADD PV-MARKET-VALUE TO WS-CLIENT-EXPOSURE
               END-IF.
      *
               MOVE PL-CLIENT-ID     TO RD-CLIENT-ID.
               MOVE PL-INSTRUMENT    TO RD-INSTRUMENT.
               MOVE PL-QTY           TO RD-QTY.
               MOVE PL-AVG-COST      TO RD-AVG-COST.
               IF PV-PRICE-NONE
                  MOVE SPACES        TO RD-CLOSE-GROUP
               ELSE
                  MOVE PV-CLOSE-PRICE TO RD-CLOSE
               END-IF.
               MOVE PV-COST-VALUE    TO RD-COST-VALUE.
               MOVE PV-MARKET-VALUE  TO RD-MARKET-VALUE.
               MOVE PV-UNREALIZED-PL TO RD-UNREALIZED.
               WRITE VAL-RPT-REC FROM RPT-DETAIL-REC.
      *
         300-CLOSE-CLIENT.
               MOVE WS-CURR-CLIENT       TO RC-CLIENT-ID.
               MOVE WS-CLIENT-COST       TO RC-COST.
               MOVE WS-CLIENT-MARKET     TO RC-MARKET.
               MOVE WS-CLIENT-UNREALIZED TO RC-UNREALIZED.
               MOVE WS-CLIENT-EXPOSURE   TO RC-EXPOSURE.
               MOVE WS-CLIENT-STALE      TO RC-STALE.
               WRITE VAL-RPT-REC FROM RPT-CLIENT-REC.
               MOVE SPACES TO VAL-RPT-REC.
               WRITE VAL-RPT-REC.
      *
               ADD WS-CLIENT-MARKET     TO WS-TOTAL-MARKET.
               ADD WS-CLIENT-UNREALIZED TO WS-TOTAL-UNREALIZED.
               ADD WS-CLIENT-EXPOSURE   TO WS-TOTAL-EXPOSURE.
      *
         400-CLOSE-FILES.
               CLOSE CLOSE-PRICE-FILE.
               CLOSE PRICE-MASTER-FILE.
               CLOSE POS-LEDGER-FILE.
               CLOSE VAL-HISTORY-FILE.
               CLOSE VAL-RPT-FILE.
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
