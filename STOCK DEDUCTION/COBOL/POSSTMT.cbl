      *        : PRINTS ONE STATEMENT PER CLIENT: HOLDINGS, REALIZED
      *        : P+L FOR THE PERIOD, AND THE CLIENT'S CLIDTOT
      *        : YEAR-TO-DATE CHARGES NETTED AGAINST IT - THE
      *        : SPREADSHEET VERSION OF THIS REPORT RETIRES. EACH
      *        : OPEN HOLDING ALSO SHOWS AT MARKET FROM ITS LATEST
      *        : POSVAL VALUATION (POSVALH), WITH THE CLIENT'S TOTAL
      *        : MARKET VALUE AND UNREALIZED P+L.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIDTOT-KEY
               FILE STATUS  IS  WS-CLIDTOT-STATUS.
      *
           SELECT OPTIONAL VAL-HISTORY-FILE ASSIGN TO POSVALH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS  IS  WS-PV-STATUS.
      *
           SELECT STMT-RPT-FILE ASSIGN TO POSRPT
               ACCESS IS SEQUENTIAL
      *
       FD  CLIDTOT-FILE.
       COPY CLIDTOT.
      *
       FD  VAL-HISTORY-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       COPY POSVALH.
      *
       FD  STMT-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
      *
       01  WS-POSL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CLIDTOT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PV-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-POSL-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-POSL-EOF                          VALUE 'Y'.
       01  WS-VAL-DONE-SW                 PIC X(01) VALUE 'N'.
           88  WS-VAL-DONE                          VALUE 'Y'.
       01  WS-VAL-FOUND-SW                PIC X(01) VALUE 'N'.
           88  WS-VAL-FOUND                         VALUE 'Y'.
       01  WS-CLIENT-VALUED-SW            PIC X(01) VALUE 'N'.
           88  WS-CLIENT-VALUED                     VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-CURR-YEAR                   PIC 9(04).
       01  WS-CLIENT-CHARGES              PIC 9(09)V99 VALUE ZEROES.
       01  WS-CLIENT-NET                  PIC S9(11)V99 VALUE ZEROES.
       01  WS-STMT-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-CLIENT-MARKET               PIC S9(13)V99 VALUE ZEROES.
       01  WS-CLIENT-UNREALIZED           PIC S9(13)V99 VALUE ZEROES.
      *
      *    LATEST VALUATION FOUND FOR THE HOLDING IN HAND.
       01  WS-VAL-DATE                    PIC 9(08) VALUE ZEROES.
       01  WS-VAL-CLOSE                   PIC 9(05)V9999 VALUE ZEROES.
       01  WS-VAL-MARKET                  PIC S9(13)V99 VALUE ZEROES.
       01  WS-VAL-UNREALIZED              PIC S9(13)V99 VALUE ZEROES.
       01  WS-VAL-FLAG                    PIC X(01) VALUE SPACES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
           05  FILLER               PIC X(11) VALUE ' REALIZED  '.
           05  SL-REALIZED          PIC -Z(7)9.99.
           05  FILLER               PIC X(14) VALUE SPACES.
       01  STMT-MARKET-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  SM-VAL-DATE          PIC 9(08).
           05  FILLER               PIC X(07) VALUE ' CLOSE '.
           05  SM-CLOSE-GROUP.
               10  SM-CLOSE         PIC Z(4)9.9999.
           05  FILLER               PIC X(05) VALUE ' MKT '.
           05  SM-MARKET            PIC -Z(9)9.99.
           05  FILLER               PIC X(06) VALUE ' UNRL '.
           05  SM-UNREALIZED        PIC -Z(9)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SM-FLAG              PIC X(08).
           05  FILLER               PIC X(03) VALUE SPACES.
       01  STMT-REALIZED-LINE.
           05  FILLER               PIC X(24) VALUE
               'REALIZED P+L FOR PERIOD '.
               'NET AFTER CHARGES       '.
           05  SN-NET               PIC -Z(9)9.99.
           05  FILLER               PIC X(42) VALUE SPACES.
       01  STMT-MKT-TOTAL-LINE.
           05  FILLER               PIC X(24) VALUE
               'HOLDINGS AT MARKET      '.
           05  ST-MARKET            PIC -Z(11)9.99.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  STMT-UNRL-TOTAL-LINE.
           05  FILLER               PIC X(24) VALUE
               'UNREALIZED P+L          '.
           05  SU-UNREALIZED        PIC -Z(11)9.99.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  STMT-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
      *-----------------------*
      *
               OPEN INPUT CLIDTOT-FILE.
      *    AN ABSENT CLIDTOT JUST MEANS ZERO CHARGES ON STATEMENTS.
      *
               OPEN INPUT VAL-HISTORY-FILE.
      *    NO VALUATION HISTORY YET - HOLDINGS PRINT AT COST ONLY.
      *
               OPEN OUTPUT STMT-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
         210-OPEN-CLIENT-STATEMENT.
               MOVE PL-CLIENT-ID TO WS-CURR-CLIENT.
               MOVE ZEROES       TO WS-CLIENT-REALIZED.
               MOVE ZEROES       TO WS-CLIENT-MARKET.
               MOVE ZEROES       TO WS-CLIENT-UNREALIZED.
               MOVE 'N'          TO WS-CLIENT-VALUED-SW.
               ADD 1 TO WS-STMT-COUNT.
               MOVE WS-CURR-CLIENT TO SH-CLIENT-ID.
               MOVE WS-TODAY-DATE  TO SH-DATE.
               MOVE PL-REALIZED-PL TO SL-REALIZED.
               WRITE STMT-RPT-REC FROM STMT-HOLDING-LINE.
               ADD PL-REALIZED-PL TO WS-CLIENT-REALIZED.
               IF PL-QTY NOT = ZEROES AND WS-PV-STATUS = '00'
                  PERFORM 230-FIND-VALUATION
                  IF WS-VAL-FOUND
                     PERFORM 240-WRITE-MARKET-LINE
                  END-IF
               END-IF.
      *
      *    THE LATEST POSVALH VALUATION FOR THE HOLDING - TODAY'S IF
      *    POSVAL HAS RUN FOR TODAY, OTHERWISE THE MOST RECENT ONE ON
      *    FILE, WHICH THE LINE DATES.
         230-FIND-VALUATION.
               MOVE 'N'            TO WS-VAL-FOUND-SW.
               MOVE 'N'            TO WS-VAL-DONE-SW.
               MOVE PL-CLIENT-ID   TO PV-CLIENT-ID.
               MOVE PL-INSTRUMENT  TO PV-INSTRUMENT.
               MOVE WS-TODAY-DATE  TO PV-VAL-DATE.
               READ VAL-HISTORY-FILE
                  INVALID KEY
                     MOVE ZEROES TO PV-VAL-DATE
                     START VAL-HISTORY-FILE
                        KEY IS NOT LESS THAN PV-KEY
                        INVALID KEY
                           MOVE 'Y' TO WS-VAL-DONE-SW
                     END-START
                     PERFORM 235-READ-NEXT-VALUATION
                        UNTIL WS-VAL-DONE
                  NOT INVALID KEY
                     PERFORM 236-KEEP-VALUATION
               END-READ.
      *
         235-READ-NEXT-VALUATION.
               READ VAL-HISTORY-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-VAL-DONE-SW
                  NOT AT END
                     IF PV-CLIENT-ID NOT = PL-CLIENT-ID
                        OR PV-INSTRUMENT NOT = PL-INSTRUMENT
                        OR PV-VAL-DATE > WS-TODAY-DATE
                        MOVE 'Y' TO WS-VAL-DONE-SW
                     ELSE
                        PERFORM 236-KEEP-VALUATION
                     END-IF
               END-READ.
      *
         236-KEEP-VALUATION.
               MOVE 'Y'              TO WS-VAL-FOUND-SW.
               MOVE PV-VAL-DATE      TO WS-VAL-DATE.
               MOVE PV-CLOSE-PRICE   TO WS-VAL-CLOSE.
               MOVE PV-MARKET-VALUE  TO WS-VAL-MARKET.
               MOVE PV-UNREALIZED-PL TO WS-VAL-UNREALIZED.
               MOVE PV-PRICE-FLAG    TO WS-VAL-FLAG.
      *
         240-WRITE-MARKET-LINE.
               MOVE WS-VAL-DATE       TO SM-VAL-DATE.
               MOVE WS-VAL-MARKET     TO SM-MARKET.
               MOVE WS-VAL-UNREALIZED TO SM-UNREALIZED.
               EVALUATE WS-VAL-FLAG
                  WHEN 'N'
                     MOVE SPACES        TO SM-CLOSE-GROUP
                     MOVE 'AT COST '    TO SM-FLAG
                  WHEN 'S'
                     MOVE WS-VAL-CLOSE  TO SM-CLOSE
                     MOVE 'STALE PX'    TO SM-FLAG
                  WHEN OTHER
                     MOVE WS-VAL-CLOSE  TO SM-CLOSE
                     MOVE SPACES        TO SM-FLAG
               END-EVALUATE.
               WRITE STMT-RPT-REC FROM STMT-MARKET-LINE.
               ADD WS-VAL-MARKET     TO WS-CLIENT-MARKET.
               ADD WS-VAL-UNREALIZED TO WS-CLIENT-UNREALIZED.
               MOVE 'Y' TO WS-CLIENT-VALUED-SW.
      *
      *    THE PERIOD'S REALIZED P+L IS NETTED AGAINST THE CHARGES
      *    STKCBL HAS ACCUMULATED FOR THE CLIENT THIS YEAR.
                   WS-CLIENT-REALIZED - WS-CLIENT-CHARGES.
               MOVE WS-CLIENT-NET TO SN-NET.
               WRITE STMT-RPT-REC FROM STMT-NET-LINE.
               IF WS-CLIENT-VALUED
                  MOVE WS-CLIENT-MARKET     TO ST-MARKET
                  WRITE STMT-RPT-REC FROM STMT-MKT-TOTAL-LINE
                  MOVE WS-CLIENT-UNREALIZED TO SU-UNREALIZED
                  WRITE STMT-RPT-REC FROM STMT-UNRL-TOTAL-LINE
               END-IF.
               WRITE STMT-RPT-REC FROM STMT-BLANK-LINE.
      *
         400-CLOSE-FILES.
               CLOSE POS-LEDGER-FILE.
               CLOSE CLIDTOT-FILE.
               CLOSE VAL-HISTORY-FILE.
               CLOSE STMT-RPT-FILE.
      *
         900-ERR-HANDLING.
