      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-02-2021
      * Purpose: EXPECTED-RECEIPTS FORECAST - BUILDS EACH CUSTOMER'S
      *        : DAYS-TO-PAY PROFILE FROM THE PAYMENT HISTORY PAYAPPL
      *        : KEEPS (PAYHIST), THEN WALKS THE OPEN DB2 INVOICES
      *        : AND PROJECTS WHEN EACH OPEN BALANCE WILL BE PAID -
      *        : ON THE PROMISED DATE WHERE PROMFILE HOLDS AN OPEN
      *        : PROMISE, ELSE AT THE CUSTOMER'S OWN AVERAGE DAYS-TO-
      *        : PAY AFTER INVDATE, ELSE AT THE HOUSE TERMS. THE
      *        : FORECAST (FCSTRPT) GIVES TREASURY THE EXPECTED CASH
      *        : BY WEEK FOR THE NEXT 8 WEEKS, AND LISTS EVERY
      *        : CUSTOMER AGAINST THEIR OWN PAYING PATTERN SO THAT A
      *        : PROMPT PAYER WHO HAS GONE QUIET IS FLAGGED EARLY.
      *        : AMOUNTS HELD IN DISPUTE ON INVDISP ARE NOT FORECAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RCPTFCST.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL FORECAST-CARD-FILE ASSIGN TO FCSTCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *    PAYMENT HISTORY APPENDED BY PAYAPPL. ABSENT FILE = NO
      *    CUSTOMER HAS A PROFILE YET, SO EVERYTHING IS FORECAST AT
      *    TERMS.
           SELECT OPTIONAL PAY-HIST-FILE ASSIGN TO PAYHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *    PROMISE-TO-PAY FILE (MAINTAINED BY PROMMNT). ABSENT FILE =
      *    NO PROMISED RECEIPTS.
           SELECT OPTIONAL PROMISE-FILE ASSIGN TO PROMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PR-KEY
                  FILE STATUS IS WS-PROM-STATUS.
      *    INVOICE DISPUTE REGISTER (KEPT BY DSPMNT). ABSENT FILE =
      *    NOTHING HELD BACK FROM THE FORECAST.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO INVDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ID-KEY
                  FILE STATUS IS WS-DISP-STATUS.
           SELECT FORECAST-FILE ASSIGN TO FCSTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FCST-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *    HOUSE TERMS IN DAYS, HISTORY LOOKBACK IN DAYS, TOLERANCE IN
      *    DAYS BEYOND A CUSTOMER'S OWN AVERAGE BEFORE THEY ARE
      *    FLAGGED, AND HOW MANY DAYS OVERDUE AN EXPECTED RECEIPT MAY
      *    BE AND STILL BE FORECAST INTO WEEK 1. A BLANK, NON-NUMERIC
      *    OR ZERO FIELD LEAVES THAT VALUE AT ITS DEFAULT.
       FD FORECAST-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 FORECAST-CARD-REC.
           05 FC-TERMS-DAYS           PIC 9(03).
           05 FC-LOOKBACK-DAYS        PIC 9(04).
           05 FC-TOLERANCE-DAYS       PIC 9(03).
           05 FC-STALE-DAYS           PIC 9(03).
           05 FILLER                  PIC X(67).
      *
      *    LAYOUT MIRRORS PAYAPPL.CBL'S PAY-HIST-REC.
       FD PAY-HIST-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 PAY-HIST-REC                PIC X(80).
      *
       SD SORT-WORK-FILE.
       01 SORT-REC.
           05 SRT-CUSTNO              PIC X(06).
           05 SRT-INVNO               PIC X(06).
           05 SRT-INV-DATE            PIC 9(08).
           05 SRT-PAY-DATE            PIC 9(08).
           05 SRT-APPLIED             PIC 9(7)V99.
           05 SRT-DAYS-TO-PAY         PIC 9(05).
           05 SRT-SETTLED             PIC X(01).
           05 FILLER                  PIC X(37).
      *
      *    LAYOUT MIRRORS PROMMNT.CBL'S PROMISE-REC.
       FD PROMISE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 PROMISE-REC.
           05 PR-KEY.
              10 PR-CUST-NO           PIC X(06).
              10 PR-INVNO             PIC X(06).
           05 PR-AMOUNT               PIC 9(7)V99.
           05 PR-PROMISED-DATE        PIC 9(08).
           05 PR-COLLECTOR-ID         PIC X(08).
           05 PR-BASE-OPEN            PIC 9(7)V99.
           05 PR-STATUS               PIC X(01).
              88 PR-OPEN                      VALUE 'O'.
              88 PR-KEPT                      VALUE 'K'.
              88 PR-BROKEN                    VALUE 'B'.
              88 PR-ESCALATED                 VALUE 'E'.
           05 PR-ENTERED-DATE         PIC 9(08).
           05 FILLER                  PIC X(25).
      *
       FD DISPUTE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 DISPUTE-REC.
           05 ID-KEY.
              10 ID-CUST-NO           PIC X(06).
              10 ID-INVNO             PIC X(06).
      *    NAMED DISPUTE FIELDS (ID-DISPUTE-DATA GROUP) - SEE
      *    COPYBOOKS/INVDISP.cbl
           COPY INVDISP.
      *
       FD FORECAST-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01 FORECAST-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE INVOICE  END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
      *
       01 WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       01 WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       01 WS-PROM-STATUS              PIC X(02) VALUE SPACES.
       01 WS-DISP-STATUS              PIC X(02) VALUE SPACES.
       01 WS-FCST-STATUS              PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01 SWITCHES.
           05 END-OF-INVOICES-SW      PIC X(01) VALUE 'N'.
              88 END-OF-INVOICES                VALUE 'Y'.
           05 WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
              88 WS-HIST-EOF                    VALUE 'Y'.
           05 WS-PROM-AVAIL-SW        PIC X(01) VALUE 'N'.
              88 WS-PROM-AVAIL                  VALUE 'Y'.
           05 WS-DISP-AVAIL-SW        PIC X(01) VALUE 'N'.
              88 WS-DISP-AVAIL                  VALUE 'Y'.
      *
      *    HOUSE DEFAULTS - OVERRIDDEN FROM THE FCSTCARD CARD.
       01 WS-TERMS-DAYS               PIC 9(03) VALUE 30.
       01 WS-LOOKBACK-DAYS            PIC 9(04) VALUE 365.
       01 WS-TOLERANCE-DAYS           PIC 9(03) VALUE 10.
       01 WS-STALE-DAYS               PIC 9(03) VALUE 60.
      *
       01 WS-TODAY-DATE               PIC 9(08).
       01 WS-TODAY-INT                PIC S9(9).
       01 WS-CUTOFF-DATE              PIC 9(08).
       01 WS-INV-DATE-N               PIC 9(08).
       01 WS-INV-INT                  PIC S9(9).
       01 WS-PLACE-INT                PIC S9(9).
       01 WS-DAYS-AHEAD               PIC S9(5).
       01 WS-OLDEST-AGE               PIC S9(5).
       01 WS-SINCE-PAY                PIC S9(5).
       01 WS-FLAG-LIMIT               PIC S9(5).
       01 WS-WEEK-START               PIC 9(08).
       01 WS-READ-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-HIST-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-CUSTOMER-COUNT           PIC 9(07) VALUE ZEROES.
       01 WS-SLOWING-COUNT            PIC 9(07) VALUE ZEROES.
       01 WS-QUIET-COUNT              PIC 9(07) VALUE ZEROES.
       01 WS-NOHIST-COUNT             PIC 9(07) VALUE ZEROES.
       01 WS-PREV-CUST                PIC X(06) VALUE SPACES.
      *
      *    WEEKS 1-8 FROM TODAY, THEN 9 = BEYOND 8 WEEKS. BASIS 1 =
      *    PROMISED, 2 = CUSTOMER'S OWN PATTERN, 3 = HOUSE TERMS.
       01 WS-WEEK-SUB                 PIC 9(02) VALUE ZEROES.
       01 WS-BASIS-SUB                PIC 9(01) VALUE ZEROES.
      *
      *    ONE CUSTOMER'S PROFILE, FROM THE HISTORY INSIDE THE
      *    LOOKBACK. CP-AVG-DAYS IS WEIGHTED BY THE AMOUNT APPLIED,
      *    SO ONE LATE SMALL ITEM DOES NOT SKEW A PROMPT PAYER.
       01 CUSTOMER-PROFILE.
          05 CP-HIST-COUNT            PIC 9(05).
          05 CP-AVG-DAYS              PIC 9(05).
          05 CP-LAST-PAY-DATE         PIC 9(08).
          05 CP-OLDEST-INT            PIC S9(9).
      *
       01 CUSTOMER-FIELDS             COMP-3.
          05 CF-HIST-AMOUNT           PIC S9(11)V99 VALUE 0.
          05 CF-HIST-WEIGHTED         PIC S9(15)V99 VALUE 0.
          05 CF-OPEN-BALANCE          PIC S9(9)V99 VALUE 0.
          05 CF-DISPUTED              PIC S9(9)V99 VALUE 0.
          05 CF-NEXT-8-WEEKS          PIC S9(9)V99 VALUE 0.
      *
       01 FORECAST-TABLE              COMP-3.
          05 FT-WEEK                  OCCURS 9 TIMES.
             10 FT-AMOUNT             PIC S9(11)V99 OCCURS 3 TIMES.
             10 FT-WEEK-TOTAL         PIC S9(11)V99.
      *
       01 TOTAL-FIELDS                COMP-3.
          05 TF-OPEN-BALANCE          PIC S9(11)V99 VALUE 0.
          05 TF-DISPUTED              PIC S9(11)V99 VALUE 0.
          05 TF-STALE                 PIC S9(11)V99 VALUE 0.
          05 TF-CUMULATIVE            PIC S9(11)V99 VALUE 0.
      *
       01 WS-OPEN-BALANCE             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DISPUTED-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-FCST-AMOUNT              PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-PLACE-AMOUNT             PIC S9(9)V99 COMP-3 VALUE 0.
      *
       01 FCST-TITLE-LINE.
           05 FILLER                  PIC X(40) VALUE
              'EXPECTED RECEIPTS FORECAST - 8 WEEKS    '.
           05 FILLER                  PIC X(08) VALUE 'RUN DATE'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FTL-RUN-DATE            PIC 9(08).
           05 FILLER                  PIC X(75) VALUE SPACES.
      *
       01 FCST-PARM-LINE.
           05 FILLER                  PIC X(12) VALUE 'TERMS DAYS '.
           05 FPL-TERMS               PIC ZZ9.
           05 FILLER                  PIC X(17) VALUE
              '   HISTORY SINCE '.
           05 FPL-CUTOFF              PIC 9(08).
           05 FILLER                  PIC X(14) VALUE
              '   TOLERANCE  '.
           05 FPL-TOLERANCE           PIC ZZ9.
           05 FILLER                  PIC X(24) VALUE
              '   FORECAST IF OVERDUE  '.
           05 FPL-STALE               PIC ZZ9.
           05 FILLER                  PIC X(08) VALUE ' DAYS OR'.
           05 FILLER                  PIC X(06) VALUE ' LESS '.
           05 FILLER                  PIC X(34) VALUE SPACES.
      *
       01 FCST-SECTION-LINE.
           05 FSL-TEXT                PIC X(60).
           05 FILLER                  PIC X(72) VALUE SPACES.
      *
       01 CUST-HEADING-LINE.
           05 FILLER PIC X(07) VALUE 'CUSTNO '.
           05 FILLER PIC X(13) VALUE '   OPEN TOTAL'.
           05 FILLER PIC X(13) VALUE '  IN DISPUTE '.
           05 FILLER PIC X(06) VALUE ' PAYS '.
           05 FILLER PIC X(07) VALUE 'AVG DTP'.
           05 FILLER PIC X(06) VALUE ' OLDST'.
           05 FILLER PIC X(06) VALUE ' LSTPD'.
           05 FILLER PIC X(13) VALUE ' NEXT 8 WEEKS'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(24) VALUE 'AGAINST OWN PATTERN     '.
           05 FILLER PIC X(36) VALUE SPACES.
      *
       01 CUST-DETAIL-LINE.
           05 CDL-CUSTNO              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-OPEN                PIC Z(8)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-DISPUTED            PIC Z(8)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-PAYMENTS            PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-AVG-DAYS            PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 CDL-OLDEST-AGE          PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-SINCE-PAY           PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-NEXT-8              PIC Z(8)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-FLAG                PIC X(24).
           05 FILLER                  PIC X(37) VALUE SPACES.
      *
       01 WS-DAYS-EDIT                PIC ZZZZ9.
      *
       01 WEEK-HEADING-LINE.
           05 FILLER PIC X(15) VALUE 'WEEK           '.
           05 FILLER PIC X(09) VALUE 'STARTING '.
           05 FILLER PIC X(13) VALUE '     PROMISED'.
           05 FILLER PIC X(13) VALUE '  OWN PATTERN'.
           05 FILLER PIC X(13) VALUE '   HOUSE TERM'.
           05 FILLER PIC X(13) VALUE '     EXPECTED'.
           05 FILLER PIC X(13) VALUE '   CUMULATIVE'.
           05 FILLER PIC X(43) VALUE SPACES.
      *
       01 WEEK-DETAIL-LINE.
           05 WDL-LABEL               PIC X(14).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WDL-START               PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WDL-AMOUNT-ENTRY OCCURS 3 TIMES.
              10 WDL-AMOUNT           PIC Z(8)9.99.
              10 FILLER               PIC X(01).
           05 WDL-TOTAL               PIC Z(8)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WDL-CUMULATIVE-GROUP.
              10 WDL-CUMULATIVE       PIC Z(8)9.99.
           05 FILLER                  PIC X(44) VALUE SPACES.
      *
       01 WS-WEEK-LABEL.
           05 FILLER                  PIC X(05) VALUE 'WEEK '.
           05 WS-WEEK-LABEL-NO        PIC Z9.
           05 FILLER                  PIC X(07) VALUE SPACES.
      *
       01 FCST-AMOUNT-LINE.
           05 FAL-LABEL               PIC X(38).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FAL-AMOUNT              PIC Z(10)9.99.
           05 FILLER                  PIC X(79) VALUE SPACES.
      *
       01 FCST-COUNT-LINE.
           05 FILLER                  PIC X(20) VALUE
              'CUSTOMERS OPEN      '.
           05 FCL-CUSTOMERS           PIC ZZZZZZ9.
           05 FILLER                  PIC X(20) VALUE
              '   SLOWING          '.
           05 FCL-SLOWING             PIC ZZZZZZ9.
           05 FILLER                  PIC X(20) VALUE
              '   PROMPT GONE QUIET'.
           05 FCL-QUIET               PIC ZZZZZZ9.
           05 FILLER                  PIC X(20) VALUE
              '   NO PAY HISTORY   '.
           05 FCL-NOHIST              PIC ZZZZZZ9.
           05 FILLER                  PIC X(24) VALUE SPACES.
      *
      *    EVERY INVOICE STILL OPEN, IN CUSTOMER ORDER - THE SAME
      *    ORDER THE SORTED HISTORY COMES BACK IN, SO EACH
      *    CUSTOMER'S PROFILE IS READY AT THE CONTROL BREAK.
           EXEC SQL
              DECLARE FCSTCUR CURSOR FOR
                 SELECT INVCUST, INVNO, INVDATE, INVTOTAL, INVPAID
                   FROM INV
                  WHERE INVTOTAL > INVPAID
                  ORDER BY INVCUST, INVNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-RECEIPTS-FORECAST.
      *
            DISPLAY "***                                         ***".
            DISPLAY "EXPECTED-RECEIPTS FORECAST RUN".
      *
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
            INITIALIZE FORECAST-TABLE.
            INITIALIZE TOTAL-FIELDS.
      *
            PERFORM 010-OPEN-FILES.
            PERFORM 020-READ-FORECAST-CARD.
            COMPUTE WS-CUTOFF-DATE =
                FUNCTION DATE-OF-INTEGER
                         (WS-TODAY-INT - WS-LOOKBACK-DAYS).
            PERFORM 030-WRITE-FORECAST-HEADING.
      *
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-CUSTNO
                                 SRT-PAY-DATE
                USING PAY-HIST-FILE
                OUTPUT PROCEDURE IS 100-FORECAST-RECEIPTS.
      *
            PERFORM 300-WRITE-WEEKLY-FORECAST.
            PERFORM 400-WRITE-FORECAST-TOTALS.
      *
            DISPLAY 'OPEN INVOICES READ : ' WS-READ-COUNT.
            DISPLAY 'HISTORY RECORDS    : ' WS-HIST-COUNT.
            DISPLAY 'CUSTOMERS OPEN     : ' WS-CUSTOMER-COUNT.
            DISPLAY 'SLOWING            : ' WS-SLOWING-COUNT.
            DISPLAY 'PROMPT GONE QUIET  : ' WS-QUIET-COUNT.
            DISPLAY 'NO PAY HISTORY     : ' WS-NOHIST-COUNT.
      *
            PERFORM 999-CLOSE-FILES.
      *
            DISPLAY "END OF RECEIPTS FORECAST RUN.".
            STOP RUN.
      *
       010-OPEN-FILES.
      *
            OPEN INPUT FORECAST-CARD-FILE.
      *
            OPEN INPUT PROMISE-FILE.
            IF WS-PROM-STATUS = '00'
               MOVE 'Y' TO WS-PROM-AVAIL-SW
            END-IF.
      *
            OPEN INPUT DISPUTE-FILE.
            IF WS-DISP-STATUS = '00'
               MOVE 'Y' TO WS-DISP-AVAIL-SW
            END-IF.
      *
            OPEN OUTPUT FORECAST-FILE.
            IF WS-FCST-STATUS NOT = '00'
               MOVE 'Error opening file FCSTRPT'  TO WS-ERR-MSG
               MOVE WS-FCST-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       020-READ-FORECAST-CARD.
      *
            IF WS-CARD-STATUS = '00'
               READ FORECAST-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 025-TAKE-FORECAST-CARD
               END-READ
            END-IF.
            CLOSE FORECAST-CARD-FILE.
            DISPLAY 'TERMS DAYS         : ' WS-TERMS-DAYS.
            DISPLAY 'LOOKBACK DAYS      : ' WS-LOOKBACK-DAYS.
            DISPLAY 'TOLERANCE DAYS     : ' WS-TOLERANCE-DAYS.
            DISPLAY 'STALE AFTER DAYS   : ' WS-STALE-DAYS.
      *
       025-TAKE-FORECAST-CARD.
      *
            IF FC-TERMS-DAYS IS NUMERIC
               AND FC-TERMS-DAYS > ZEROES
               MOVE FC-TERMS-DAYS     TO WS-TERMS-DAYS
            END-IF.
            IF FC-LOOKBACK-DAYS IS NUMERIC
               AND FC-LOOKBACK-DAYS > ZEROES
               MOVE FC-LOOKBACK-DAYS  TO WS-LOOKBACK-DAYS
            END-IF.
            IF FC-TOLERANCE-DAYS IS NUMERIC
               AND FC-TOLERANCE-DAYS > ZEROES
               MOVE FC-TOLERANCE-DAYS TO WS-TOLERANCE-DAYS
            END-IF.
            IF FC-STALE-DAYS IS NUMERIC
               AND FC-STALE-DAYS > ZEROES
               MOVE FC-STALE-DAYS     TO WS-STALE-DAYS
            END-IF.
      *
       030-WRITE-FORECAST-HEADING.
      *
            MOVE WS-TODAY-DATE     TO FTL-RUN-DATE.
            WRITE FORECAST-REC FROM FCST-TITLE-LINE.
            MOVE WS-TERMS-DAYS     TO FPL-TERMS.
            MOVE WS-CUTOFF-DATE    TO FPL-CUTOFF.
            MOVE WS-TOLERANCE-DAYS TO FPL-TOLERANCE.
            MOVE WS-STALE-DAYS     TO FPL-STALE.
            WRITE FORECAST-REC FROM FCST-PARM-LINE.
            MOVE SPACES TO FORECAST-REC.
            WRITE FORECAST-REC.
            MOVE 'CUSTOMERS AGAINST THEIR OWN DAYS-TO-PAY PATTERN'
                                   TO FSL-TEXT.
            WRITE FORECAST-REC FROM FCST-SECTION-LINE.
            WRITE FORECAST-REC FROM CUST-HEADING-LINE.
      *
      *    THE SORTED HISTORY IS RETURNED ALONGSIDE THE INVOICE CURSOR
      *    - BOTH IN CUSTOMER ORDER - SO ONE PASS OF EACH BUILDS THE
      *    PROFILES AND THE FORECAST TOGETHER.
       100-FORECAST-RECEIPTS.
      *
            PERFORM 140-RETURN-HISTORY.
      *
            EXEC SQL
               OPEN FCSTCUR
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE OPENING FCSTCUR: ' SQLCODE
               MOVE 'Cannot open invoice cursor FCSTCUR'
                                                  TO WS-ERR-MSG
               MOVE 'SQ'                          TO WS-ERR-CDE
               MOVE '100-FORECAST'                TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            PERFORM 110-PROCESS-INVOICE
               UNTIL END-OF-INVOICES.
      *
            EXEC SQL
               CLOSE FCSTCUR
            END-EXEC.
      *
            IF WS-PREV-CUST NOT = SPACES
               PERFORM 200-REPORT-CUSTOMER
                  THRU 200-REPORT-EXIT
            END-IF.
      *
       110-PROCESS-INVOICE.
      *
            EXEC SQL
               FETCH FCSTCUR
                INTO :INVCUST, :INVNO, :INVDATE, :INVTOTAL, :INVPAID
            END-EXEC.
      *
            IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-INVOICES-SW
               IF SQLCODE NOT = 100
                  DISPLAY 'SQLCODE FETCHING FCSTCUR: ' SQLCODE
                  MOVE 'Invoice cursor FCSTCUR failed'
                                                  TO WS-ERR-MSG
                  MOVE 'SQ'                       TO WS-ERR-CDE
                  MOVE '110-PROCESS-INVOICE'      TO WS-ERR-PROC
                  PERFORM Y0001-ERR-HANDLING
               END-IF
            ELSE
               ADD 1 TO WS-READ-COUNT
               IF INVCUST NOT = WS-PREV-CUST
                  IF WS-PREV-CUST NOT = SPACES
                     PERFORM 200-REPORT-CUSTOMER
                        THRU 200-REPORT-EXIT
                  END-IF
                  MOVE INVCUST TO WS-PREV-CUST
                  PERFORM 120-LOAD-PROFILE
               END-IF
               PERFORM 150-FORECAST-ONE-INVOICE
                  THRU 150-FORECAST-EXIT
            END-IF.
      *
      *    HISTORY FOR CUSTOMERS WITH NOTHING OPEN IS PASSED OVER;
      *    THIS CUSTOMER'S OWN RECORDS ARE THEN TAKEN INTO THE
      *    PROFILE.
       120-LOAD-PROFILE.
      *
            INITIALIZE CUSTOMER-FIELDS.
            MOVE ZEROES   TO CP-HIST-COUNT.
            MOVE ZEROES   TO CP-AVG-DAYS.
            MOVE ZEROES   TO CP-LAST-PAY-DATE.
            MOVE 99999999 TO CP-OLDEST-INT.
            PERFORM 125-SKIP-HISTORY
               UNTIL WS-HIST-EOF
                  OR SRT-CUSTNO NOT < WS-PREV-CUST.
            PERFORM 130-TAKE-HISTORY
               UNTIL WS-HIST-EOF
                  OR SRT-CUSTNO NOT = WS-PREV-CUST.
            IF CF-HIST-AMOUNT > ZEROES
               COMPUTE CP-AVG-DAYS ROUNDED =
                   CF-HIST-WEIGHTED / CF-HIST-AMOUNT
            END-IF.
      *
       125-SKIP-HISTORY.
      *
            PERFORM 140-RETURN-HISTORY.
      *
      *    THE LAST PAYMENT DATE COUNTS WHATEVER ITS AGE; ONLY THE
      *    AVERAGE IS LIMITED TO THE LOOKBACK.
       130-TAKE-HISTORY.
      *
            IF SRT-PAY-DATE > CP-LAST-PAY-DATE
               MOVE SRT-PAY-DATE TO CP-LAST-PAY-DATE
            END-IF.
            IF SRT-PAY-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO CP-HIST-COUNT
               ADD SRT-APPLIED TO CF-HIST-AMOUNT
               COMPUTE CF-HIST-WEIGHTED = CF-HIST-WEIGHTED
                   + SRT-APPLIED * SRT-DAYS-TO-PAY
            END-IF.
            PERFORM 140-RETURN-HISTORY.
      *
       140-RETURN-HISTORY.
      *
            RETURN SORT-WORK-FILE
                AT END
                    MOVE 'Y' TO WS-HIST-EOF-SW
                NOT AT END
                    ADD 1 TO WS-HIST-COUNT
            END-RETURN.
      *
      *    THE AMOUNT HELD IN DISPUTE IS LEFT OUT; AN OPEN PROMISE
      *    NOT YET DUE IS TAKEN AT ITS PROMISED DATE; WHATEVER IS LEFT
      *    IS EXPECTED AT THE CUSTOMER'S OWN AVERAGE DAYS-TO-PAY, OR
      *    AT TERMS WHEN THERE IS NO HISTORY TO GO ON.
       150-FORECAST-ONE-INVOICE.
      *
            COMPUTE WS-OPEN-BALANCE = INVTOTAL - INVPAID.
            IF WS-OPEN-BALANCE NOT > ZEROES
               GO TO 150-FORECAST-EXIT
            END-IF.
      *
      *    INVDATE ARRIVES ISO (YYYY-MM-DD) - THE SAME RESHUFFLE
      *    CBINVAGE DOES BEFORE ITS AGE TEST.
            MOVE INVDATE (1:4)  TO WS-INV-DATE-N (1:4).
            MOVE INVDATE (6:2)  TO WS-INV-DATE-N (5:2).
            MOVE INVDATE (9:2)  TO WS-INV-DATE-N (7:2).
            COMPUTE WS-INV-INT =
                FUNCTION INTEGER-OF-DATE (WS-INV-DATE-N).
            IF WS-INV-INT < CP-OLDEST-INT
               MOVE WS-INV-INT TO CP-OLDEST-INT
            END-IF.
            ADD WS-OPEN-BALANCE TO CF-OPEN-BALANCE.
            ADD WS-OPEN-BALANCE TO TF-OPEN-BALANCE.
      *
            PERFORM 155-TEST-DISPUTE.
            ADD WS-DISPUTED-AMOUNT TO CF-DISPUTED.
            ADD WS-DISPUTED-AMOUNT TO TF-DISPUTED.
            COMPUTE WS-FCST-AMOUNT =
                WS-OPEN-BALANCE - WS-DISPUTED-AMOUNT.
            IF WS-FCST-AMOUNT NOT > ZEROES
               GO TO 150-FORECAST-EXIT
            END-IF.
      *
            IF WS-PROM-AVAIL
               PERFORM 160-TAKE-PROMISE
            END-IF.
            IF WS-FCST-AMOUNT NOT > ZEROES
               GO TO 150-FORECAST-EXIT
            END-IF.
      *
            MOVE WS-FCST-AMOUNT TO WS-PLACE-AMOUNT.
            IF CP-HIST-COUNT > ZEROES
               COMPUTE WS-PLACE-INT = WS-INV-INT + CP-AVG-DAYS
               MOVE 2 TO WS-BASIS-SUB
            ELSE
               COMPUTE WS-PLACE-INT = WS-INV-INT + WS-TERMS-DAYS
               MOVE 3 TO WS-BASIS-SUB
            END-IF.
            PERFORM 170-PLACE-AMOUNT
               THRU 170-PLACE-EXIT.
      *
       150-FORECAST-EXIT.
            EXIT.
      *
      *    THE SAME AMOUNT FINCHG AND DUNLET HOLD BACK FROM COLLECTION.
       155-TEST-DISPUTE.
      *
            MOVE ZEROES TO WS-DISPUTED-AMOUNT.
            IF WS-DISP-AVAIL
               MOVE INVCUST TO ID-CUST-NO
               MOVE INVNO   TO ID-INVNO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                          WHEN ID-OPEN
                             MOVE ID-DISPUTE-AMOUNT
                                 TO WS-DISPUTED-AMOUNT
                          WHEN ID-UPHELD
                             MOVE ID-CREDIT-AMOUNT
                                 TO WS-DISPUTED-AMOUNT
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
               END-READ
               IF WS-DISPUTED-AMOUNT > WS-OPEN-BALANCE
                  MOVE WS-OPEN-BALANCE TO WS-DISPUTED-AMOUNT
               END-IF
            END-IF.
      *
      *    A PROMISE WHOSE DATE HAS PASSED IS LEFT TO PROMCHK TO
      *    JUDGE - THE INVOICE FALLS BACK TO THE CUSTOMER'S PATTERN.
       160-TAKE-PROMISE.
      *
            MOVE INVCUST TO PR-CUST-NO.
            MOVE INVNO   TO PR-INVNO.
            READ PROMISE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PR-OPEN
                       AND PR-PROMISED-DATE NOT < WS-TODAY-DATE
                        PERFORM 165-PLACE-PROMISE
                    END-IF
            END-READ.
      *
       165-PLACE-PROMISE.
      *
            IF PR-AMOUNT < WS-FCST-AMOUNT
               MOVE PR-AMOUNT      TO WS-PLACE-AMOUNT
            ELSE
               MOVE WS-FCST-AMOUNT TO WS-PLACE-AMOUNT
            END-IF.
            COMPUTE WS-PLACE-INT =
                FUNCTION INTEGER-OF-DATE (PR-PROMISED-DATE).
            MOVE 1 TO WS-BASIS-SUB.
            PERFORM 170-PLACE-AMOUNT
               THRU 170-PLACE-EXIT.
            SUBTRACT WS-PLACE-AMOUNT FROM WS-FCST-AMOUNT.
      *
      *    AN EXPECTED DATE ALREADY PAST IS STILL CASH TO COME IN
      *    WEEK 1, UNLESS IT IS SO FAR PAST THAT IT CANNOT FAIRLY BE
      *    COUNTED ON.
       170-PLACE-AMOUNT.
      *
            COMPUTE WS-DAYS-AHEAD = WS-PLACE-INT - WS-TODAY-INT.
            IF WS-DAYS-AHEAD < ZEROES
               IF WS-DAYS-AHEAD + WS-STALE-DAYS < ZEROES
                  ADD WS-PLACE-AMOUNT TO TF-STALE
                  GO TO 170-PLACE-EXIT
               END-IF
               MOVE ZEROES TO WS-DAYS-AHEAD
            END-IF.
      *
            DIVIDE WS-DAYS-AHEAD BY 7 GIVING WS-WEEK-SUB.
            ADD 1 TO WS-WEEK-SUB.
            IF WS-WEEK-SUB > 8
               MOVE 9 TO WS-WEEK-SUB
            ELSE
               ADD WS-PLACE-AMOUNT TO CF-NEXT-8-WEEKS
            END-IF.
            ADD WS-PLACE-AMOUNT
                TO FT-AMOUNT (WS-WEEK-SUB, WS-BASIS-SUB).
            ADD WS-PLACE-AMOUNT TO FT-WEEK-TOTAL (WS-WEEK-SUB).
      *
       170-PLACE-EXIT.
            EXIT.
      *
      *    SLOWING - THE OLDEST OPEN INVOICE IS OLDER THAN THE
      *    CUSTOMER USUALLY TAKES TO PAY, BY MORE THAN THE TOLERANCE.
      *    A CUSTOMER WHO USUALLY PAYS WITHIN TERMS AND HAS ALSO PAID
      *    NOTHING FOR THAT LONG IS A PROMPT PAYER GONE QUIET - THEIR
      *    OWN SHORT AVERAGE RAISES THE FLAG WELL BEFORE THE AGING
      *    BUCKETS WOULD.
       200-REPORT-CUSTOMER.
      *
            IF CF-OPEN-BALANCE NOT > ZEROES
               GO TO 200-REPORT-EXIT
            END-IF.
            ADD 1 TO WS-CUSTOMER-COUNT.
      *
            COMPUTE WS-OLDEST-AGE = WS-TODAY-INT - CP-OLDEST-INT.
            IF CP-LAST-PAY-DATE > ZEROES
               COMPUTE WS-SINCE-PAY = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE (CP-LAST-PAY-DATE)
               MOVE WS-SINCE-PAY TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO CDL-SINCE-PAY
            ELSE
               MOVE 99999        TO WS-SINCE-PAY
               MOVE '  N/A'      TO CDL-SINCE-PAY
            END-IF.
      *
            IF CP-HIST-COUNT = ZEROES
               ADD 1 TO WS-NOHIST-COUNT
               MOVE '  N/A'            TO CDL-AVG-DAYS
               MOVE 'NO PAY HISTORY - TERMS' TO CDL-FLAG
            ELSE
               MOVE CP-AVG-DAYS  TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO CDL-AVG-DAYS
               COMPUTE WS-FLAG-LIMIT =
                   CP-AVG-DAYS + WS-TOLERANCE-DAYS
               EVALUATE TRUE
                  WHEN WS-OLDEST-AGE NOT > WS-FLAG-LIMIT
                     MOVE 'ON PATTERN'     TO CDL-FLAG
                  WHEN CP-AVG-DAYS NOT > WS-TERMS-DAYS
                   AND WS-SINCE-PAY > WS-FLAG-LIMIT
                     ADD 1 TO WS-QUIET-COUNT
                     MOVE '*** PROMPT PAYER QUIET'
                                           TO CDL-FLAG
                  WHEN OTHER
                     ADD 1 TO WS-SLOWING-COUNT
                     MOVE 'SLOWING'        TO CDL-FLAG
               END-EVALUATE
            END-IF.
      *
            MOVE WS-PREV-CUST    TO CDL-CUSTNO.
            MOVE CF-OPEN-BALANCE TO CDL-OPEN.
            MOVE CF-DISPUTED     TO CDL-DISPUTED.
            MOVE CP-HIST-COUNT   TO CDL-PAYMENTS.
            MOVE WS-OLDEST-AGE   TO CDL-OLDEST-AGE.
            MOVE CF-NEXT-8-WEEKS TO CDL-NEXT-8.
            WRITE FORECAST-REC FROM CUST-DETAIL-LINE.
            IF WS-FCST-STATUS NOT = '00'
               MOVE 'Error writting file FCSTRPT' TO WS-ERR-MSG
               MOVE WS-FCST-STATUS                TO WS-ERR-CDE
               MOVE '200-REPORT-CUSTOMER'         TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       200-REPORT-EXIT.
            EXIT.
      *
       300-WRITE-WEEKLY-FORECAST.
      *
            MOVE SPACES TO FORECAST-REC.
            WRITE FORECAST-REC.
            MOVE 'EXPECTED RECEIPTS BY WEEK' TO FSL-TEXT.
            WRITE FORECAST-REC FROM FCST-SECTION-LINE.
            WRITE FORECAST-REC FROM WEEK-HEADING-LINE.
            PERFORM 310-WRITE-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 9.
      *
       310-WRITE-ONE-WEEK.
      *
            MOVE SPACES TO WDL-AMOUNT-ENTRY (1)
                           WDL-AMOUNT-ENTRY (2)
                           WDL-AMOUNT-ENTRY (3).
            IF WS-WEEK-SUB > 8
               MOVE 'BEYOND 8 WEEKS' TO WDL-LABEL
               MOVE SPACES           TO WDL-START
               MOVE SPACES           TO WDL-CUMULATIVE-GROUP
            ELSE
               MOVE WS-WEEK-SUB      TO WS-WEEK-LABEL-NO
               MOVE WS-WEEK-LABEL    TO WDL-LABEL
               COMPUTE WS-WEEK-START =
                   FUNCTION DATE-OF-INTEGER
                            (WS-TODAY-INT + (WS-WEEK-SUB - 1) * 7)
               MOVE WS-WEEK-START    TO WDL-START
               ADD FT-WEEK-TOTAL (WS-WEEK-SUB) TO TF-CUMULATIVE
               MOVE TF-CUMULATIVE    TO WDL-CUMULATIVE
            END-IF.
            PERFORM 315-MOVE-ONE-BASIS
               VARYING WS-BASIS-SUB FROM 1 BY 1
               UNTIL WS-BASIS-SUB > 3.
            MOVE FT-WEEK-TOTAL (WS-WEEK-SUB) TO WDL-TOTAL.
            WRITE FORECAST-REC FROM WEEK-DETAIL-LINE.
      *
       315-MOVE-ONE-BASIS.
      *
            MOVE FT-AMOUNT (WS-WEEK-SUB, WS-BASIS-SUB)
                                TO WDL-AMOUNT (WS-BASIS-SUB).
      *
      *    WHAT THE WEEKS ABOVE DO NOT COUNT ON, SO TREASURY CAN TIE
      *    THE FORECAST BACK TO THE OPEN LEDGER.
       400-WRITE-FORECAST-TOTALS.
      *
            MOVE SPACES TO FORECAST-REC.
            WRITE FORECAST-REC.
            MOVE 'EXPECTED IN THE NEXT 8 WEEKS'        TO FAL-LABEL.
            MOVE TF-CUMULATIVE   TO FAL-AMOUNT.
            WRITE FORECAST-REC FROM FCST-AMOUNT-LINE.
            DISPLAY 'NEXT 8 WEEKS       : ' FAL-AMOUNT.
            MOVE 'OVERDUE BEYOND LIMIT - NOT FORECAST' TO FAL-LABEL.
            MOVE TF-STALE        TO FAL-AMOUNT.
            WRITE FORECAST-REC FROM FCST-AMOUNT-LINE.
            MOVE 'HELD IN DISPUTE - NOT FORECAST'      TO FAL-LABEL.
            MOVE TF-DISPUTED     TO FAL-AMOUNT.
            WRITE FORECAST-REC FROM FCST-AMOUNT-LINE.
            MOVE 'TOTAL OPEN RECEIVABLES'              TO FAL-LABEL.
            MOVE TF-OPEN-BALANCE TO FAL-AMOUNT.
            WRITE FORECAST-REC FROM FCST-AMOUNT-LINE.
      *
            MOVE WS-CUSTOMER-COUNT TO FCL-CUSTOMERS.
            MOVE WS-SLOWING-COUNT  TO FCL-SLOWING.
            MOVE WS-QUIET-COUNT    TO FCL-QUIET.
            MOVE WS-NOHIST-COUNT   TO FCL-NOHIST.
            WRITE FORECAST-REC FROM FCST-COUNT-LINE.
      *
       Y0001-ERR-HANDLING.
      *
            DISPLAY '********************************'.
            DISPLAY '  ERROR HANDLING REPORT '.
            DISPLAY '********************************'.
            DISPLAY '  ' WS-ERR-MSG.
            DISPLAY '  ' WS-ERR-CDE.
            DISPLAY '  ' WS-ERR-PROC.
            DISPLAY '********************************'.
      *
            CALL 'ERRLOG' USING WS-ERR-MSG WS-ERR-CDE WS-ERR-PROC
                                WS-ERR-SEV.
      *
            PERFORM 999-CLOSE-FILES.
            STOP RUN.
      *
       999-CLOSE-FILES.
      *
            CLOSE PROMISE-FILE.
            CLOSE DISPUTE-FILE.
            CLOSE FORECAST-FILE.
      *
       END PROGRAM RCPTFCST.
