               RECORD KEY IS POP-COUNTRY
               FILE STATUS  IS  WS-POP-STATUS.
      *
      *    COUNTRY-TO-REGION REFERENCE (REGNMNT), KEYED BY THE VAL2
      *    COUNTRY CODE - DRIVES THE CONTINENT AND WHO-REGION ROLL-
      *    UP. A COUNTRY MISSING THERE IS REPORTED ON EXCFILE AND
      *    GROUPED AS UNMAPPED, NEVER GUESSED.
           SELECT OPTIONAL REGION-REF-FILE ASSIGN TO CTRYRGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-COUNTRY-CODE
               FILE STATUS  IS  WS-RGN-STATUS.
      *
      *    ONE CARD - ABSOLUTE NEW-CASE THRESHOLD AND PERCENTAGE
      *    GROWTH THRESHOLD FOR THE HOTSPOT CHECK, THEN THE SHARE OF
      *    EXPECTED COUNTRIES THAT MAY BE MISSING BEFORE THE REPORT
      *    IS HELD. NO CARD KEEPS THE COMPILED DEFAULTS.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTL-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-COUNTRY
               FILE STATUS  IS  WS-PW-STATUS.
      *
      *    THE HEALTH DESK'S DAILY VACCINATION AND TESTING FEED -
      *    A SECOND HEADER-DRIVEN CSV, ONE ROW PER COUNTRY AND DATE.
      *    IT IS PROVED LIKE THE CASE FEED AND LANDS ON THE KEYED
      *    VACWK WORK FILE, WHERE EACH COUNTRY SUBTOTAL PICKS UP ITS
      *    ROW. NO FEED LEAVES THE VACCINATION COLUMNS BLANK.
           SELECT OPTIONAL VAC-FILE ASSIGN TO VACFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-VAC-STATUS.
      *
           SELECT VAC-WORK-FILE ASSIGN TO VACWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VW-COUNTRY
               FILE STATUS  IS  WS-VW-STATUS.
      *
      *    EXPECTED-COUNTRY MASTER (EXPMNT) - EVERY COUNTRY AND
      *    PROVINCE/STATE THE FEED SHOULD CARRY, WITH ITS NORMAL
      *    REPORTING LAG. THE FEED IS CHECKED AGAINST IT BEFORE THE
      *    REPORT IS WRITTEN; ROWS NOT ON IT LAND ON UNEXPWK.
           SELECT OPTIONAL EXPECTED-FILE ASSIGN TO EXPCTRY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS  IS  WS-EXP-STATUS.
      *
           SELECT UNEXPECTED-WORK-FILE ASSIGN TO UNEXPWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UX-KEY
               FILE STATUS  IS  WS-UX-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
      *
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
           05 WS-DATA          PIC X(246).
      *
       FD  EXCEPTION-FILE RECORDING MODE F.
       01  EXCEPTION-REC.
           05 FILLER            PIC X(11) VALUE SPACES.
      *
       FD  CSV-FILE RECORDING MODE F.
       01  CSV-REC               PIC X(260).
      *
      *    THE PRIOR MASTER GREW FROM ONE GENERATION TO A ROLLING
      *    SEVEN-DAY HISTORY PER COUNTRY - SLOT 1 IS THE MOST
           05 POP-COUNTRY      PIC X(46).
           05 POP-COUNT        PIC 9(12).
           05 FILLER           PIC X(22).
      *
       FD  REGION-REF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           COPY CTRYRGN.
      *
       FD  CONTROL-CARD-FILE RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05 CTL-ABS-THRESHOLD PIC 9(09).
           05 CTL-PCT-THRESHOLD PIC 9(03).
           05 CTL-MISS-PCT      PIC 9(03).
           05 FILLER            PIC X(65).
      *
       FD  TODAY-WORK-FILE
            RECORD CONTAINS 120 CHARACTERS
           05 TW-CONFIRMED     PIC 9(12).
           05 TW-DEATHS        PIC 9(14).
           05 TW-ACTIVE        PIC 9(11).
           05 TW-VAC-SW        PIC X(01).
           05 FILLER           PIC X(36).
      *
       FD  PRIOR-WORK-FILE
            RECORD CONTAINS 280 CHARACTERS
              10 PW-H-CONFIRMED PIC 9(12).
              10 PW-H-DEATHS    PIC 9(14).
           05 FILLER           PIC X(14).
      *
       FD  VAC-FILE RECORDING MODE F.
       01  VAC-REC.
           05 WS-VAC-STRING    PIC X(160).
      *
      *    VW-MATCHED-SW MARKS A ROW A COUNTRY SUBTOTAL PICKED UP, SO
      *    THE COVERAGE SECTION CAN LIST THE ROWS NO CASE DATA MET.
       FD  VAC-WORK-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  VAC-WORK-REC.
           05 VW-COUNTRY       PIC X(46).
           05 VW-DATE          PIC 9(08).
           05 VW-DOSES         PIC 9(12).
           05 VW-FULLY-VAC     PIC 9(12).
           05 VW-TESTS         PIC 9(12).
           05 VW-POSITIVE      PIC 9(12).
           05 VW-MATCHED-SW    PIC X(01).
           05 FILLER           PIC X(17).
      *
       FD  EXPECTED-FILE
            RECORD CONTAINS 160 CHARACTERS
            RECORDING MODE IS F.
           COPY EXPCTRY.
      *
       FD  UNEXPECTED-WORK-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  UNEXPECTED-WORK-REC.
           05 UX-KEY.
              10 UX-COUNTRY    PIC X(46).
              10 UX-PROVINCE   PIC X(46).
           05 FILLER           PIC X(08).
      *
       FD  HOTSPOT-RPT-FILE RECORDING MODE F.
       01  HOTSPOT-RPT-REC      PIC X(132).
      *    PROVINCE/STATE BEFORE REPORT WRITING, SO THE PER-COUNTRY
      *    SUBTOTAL BREAK FIRES EXACTLY ONCE PER COUNTRY NO MATTER
      *    HOW THE UPSTREAM EXTRACT WAS BUILT.
      *    THE CONTINENT NOW LEADS THE KEY SO EACH CONTINENT'S
      *    COUNTRIES ARRIVE TOGETHER FOR ITS REGION BREAK; UNMAPPED
      *    COUNTRIES CARRY HIGH-VALUES AND SORT LAST.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-CONTINENT    PIC X(15).
           05 SRT-WHO-REGION   PIC X(05).
           05 SRT-VALUE1       PIC X(46).
           05 SRT-VALUE2       PIC X(11).
           05 SRT-VALUE3       PIC X(46).
       01  WS-HIST-BASE-CONF              PIC 9(12) VALUE ZEROES.
       01  WS-HIST-BASE-DEATH             PIC 9(14) VALUE ZEROES.
       01  WS-HIST-SLOT                   PIC 9(01) VALUE ZERO.
      *    A MISSED POPULATION READ MUST NOT LOOK LIKE AN ABSENT FILE
      *    TO EVERY COUNTRY AFTER IT - AVAILABILITY IS FIXED AT OPEN.
       01  WS-POP-AVAIL-SW                PIC X(01) VALUE 'N'.
           88  WS-POP-AVAIL                         VALUE 'Y'.
      *    THE COUNTRY'S POPULATION AS FOUND AT ITS BREAK - ZERO WHEN
      *    MISSING - FOR THE REGION ROLL-UP.
       01  WS-CTRY-POP                    PIC 9(12) VALUE ZEROES.
      *
      *    CONTINENT AND WHO-REGION ROLL-UP. EACH COUNTRY SUBTOTAL IS
      *    ADDED TO ITS CONTINENT ACCUMULATOR (PRINTED AT THE
      *    CONTINENT BREAK) AND TO ITS WHO-REGION TABLE ENTRY (PRINTED
      *    AHEAD OF THE GRAND TOTAL). THE MOVING AVERAGES ARE THE SUM
      *    OF THE COUNTRY AVERAGES; THE PER-100K RATE IS TAKEN OVER
      *    THE COUNTRIES WITH A POPULATION ONLY, AND FLAGGED 'PRT'
      *    WHEN ANY COUNTRY IN THE GROUP HAD NONE.
       01  WS-RGN-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RGN-AVAIL-SW                PIC X(01) VALUE 'N'.
           88  WS-RGN-AVAIL                         VALUE 'Y'.
       01  WS-UNMAPPED-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-CONT-TOTALS.
           05  WS-CONT-VAL4               PIC 9(12).
           05  WS-CONT-VAL5               PIC 9(14).
           05  WS-CONT-VAL6               PIC 9(09).
           05  WS-CONT-VAL7               PIC 9(11).
           05  WS-CONT-VAL8               PIC 9(12).
           05  WS-CONT-VAL9               PIC 9(15).
           05  WS-CONT-MA-CASES           PIC 9(09).
           05  WS-CONT-MA-DEATHS          PIC 9(09).
           05  WS-CONT-POP                PIC 9(12).
           05  WS-CONT-POP-CONF           PIC 9(12).
           05  WS-CONT-NOPOP              PIC 9(05).
           05  WS-CONT-VAC.
               10  WS-CONT-DOSES          PIC 9(13).
               10  WS-CONT-FULLY          PIC 9(13).
               10  WS-CONT-TESTS          PIC 9(13).
               10  WS-CONT-POSITIVE       PIC 9(13).
               10  WS-CONT-VAC-POP        PIC 9(13).
       01  WS-WHO-COUNT                   PIC 9(02) VALUE ZEROES.
       01  WHO-REGION-TABLE.
           05  WHO-ENTRY OCCURS 10 TIMES INDEXED BY WHO-IDX.
               10  WHO-REGION             PIC X(05).
               10  WHO-TOTALS.
                   15  WHO-VAL4           PIC 9(12).
                   15  WHO-VAL5           PIC 9(14).
                   15  WHO-VAL6           PIC 9(09).
                   15  WHO-VAL7           PIC 9(11).
                   15  WHO-VAL8           PIC 9(12).
                   15  WHO-VAL9           PIC 9(15).
                   15  WHO-MA-CASES       PIC 9(09).
                   15  WHO-MA-DEATHS      PIC 9(09).
                   15  WHO-POP            PIC 9(12).
                   15  WHO-POP-CONF       PIC 9(12).
                   15  WHO-NOPOP          PIC 9(05).
                   15  WHO-DOSES          PIC 9(13).
                   15  WHO-FULLY          PIC 9(13).
                   15  WHO-TESTS          PIC 9(13).
                   15  WHO-POSITIVE       PIC 9(13).
                   15  WHO-VAC-POP        PIC 9(13).
      *    ONE GROUP'S FIGURES STAGED FOR 392-WRITE-REGION-LINE - THE
      *    SAME SHAPE AS WS-CONT-TOTALS AND WHO-TOTALS.
       01  WS-RGN-PRINT.
           05  WS-RP-VAL4                 PIC 9(12).
           05  WS-RP-VAL5                 PIC 9(14).
           05  WS-RP-VAL6                 PIC 9(09).
           05  WS-RP-VAL7                 PIC 9(11).
           05  WS-RP-VAL8                 PIC 9(12).
           05  WS-RP-VAL9                 PIC 9(15).
           05  WS-RP-MA-CASES             PIC 9(09).
           05  WS-RP-MA-DEATHS            PIC 9(09).
           05  WS-RP-POP                  PIC 9(12).
           05  WS-RP-POP-CONF             PIC 9(12).
           05  WS-RP-NOPOP                PIC 9(05).
           05  WS-RP-VAC                  PIC X(65).
       01  WS-RP-TAG                      PIC X(10) VALUE SPACES.
       01  WS-RP-NAME                     PIC X(15) VALUE SPACES.
      *
      *    VACCINATION AND TESTING FEED. ITS HEADER ROW BUILDS ITS OWN
      *    COLUMN MAP THE SAME WAY AS THE CASE FEED'S; A ROW MUST BE
      *    NUMERIC, DATED THE REPORT (BUSINESS) DATE AND THE ONLY ROW
      *    FOR ITS COUNTRY, OR IT GOES TO EXCFILE.
       01  WS-VAC-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-VW-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-VAC-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-VAC-EOF                           VALUE 'Y'.
       01  WS-VW-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-VW-EOF                            VALUE 'Y'.
       01  WS-VAC-SUPPLIED-SW             PIC X(01) VALUE 'N'.
           88  WS-VAC-SUPPLIED                      VALUE 'Y'.
       01  WS-VAC-FOUND-SW                PIC X(01) VALUE 'N'.
           88  WS-VAC-FOUND                         VALUE 'Y'.
       01  WS-VHDR-PARSED-SW              PIC X(01) VALUE 'N'.
           88  WS-VHDR-PARSED                       VALUE 'Y'.
       01  WS-REPORT-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-VAC-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-VAC-LOADED                  PIC 9(07) VALUE ZEROES.
       01  WS-VAC-REJECT                  PIC 9(07) VALUE ZEROES.
       01  WS-VAC-EXC-MSG                 PIC X(60) VALUE SPACES.
       01  WS-VCOL-NAME-TABLE.
           05  WS-VCOL-NAME OCCURS 10 TIMES
                                          PIC X(25).
       01  WS-VCOL-TEXT-TABLE.
           05  WS-VCOL-TEXT OCCURS 10 TIMES
                                          PIC X(46).
       01  WS-VCOL-MAP-TABLE.
           05  WS-VCOL-MAP OCCURS 6 TIMES
                                          PIC 9(02).
       01  WS-VAC-REQ-NAMES.
           05  FILLER PIC X(25) VALUE 'COUNTRY_REGION'.
           05  FILLER PIC X(25) VALUE 'REPORT_DATE'.
           05  FILLER PIC X(25) VALUE 'DOSES_ADMINISTERED'.
           05  FILLER PIC X(25) VALUE 'PEOPLE_FULLY_VACCINATED'.
           05  FILLER PIC X(25) VALUE 'TOTAL_TESTS'.
           05  FILLER PIC X(25) VALUE 'POSITIVE_TESTS'.
       01  WS-VAC-REQ-NAME-TABLE REDEFINES WS-VAC-REQ-NAMES.
           05  WS-VAC-REQ-NAME OCCURS 6 TIMES
                                          PIC X(25).
       01  WS-VAC-ROW.
           05  WS-VAC-COUNTRY             PIC X(46).
           05  WS-VAC-DATE-TEXT           PIC X(10).
           05  WS-VAC-DATE-X              PIC X(08).
           05  WS-VAC-DATE REDEFINES WS-VAC-DATE-X
                                          PIC 9(08).
           05  WS-VAC-DOSES               PIC 9(12).
           05  WS-VAC-FULLY               PIC 9(12).
           05  WS-VAC-TESTS               PIC 9(12).
           05  WS-VAC-POSITIVE            PIC 9(12).
      *    ONE LINE'S VACCINATION FIGURES STAGED FOR 396-EDIT-
      *    VACCINATION-COLS. WS-VX-POP IS THE POPULATION BEHIND
      *    WS-VX-FULLY - ZERO WHEN THERE IS NONE TO RATE AGAINST.
       01  WS-VAC-FIGURES.
           05  WS-VX-DOSES                PIC 9(13).
           05  WS-VX-FULLY                PIC 9(13).
           05  WS-VX-TESTS                PIC 9(13).
           05  WS-VX-POSITIVE             PIC 9(13).
           05  WS-VX-POP                  PIC 9(13).
       01  WS-GRAND-VAC.
           05  WS-GV-DOSES                PIC 9(13).
           05  WS-GV-FULLY                PIC 9(13).
           05  WS-GV-TESTS                PIC 9(13).
           05  WS-GV-POSITIVE             PIC 9(13).
           05  WS-GV-POP                  PIC 9(13).
       01  WS-VAC-PCT                     PIC 9(03)V9 VALUE ZEROES.
       01  WS-VAC-PCT-E                   PIC ZZ9.9.
       01  WS-VAC-COUNT-E                 PIC Z(11)9.
      *
       01  COVERAGE-HEADER-LINE.
           05  FILLER              PIC X(208) VALUE
               'COUNTRIES IN ONE FEED ONLY - CASES VS VACCINATION'.
       01  COVERAGE-DETAIL-LINE.
           05  CL-COUNTRY          PIC X(46).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CL-TEXT             PIC X(40).
           05  FILLER              PIC X(121) VALUE SPACES.
      *
      *    EXPECTED-COUNTRY COMPLETENESS CHECK. EVERY VALID FEED ROW
      *    MARKS ITS MASTER ENTRY SEEN (OR LANDS ON UNEXPWK); AT END
      *    OF FEED THE MASTER IS PASSED BY COUNTRY. AN ENTRY NOT SEEN
      *    IS LATE WHILE ITS ABSENT DAYS ARE WITHIN ITS LAG, OVERDUE
      *    AFTER. A COUNTRY WITH NO ROW AT ALL HAS THE PRIOR RUN'S
      *    FIGURES CARRIED INTO THE REPORT, TAGGED 'NOT UPDTD'; IT
      *    COUNTS AS MISSING ONCE ANY OF ITS ENTRIES IS OVERDUE. TOO
      *    HIGH A MISSING SHARE ENDS THE RUN WITH RC 8, WHICH HOLDS
      *    THE REPORT BACK FROM DISTRIBUTION.
       01  WS-EXP-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-UX-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-EXP-AVAIL-SW                PIC X(01) VALUE 'N'.
           88  WS-EXP-AVAIL                         VALUE 'Y'.
       01  WS-EXP-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EXP-EOF                           VALUE 'Y'.
       01  WS-UX-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-UX-EOF                            VALUE 'Y'.
       01  WS-EXP-GROUP-SW                PIC X(01) VALUE 'N'.
           88  WS-EXP-GROUP-SET                     VALUE 'Y'.
       01  WS-CTRY-SEEN-SW                PIC X(01) VALUE 'N'.
           88  WS-CTRY-SEEN                         VALUE 'Y'.
       01  WS-CTRY-OVERDUE-SW             PIC X(01) VALUE 'N'.
           88  WS-CTRY-OVERDUE                      VALUE 'Y'.
       01  WS-HOLD-SW                     PIC X(01) VALUE 'N'.
           88  WS-REPORT-HELD                       VALUE 'Y'.
       01  WS-EXP-PREV-COUNTRY            PIC X(46) VALUE SPACES.
       01  WS-EXP-PREV-CODE               PIC X(02) VALUE SPACES.
       01  WS-EXP-ENTRY-COUNT             PIC 9(07) VALUE ZEROES.
       01  WS-EXP-CTRY-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-MISS-CTRY-COUNT             PIC 9(05) VALUE ZEROES.
       01  WS-OVERDUE-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-LATE-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-UNEXP-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-CF-COUNT                    PIC 9(05) VALUE ZEROES.
       01  WS-MISS-PCT                    PIC 9(03)V9 VALUE ZEROES.
       01  WS-MISS-LIMIT                  PIC 9(03) VALUE 010.
      *
       01  COMPLETE-HEADER-LINE.
           05  FILLER              PIC X(208) VALUE
               'EXPECTED-COUNTRY COMPLETENESS CHECK - TODAY''S FEED'.
       01  COMPLETE-DETAIL-LINE.
           05  CP-COUNTRY          PIC X(46).
           05  FILLER              PIC X(01).
           05  CP-PROVINCE         PIC X(46).
           05  FILLER              PIC X(01).
           05  CP-STATUS           PIC X(30).
           05  FILLER              PIC X(01).
           05  CP-HISTORY.
               10  CP-ABSENT-LIT   PIC X(07).
               10  CP-DAYS         PIC ZZ9.
               10  CP-LAG-LIT      PIC X(12).
               10  CP-LAG          PIC Z9.
               10  FILLER          PIC X(16).
           05  FILLER              PIC X(01).
           05  CP-NOTE             PIC X(40).
           05  FILLER              PIC X(02).
       01  COMPLETE-TEXT-LINE REDEFINES COMPLETE-DETAIL-LINE.
           05  CP-TEXT             PIC X(208).
       01  COMPLETE-SUMMARY-LINE.
           05  FILLER              PIC X(19) VALUE
               'EXPECTED COUNTRIES '.
           05  CS-EXPECTED         PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE ' MISSING '.
           05  CS-MISSING          PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE ' ('.
           05  CS-PCT              PIC ZZ9.9.
           05  FILLER              PIC X(11) VALUE ' PCT, LIMIT'.
           05  CS-LIMIT            PIC ZZZ9.
           05  FILLER              PIC X(20) VALUE
               ' PCT)  ENTRIES LATE '.
           05  CS-LATE             PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE ' OVERDUE '.
           05  CS-OVERDUE          PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE ' UNEXPECTED '.
           05  CS-UNEXPECTED       PIC ZZZZ9.
           05  FILLER              PIC X(17) VALUE
               ' CARRIED FORWARD '.
           05  CS-CARRIED          PIC ZZZZ9.
           05  FILLER              PIC X(70) VALUE SPACES.
      *
      *    HOTSPOT ALERTING - A COUNTRY BREACHES ON ABSOLUTE NEW
      *    CASES OR ON PERCENTAGE GROWTH AGAINST THE PRIOR RUN'S
           05  WS-PREV-COUNTRY            PIC X(46) VALUE SPACES.
           05  WS-PREV-COUNTRY-SW         PIC X(01) VALUE 'N'.
              88 WS-PREV-COUNTRY-SET                VALUE 'Y'.
           05  WS-CURR-CONTINENT          PIC X(15) VALUE SPACES.
           05  WS-CURR-WHO-REGION         PIC X(05) VALUE SPACES.
           05  WS-PREV-CONTINENT          PIC X(15) VALUE SPACES.
           05  WS-PREV-WHO-REGION         PIC X(05) VALUE SPACES.
           05  WS-PREV-CODE               PIC X(02) VALUE SPACES.
           05  WS-SUB-VAL4                PIC 9(12) VALUE ZEROES.
           05  WS-SUB-VAL5                PIC 9(14) VALUE ZEROES.
           05  WS-SUB-VAL6                PIC 9(09) VALUE ZEROES.
           PERFORM 340-WRITE-CSV-HEADER.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CONTINENT
                                SRT-VALUE1
                                SRT-VALUE3
               INPUT PROCEDURE IS 150-PARSE-AND-RELEASE
               OUTPUT PROCEDURE IS 250-REPORT-SORTED.
           PERFORM 400-CLOSE-FILES.
      *
      *    RC 8 - THE REPORT IS COMPLETE ON FILE BUT TOO MANY EXPECTED
      *    COUNTRIES ARE MISSING TO RELEASE IT. DAILYRUN HOLDS IT.
           IF WS-REPORT-HELD
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
      *
               OPEN INPUT POPULATION-FILE.
      *    ABSENT POPULATION FILE = EVERY COUNTRY FLAGGED.
               IF WS-POP-STATUS = '00'
                  MOVE 'Y' TO WS-POP-AVAIL-SW
               END-IF.
      *
               OPEN INPUT REGION-REF-FILE.
      *    ABSENT REGION FILE = EVERY COUNTRY UNMAPPED.
               IF WS-RGN-STATUS = '00'
                  MOVE 'Y' TO WS-RGN-AVAIL-SW
               END-IF.
               MOVE ZEROES TO WS-CONT-TOTALS.
               MOVE SPACES TO WHO-REGION-TABLE.
      *
               OPEN INPUT CONTROL-CARD-FILE.
               IF WS-CTL-STATUS = '00'
                              MOVE CTL-PCT-THRESHOLD
                                  TO WS-PCT-THRESHOLD
                          END-IF
                          IF CTL-MISS-PCT IS NUMERIC
                             AND CTL-MISS-PCT > ZEROES
                              MOVE CTL-MISS-PCT
                                  TO WS-MISS-LIMIT
                          END-IF
                  END-READ
               END-IF.
               CLOSE CONTROL-CARD-FILE.
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    THE VACCINATION FEED IS JOINED ON THE BUSINESS DATE THE
      *    CASE FEED IS REPORTED FOR. EXCFILE IS OPEN BY NOW FOR ITS
      *    REJECTS.
               CALL 'GETBDATE' USING WS-REPORT-DATE.
               MOVE ZEROES TO WS-GRAND-VAC.
               OPEN OUTPUT VAC-WORK-FILE.
               CLOSE VAC-WORK-FILE.
               OPEN I-O VAC-WORK-FILE.
               IF WS-VW-STATUS NOT = ZEROES
                  MOVE 'Error opening file VACWK'      TO WS-ERR-MSG
                  MOVE WS-VW-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               OPEN INPUT VAC-FILE.
               IF WS-VAC-STATUS = '00'
                  MOVE 'Y' TO WS-VAC-SUPPLIED-SW
               ELSE
                  MOVE 'Y' TO WS-VAC-EOF-SW
               END-IF.
               PERFORM 130-LOAD-VAC-FEED
                  UNTIL WS-VAC-EOF.
      *
      *    THE EXPECTED-COUNTRY MASTER IS OPTIONAL - ABSENT OR EMPTY,
      *    THE FEED IS NOT CHECKED AND THE SECTION SAYS SO.
               OPEN OUTPUT UNEXPECTED-WORK-FILE.
               CLOSE UNEXPECTED-WORK-FILE.
               OPEN I-O UNEXPECTED-WORK-FILE.
               IF WS-UX-STATUS NOT = ZEROES
                  MOVE 'Error opening file UNEXPWK'    TO WS-ERR-MSG
                  MOVE WS-UX-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               OPEN I-O EXPECTED-FILE.
               IF WS-EXP-STATUS = '00'
                  PERFORM 125-RESET-EXPECTED-MASTER
               END-IF.
      *
      *    EVERY ENTRY STARTS THE RUN UNSEEN - A RERUN OF THE SAME DAY
      *    MARKS ITS ROWS AFRESH.
         125-RESET-EXPECTED-MASTER.
               MOVE 'N' TO WS-EXP-EOF-SW.
               MOVE LOW-VALUES TO EX-KEY.
               START EXPECTED-FILE KEY IS NOT LESS THAN EX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EXP-EOF-SW
               END-START.
               PERFORM 126-RESET-ONE-ENTRY
                  UNTIL WS-EXP-EOF.
               IF WS-EXP-ENTRY-COUNT > ZEROES
                  MOVE 'Y' TO WS-EXP-AVAIL-SW
               END-IF.
      *
         126-RESET-ONE-ENTRY.
               READ EXPECTED-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-EXP-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-EXP-ENTRY-COUNT
                     MOVE 'N' TO EX-SEEN-SW
                     REWRITE EXPCTRY-RECORD
               END-READ.
      *
      *    ONE VACCINATION FEED ROW - THE FIRST IS ITS COLUMN HEADER.
         130-LOAD-VAC-FEED.
               READ VAC-FILE
                  AT END
                     MOVE 'Y' TO WS-VAC-EOF-SW
                  NOT AT END
                     IF NOT WS-VHDR-PARSED
                        PERFORM 135-PARSE-VAC-HEADER
                     ELSE
                        PERFORM 140-LOAD-ONE-VAC-ROW
                     END-IF
               END-READ.
      *
      *    THE SAME FAIL-FAST RULE AS THE CASE FEED'S HEADER - A
      *    REQUIRED COLUMN MISSING ENDS THE RUN WITH AN EXCFILE LINE.
         135-PARSE-VAC-HEADER.
               MOVE 'Y' TO WS-VHDR-PARSED-SW.
               MOVE SPACES TO WS-VCOL-NAME-TABLE.
               UNSTRING WS-VAC-STRING DELIMITED BY WS-COMMA
                  INTO
                  WS-VCOL-NAME (1)
                  WS-VCOL-NAME (2)
                  WS-VCOL-NAME (3)
                  WS-VCOL-NAME (4)
                  WS-VCOL-NAME (5)
                  WS-VCOL-NAME (6)
                  WS-VCOL-NAME (7)
                  WS-VCOL-NAME (8)
                  WS-VCOL-NAME (9)
                  WS-VCOL-NAME (10)
               END-UNSTRING.
               INSPECT WS-VCOL-NAME-TABLE
                  CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
               PERFORM 136-RESOLVE-VAC-FIELD
                   VARYING WS-MAP-FIELD FROM 1 BY 1
                   UNTIL WS-MAP-FIELD > 6.
      *
         136-RESOLVE-VAC-FIELD.
               MOVE ZEROES TO WS-VCOL-MAP (WS-MAP-FIELD).
               PERFORM 137-MATCH-VAC-COLUMN
                   VARYING WS-MAP-COL FROM 1 BY 1
                   UNTIL WS-MAP-COL > 10
                      OR WS-VCOL-MAP (WS-MAP-FIELD) NOT = ZEROES.
      *
               IF WS-VCOL-MAP (WS-MAP-FIELD) = ZEROES
                  MOVE ZEROES TO EXC-RECORD-NO
                  MOVE SPACES TO EXC-MESSAGE
                  STRING 'VACCINATION FEED MISSING COLUMN: '
                         WS-VAC-REQ-NAME (WS-MAP-FIELD)
                      DELIMITED BY SIZE INTO EXC-MESSAGE
                  WRITE EXCEPTION-REC
                  MOVE 'Vaccination feed missing column'
                                                 TO WS-ERR-MSG
                  MOVE 'HD'                      TO WS-ERR-CDE
                  MOVE '136-RESOLVE-VAC'         TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         137-MATCH-VAC-COLUMN.
               IF WS-VCOL-NAME (WS-MAP-COL) =
                  WS-VAC-REQ-NAME (WS-MAP-FIELD)
                  MOVE WS-MAP-COL TO WS-VCOL-MAP (WS-MAP-FIELD)
               END-IF.
      *
         140-LOAD-ONE-VAC-ROW.
               ADD 1 TO WS-VAC-READ.
               IF WS-VAC-READ > 9999990
                  MOVE 'Control count capacity exceeded'
                                                 TO WS-ERR-MSG
                  MOVE 'OV'                      TO WS-ERR-CDE
                  MOVE '140-LOAD-VAC-ROW'        TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               MOVE SPACES TO WS-VCOL-TEXT-TABLE.
               UNSTRING WS-VAC-STRING DELIMITED BY WS-COMMA
                  INTO
                  WS-VCOL-TEXT (1)
                  WS-VCOL-TEXT (2)
                  WS-VCOL-TEXT (3)
                  WS-VCOL-TEXT (4)
                  WS-VCOL-TEXT (5)
                  WS-VCOL-TEXT (6)
                  WS-VCOL-TEXT (7)
                  WS-VCOL-TEXT (8)
                  WS-VCOL-TEXT (9)
                  WS-VCOL-TEXT (10)
               END-UNSTRING.
               MOVE WS-VCOL-TEXT (WS-VCOL-MAP (1)) TO WS-VAC-COUNTRY.
               MOVE WS-VCOL-TEXT (WS-VCOL-MAP (2)) TO WS-VAC-DATE-TEXT.
               MOVE WS-VCOL-TEXT (WS-VCOL-MAP (3)) TO WS-VAC-DOSES.
               MOVE WS-VCOL-TEXT (WS-VCOL-MAP (4)) TO WS-VAC-FULLY.
               MOVE WS-VCOL-TEXT (WS-VCOL-MAP (5)) TO WS-VAC-TESTS.
               MOVE WS-VCOL-TEXT (WS-VCOL-MAP (6)) TO WS-VAC-POSITIVE.
      *    THE DATE COMES AS YYYY-MM-DD OR YYYYMMDD.
               IF WS-VAC-DATE-TEXT (5:1) = '-'
                  STRING WS-VAC-DATE-TEXT (1:4)
                         WS-VAC-DATE-TEXT (6:2)
                         WS-VAC-DATE-TEXT (9:2)
                      DELIMITED BY SIZE INTO WS-VAC-DATE-X
               ELSE
                  MOVE WS-VAC-DATE-TEXT (1:8) TO WS-VAC-DATE-X
               END-IF.
      *
               MOVE SPACES TO WS-VAC-EXC-MSG.
               EVALUATE TRUE
                  WHEN WS-VAC-DOSES    NOT NUMERIC
                    OR WS-VAC-FULLY    NOT NUMERIC
                    OR WS-VAC-TESTS    NOT NUMERIC
                    OR WS-VAC-POSITIVE NOT NUMERIC
                     MOVE 'VACC FEED: NON-NUMERIC DOSE/TEST FIELD'
                                               TO WS-VAC-EXC-MSG
                  WHEN WS-VAC-DATE NOT NUMERIC
                     MOVE 'VACC FEED: INVALID REPORT DATE'
                                               TO WS-VAC-EXC-MSG
                  WHEN WS-VAC-DATE NOT = WS-REPORT-DATE
                     MOVE 'VACC FEED: ROW NOT FOR REPORT DATE'
                                               TO WS-VAC-EXC-MSG
                  WHEN WS-VAC-POSITIVE > WS-VAC-TESTS
                     MOVE 'VACC FEED: POSITIVE TESTS EXCEED TESTS'
                                               TO WS-VAC-EXC-MSG
                  WHEN OTHER
                     MOVE SPACES           TO VAC-WORK-REC
                     MOVE WS-VAC-COUNTRY   TO VW-COUNTRY
                     MOVE WS-VAC-DATE      TO VW-DATE
                     MOVE WS-VAC-DOSES     TO VW-DOSES
                     MOVE WS-VAC-FULLY     TO VW-FULLY-VAC
                     MOVE WS-VAC-TESTS     TO VW-TESTS
                     MOVE WS-VAC-POSITIVE  TO VW-POSITIVE
                     MOVE 'N'              TO VW-MATCHED-SW
                     WRITE VAC-WORK-REC
                        INVALID KEY
                           MOVE 'VACC FEED: DUPLICATE COUNTRY ROW'
                                               TO WS-VAC-EXC-MSG
                        NOT INVALID KEY
                           ADD 1 TO WS-VAC-LOADED
                     END-WRITE
               END-EVALUATE.
      *
               IF WS-VAC-EXC-MSG NOT = SPACES
                  MOVE WS-VAC-READ    TO EXC-RECORD-NO
                  MOVE WS-VAC-EXC-MSG TO EXC-MESSAGE
                  WRITE EXCEPTION-REC
                  ADD 1 TO WS-VAC-REJECT
               END-IF.
      *
      *    EACH PRIOR-MASTER RECORD LANDS ON THE KEYED PRVWK WORK
      *    FILE - NO COUNTRY LIMIT, AND EVERY LATER LOOKUP IS ONE
      *    KEYED READ.
         150-PARSE-AND-RELEASE.
               PERFORM 200-PROCESS
                  UNTIL WS-STR-FILE-EOF = 'Y'.
               PERFORM 230-CHECK-COMPLETENESS.
      *
         200-PROCESS.
           PERFORM 110-READ-INPUT-FILE.
                 PERFORM 215-GUARD-CONTROL-COUNTS
                 PERFORM 210-VALIDATE-NUMERIC-FIELDS
                 IF WS-RECORD-VALID
                    PERFORM 225-CHECK-EXPECTED
                    PERFORM 224-RELEASE-SORT-ROW
                 END-IF
                 END-IF
               END-IF.
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    THE ROW'S CONTINENT AND WHO REGION OFF THE REFERENCE,
      *    KEYED BY THE COUNTRY CODE AS IT PRINTS IN VAL2.
         220-LOOKUP-REGION.
               MOVE HIGH-VALUES TO SRT-CONTINENT.
               MOVE SPACES      TO SRT-WHO-REGION.
               IF WS-RGN-AVAIL
                  MOVE WS-VALUE2(2:2) TO CR-COUNTRY-CODE
                  READ REGION-REF-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE CR-CONTINENT  TO SRT-CONTINENT
                          MOVE CR-WHO-REGION TO SRT-WHO-REGION
                  END-READ
               END-IF.
      *
      *    ONE ROW TO THE SORT - A VALID FEED ROW, OR A MISSING
      *    COUNTRY'S CARRIED-FORWARD FIGURES.
         224-RELEASE-SORT-ROW.
               MOVE WS-VALUE1  TO SRT-VALUE1.
               MOVE WS-VALUE2  TO SRT-VALUE2.
               MOVE WS-VALUE3  TO SRT-VALUE3.
               MOVE WS-VALUE4  TO SRT-VALUE4.
               MOVE WS-VALUE5  TO SRT-VALUE5.
               MOVE WS-VALUE6  TO SRT-VALUE6.
               MOVE WS-VALUE7  TO SRT-VALUE7.
               MOVE WS-VALUE8  TO SRT-VALUE8.
               MOVE WS-VALUE9  TO SRT-VALUE9.
               MOVE WS-VALUE10 TO SRT-VALUE10.
               PERFORM 220-LOOKUP-REGION.
               RELEASE SORT-REC.
      *
      *    MARK THE ROW'S MASTER ENTRY SEEN TODAY; A ROW THE MASTER
      *    DOES NOT KNOW IS NOTED ONCE ON UNEXPWK.
         225-CHECK-EXPECTED.
               IF WS-EXP-AVAIL
                  MOVE WS-VALUE1 TO EX-COUNTRY
                  MOVE WS-VALUE3 TO EX-PROVINCE
                  READ EXPECTED-FILE
                      INVALID KEY
                          PERFORM 226-NOTE-UNEXPECTED
                      NOT INVALID KEY
                          MOVE 'Y'            TO EX-SEEN-SW
                          MOVE WS-REPORT-DATE TO EX-LAST-SEEN
                          MOVE ZEROES         TO EX-MISSED-DAYS
                          REWRITE EXPCTRY-RECORD
                  END-READ
               END-IF.
      *
         226-NOTE-UNEXPECTED.
               MOVE SPACES    TO UNEXPECTED-WORK-REC.
               MOVE WS-VALUE1 TO UX-COUNTRY.
               MOVE WS-VALUE3 TO UX-PROVINCE.
               WRITE UNEXPECTED-WORK-REC
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO WS-UNEXP-COUNT
               END-WRITE.
      *
      *    THE COMPLETENESS SECTION, PRINTED AHEAD OF THE REPORT BODY
      *    ONCE THE WHOLE FEED HAS BEEN READ. THE MASTER IS PASSED IN
      *    KEY ORDER, SO EACH COUNTRY'S ENTRIES ARRIVE TOGETHER AND
      *    THE COUNTRY IS JUDGED AT ITS BREAK.
         230-CHECK-COMPLETENESS.
               PERFORM 305-CHECK-PAGE-BREAK.
               WRITE OUT-REC FROM COMPLETE-HEADER-LINE.
               ADD 1 TO WS-WRITE-RECORD.
               ADD 1 TO WS-LINE-COUNT.
      *
               IF NOT WS-EXP-AVAIL
                  MOVE SPACES TO COMPLETE-TEXT-LINE
                  MOVE 'EXPECTED-COUNTRY MASTER ABSENT - NOT CHECKED'
                               TO CP-TEXT
                  PERFORM 238-WRITE-COMPLETE-LINE
               ELSE
                  MOVE 'N' TO WS-EXP-EOF-SW
                  MOVE 'N' TO WS-EXP-GROUP-SW
                  MOVE LOW-VALUES TO EX-KEY
                  START EXPECTED-FILE KEY IS NOT LESS THAN EX-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-EXP-EOF-SW
                  END-START
                  PERFORM 231-READ-EXPECTED-ENTRY
                     UNTIL WS-EXP-EOF
                  IF WS-EXP-GROUP-SET
                     PERFORM 233-CLOSE-EXPECTED-COUNTRY
                  END-IF
                  MOVE 'N' TO WS-UX-EOF-SW
                  MOVE LOW-VALUES TO UX-KEY
                  START UNEXPECTED-WORK-FILE
                        KEY IS NOT LESS THAN UX-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-UX-EOF-SW
                  END-START
                  PERFORM 234-LIST-ONE-UNEXPECTED
                     UNTIL WS-UX-EOF
                  PERFORM 235-COMPLETENESS-SUMMARY
               END-IF.
      *
      *    THE BODY FOLLOWS UNDER ITS OWN COLUMN HEADINGS.
               PERFORM 301-WRITE-OUTPUT-FILE-HEADER1.
      *
         231-READ-EXPECTED-ENTRY.
               READ EXPECTED-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-EXP-EOF-SW
                  NOT AT END
                     PERFORM 232-CHECK-EXPECTED-ENTRY
               END-READ.
      *
      *    AN UNSEEN ENTRY ADDS ONE ABSENT DAY PER REPORT DATE (A
      *    RERUN DOES NOT ADD IT AGAIN) AND IS LISTED LATE OR OVERDUE
      *    AGAINST ITS LAG.
         232-CHECK-EXPECTED-ENTRY.
               IF WS-EXP-GROUP-SET
                  AND EX-COUNTRY NOT = WS-EXP-PREV-COUNTRY
                  PERFORM 233-CLOSE-EXPECTED-COUNTRY
               END-IF.
               IF NOT WS-EXP-GROUP-SET
                  MOVE 'Y'             TO WS-EXP-GROUP-SW
                  MOVE EX-COUNTRY      TO WS-EXP-PREV-COUNTRY
                  MOVE EX-COUNTRY-CODE TO WS-EXP-PREV-CODE
                  MOVE 'N'             TO WS-CTRY-SEEN-SW
                  MOVE 'N'             TO WS-CTRY-OVERDUE-SW
                  ADD 1 TO WS-EXP-CTRY-COUNT
               END-IF.
      *
               IF EX-SEEN
                  MOVE 'Y' TO WS-CTRY-SEEN-SW
               ELSE
                  IF EX-LAST-CHECKED < WS-REPORT-DATE
                     IF EX-MISSED-DAYS < 999
                        ADD 1 TO EX-MISSED-DAYS
                     END-IF
                     MOVE WS-REPORT-DATE TO EX-LAST-CHECKED
                     REWRITE EXPCTRY-RECORD
                  END-IF
                  MOVE SPACES         TO COMPLETE-DETAIL-LINE
                  MOVE EX-COUNTRY     TO CP-COUNTRY
                  MOVE EX-PROVINCE    TO CP-PROVINCE
                  MOVE 'ABSENT '      TO CP-ABSENT-LIT
                  MOVE EX-MISSED-DAYS TO CP-DAYS
                  MOVE ' DAY(S), LAG' TO CP-LAG-LIT
                  MOVE EX-LAG-DAYS    TO CP-LAG
                  IF EX-MISSED-DAYS > EX-LAG-DAYS
                     MOVE 'MISSING - OVERDUE'  TO CP-STATUS
                     MOVE 'Y' TO WS-CTRY-OVERDUE-SW
                     ADD 1 TO WS-OVERDUE-COUNT
                  ELSE
                     MOVE 'LATE - WITHIN NORMAL LAG' TO CP-STATUS
                     ADD 1 TO WS-LATE-COUNT
                  END-IF
                  IF EX-LAST-SEEN = ZEROES
                     MOVE 'NEVER YET SEEN IN THE FEED' TO CP-NOTE
                  END-IF
                  PERFORM 238-WRITE-COMPLETE-LINE
               END-IF.
      *
      *    A COUNTRY WITH NO ENTRY SEEN AND NO UNEXPECTED ROW EITHER
      *    IS ABSENT FROM THE FEED - ITS PRIOR FIGURES ARE CARRIED.
         233-CLOSE-EXPECTED-COUNTRY.
               MOVE 'N' TO WS-EXP-GROUP-SW.
               IF NOT WS-CTRY-SEEN
                  PERFORM 237-CHECK-UNEXPECTED-COUNTRY
               END-IF.
               IF NOT WS-CTRY-SEEN
                  IF WS-CTRY-OVERDUE
                     ADD 1 TO WS-MISS-CTRY-COUNT
                  END-IF
                  PERFORM 236-CARRY-FORWARD
               END-IF.
      *
         234-LIST-ONE-UNEXPECTED.
               READ UNEXPECTED-WORK-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-UX-EOF-SW
                  NOT AT END
                     MOVE SPACES      TO COMPLETE-DETAIL-LINE
                     MOVE UX-COUNTRY  TO CP-COUNTRY
                     MOVE UX-PROVINCE TO CP-PROVINCE
                     MOVE 'UNEXPECTED - NOT ON MASTER'
                                      TO CP-STATUS
                     MOVE 'ADD VIA EXPMNT IF NOW EXPECTED DAILY'
                                      TO CP-NOTE
                     PERFORM 238-WRITE-COMPLETE-LINE
               END-READ.
      *
      *    THE MISSING SHARE IS TAKEN OVER COUNTRIES, NOT ENTRIES, SO
      *    ONE LATE STATE DOES NOT WEIGH LIKE A WHOLE COUNTRY.
         235-COMPLETENESS-SUMMARY.
               MOVE ZEROES TO WS-MISS-PCT.
               IF WS-EXP-CTRY-COUNT > ZEROES
                  COMPUTE WS-MISS-PCT ROUNDED =
                          WS-MISS-CTRY-COUNT * 100 / WS-EXP-CTRY-COUNT
               END-IF.
               MOVE WS-EXP-CTRY-COUNT  TO CS-EXPECTED.
               MOVE WS-MISS-CTRY-COUNT TO CS-MISSING.
               MOVE WS-MISS-PCT        TO CS-PCT.
               MOVE WS-MISS-LIMIT      TO CS-LIMIT.
               MOVE WS-LATE-COUNT      TO CS-LATE.
               MOVE WS-OVERDUE-COUNT   TO CS-OVERDUE.
               MOVE WS-UNEXP-COUNT     TO CS-UNEXPECTED.
               MOVE WS-CF-COUNT        TO CS-CARRIED.
               PERFORM 305-CHECK-PAGE-BREAK.
               WRITE OUT-REC FROM COMPLETE-SUMMARY-LINE.
               ADD 1 TO WS-WRITE-RECORD.
               ADD 1 TO WS-LINE-COUNT.
      *
               MOVE SPACES TO COMPLETE-TEXT-LINE.
               IF WS-MISS-PCT > WS-MISS-LIMIT
                  MOVE 'Y' TO WS-HOLD-SW
                  MOVE 'REPORT HELD - MISSING SHARE OVER LIMIT'
                               TO CP-TEXT
                  DISPLAY 'COMPLETENESS CHECK FAILED - REPORT HELD, '
                          WS-MISS-CTRY-COUNT ' OF ' WS-EXP-CTRY-COUNT
                          ' EXPECTED COUNTRIES MISSING'
               ELSE
                  MOVE 'MISSING SHARE WITHIN LIMIT - REPORT RELEASED'
                               TO CP-TEXT
               END-IF.
               PERFORM 238-WRITE-COMPLETE-LINE.
      *
      *    THE PRIOR RUN'S COUNTRY FIGURES RE-ENTER THE SORT AS ONE
      *    ROW TAGGED 'NOT UPDTD', SO THE COUNTRY STILL ROLLS INTO ITS
      *    CONTINENT, REGION AND GRAND TOTALS - VISIBLY STALE.
         236-CARRY-FORWARD.
               MOVE SPACES              TO COMPLETE-DETAIL-LINE.
               MOVE WS-EXP-PREV-COUNTRY TO CP-COUNTRY.
               MOVE 'COUNTRY ABSENT FROM FEED' TO CP-STATUS.
               MOVE WS-EXP-PREV-COUNTRY TO PW-COUNTRY.
               READ PRIOR-WORK-FILE
                   INVALID KEY
                       MOVE 'NO PRIOR FIGURES TO CARRY FORWARD'
                                        TO CP-NOTE
                   NOT INVALID KEY
                       MOVE 'PRIOR DAY FIGURES CARRIED FORWARD'
                                        TO CP-NOTE
                       ADD 1 TO WS-CF-COUNT
                       MOVE WS-EXP-PREV-COUNTRY TO WS-VALUE1
                       MOVE SPACES              TO WS-VALUE2
                       STRING '"' WS-EXP-PREV-CODE '"'
                           DELIMITED BY SIZE INTO WS-VALUE2
                       MOVE '"PRIOR DAY FIGURES - NOT UPDATED"'
                                                TO WS-VALUE3
                       MOVE PW-CONFIRMED        TO WS-VALUE4
                       MOVE PW-DEATHS           TO WS-VALUE5
                       MOVE ZEROES              TO WS-VALUE6
                       MOVE PW-ACTIVE           TO WS-VALUE7
                       MOVE ZEROES              TO WS-VALUE8
                       MOVE ZEROES              TO WS-VALUE9
                       MOVE '"NOT UPDTD'        TO WS-VALUE10
                       PERFORM 224-RELEASE-SORT-ROW
               END-READ.
               PERFORM 238-WRITE-COMPLETE-LINE.
      *
      *    A ROW FOR THE COUNTRY UNDER A PROVINCE THE MASTER DOES NOT
      *    CARRY STILL MEANS THE COUNTRY REPORTED.
         237-CHECK-UNEXPECTED-COUNTRY.
               MOVE WS-EXP-PREV-COUNTRY TO UX-COUNTRY.
               MOVE LOW-VALUES          TO UX-PROVINCE.
               START UNEXPECTED-WORK-FILE KEY IS NOT LESS THAN UX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ UNEXPECTED-WORK-FILE NEXT RECORD
                          AT END
                             CONTINUE
                          NOT AT END
                             IF UX-COUNTRY = WS-EXP-PREV-COUNTRY
                                MOVE 'Y' TO WS-CTRY-SEEN-SW
                             END-IF
                       END-READ
               END-START.
      *
         238-WRITE-COMPLETE-LINE.
               PERFORM 305-CHECK-PAGE-BREAK.
               WRITE OUT-REC FROM COMPLETE-DETAIL-LINE.
               ADD 1 TO WS-WRITE-RECORD.
               ADD 1 TO WS-LINE-COUNT.
      *
      *    THE REPORT SIDE OF THE OLD 200-PROCESS - RECORDS COME
      *    BACK FROM THE SORT GROUPED BY COUNTRY, SO THE SUBTOTAL
      *    BREAK LOGIC IS UNCHANGED BUT NOW ALWAYS SEES ITS GROUPS
      *
               IF WS-PREV-COUNTRY-SET
                  PERFORM 320-WRITE-SUBTOTAL-BREAK
                  PERFORM 390-WRITE-CONTINENT-BREAK
               END-IF.
               PERFORM 394-WRITE-WHO-REGION-LINE
                   VARYING WHO-IDX FROM 1 BY 1
                   UNTIL WHO-IDX > WS-WHO-COUNT.
               INITIALIZE BODY.
               MOVE 'TTL VALUE'     TO VAL0.
               INSPECT VAL1 REPLACING ALL SPACES BY '-'.
               MOVE WS-TTL-VAL7 TO VAL7.
               MOVE WS-TTL-VAL8 TO VAL8.
               MOVE WS-TTL-VAL9 TO VAL9.
               IF WS-VAC-SUPPLIED
                  MOVE WS-GRAND-VAC TO WS-VAC-FIGURES
                  PERFORM 396-EDIT-VACCINATION-COLS
               END-IF.
               PERFORM 305-CHECK-PAGE-BREAK.
               WRITE OUT-REC FROM BODY.
               ADD 1 TO WS-WRITE-RECORD.
               PERFORM 350-WRITE-CSV-BODY-REC.
      *
               PERFORM 360-WRITE-DELTA-SECTION.
               PERFORM 365-WRITE-COVERAGE-SECTION.
               PERFORM 370-WRITE-PRIOR-MASTER.
               PERFORM 380-WRITE-HOTSPOT-ALERTS.
      *
                     MOVE SRT-VALUE8  TO WS-VALUE8
                     MOVE SRT-VALUE9  TO WS-VALUE9
                     MOVE SRT-VALUE10 TO WS-VALUE10
                     MOVE SRT-CONTINENT  TO WS-CURR-CONTINENT
                     MOVE SRT-WHO-REGION TO WS-CURR-WHO-REGION
                     IF WS-PREV-COUNTRY-SET
                        AND (WS-VALUE1 NOT = WS-PREV-COUNTRY
                         OR WS-CURR-CONTINENT NOT = WS-PREV-CONTINENT)
                        PERFORM 320-WRITE-SUBTOTAL-BREAK
                     END-IF
                     IF WS-PREV-COUNTRY-SET
                        AND WS-CURR-CONTINENT NOT = WS-PREV-CONTINENT
                        PERFORM 390-WRITE-CONTINENT-BREAK
                     END-IF
                     MOVE WS-VALUE1 TO WS-PREV-COUNTRY
                     MOVE 'Y'       TO WS-PREV-COUNTRY-SW
                     MOVE WS-CURR-CONTINENT  TO WS-PREV-CONTINENT
                     MOVE WS-CURR-WHO-REGION TO WS-PREV-WHO-REGION
                     MOVE WS-VALUE2(2:2)     TO WS-PREV-CODE
                     PERFORM 310-WRITE-OUTPUT-FILE-BODY
               END-RETURN.
      *
                 MOVE SPACES TO VAL-MA-DEATHS
                 MOVE SPACES TO VAL-PER100K
                 MOVE SPACES TO VAL-POP-FLAG
                 MOVE SPACES TO VAL-DOSES
                 MOVE SPACES TO VAL-PCT-VAC
                 MOVE SPACES TO VAL-TESTS
                 MOVE SPACES TO VAL-POSITIVITY
                 WRITE OUT-REC FROM BODY
                 ADD 1 TO WS-WRITE-RECORD
                 ADD 1 TO WS-LINE-COUNT
               MOVE WS-SUB-VAL9     TO VAL9.
               PERFORM 325-COMPUTE-ROLLING-FIGURES.
               PERFORM 326-CHECK-HOTSPOT.
               PERFORM 329-JOIN-VACCINATION.
               PERFORM 328-ROLL-UP-COUNTRY.
               IF WS-OUTPUT-STATUS = '00'
                  WRITE OUT-REC FROM BODY
                  ADD 1 TO WS-WRITE-RECORD
               MOVE WS-SUB-VAL4     TO TW-CONFIRMED.
               MOVE WS-SUB-VAL5     TO TW-DEATHS.
               MOVE WS-SUB-VAL7     TO TW-ACTIVE.
               MOVE WS-VAC-FOUND-SW TO TW-VAC-SW.
               WRITE TODAY-WORK-REC
                  INVALID KEY
                     DISPLAY 'DUPLICATE COUNTRY BREAK: '
               MOVE SPACES TO VAL-MA-DEATHS.
               MOVE SPACES TO VAL-PER100K.
               MOVE SPACES TO VAL-POP-FLAG.
               MOVE ZEROES TO WS-MA-CASES WS-MA-DEATHS WS-CTRY-POP.
      *
               PERFORM 327-READ-PRIOR-WORK.
      *
                  MOVE WS-MA-DEATHS-E TO VAL-MA-DEATHS
               END-IF.
      *
               IF WS-POP-AVAIL
                  MOVE WS-PREV-COUNTRY TO POP-COUNTRY
                  READ POPULATION-FILE
                      INVALID KEY
                          MOVE '***' TO VAL-POP-FLAG
                      NOT INVALID KEY
                          IF POP-COUNT > ZEROES
                             MOVE POP-COUNT TO WS-CTRY-POP
                             COMPUTE WS-PER100K ROUNDED =
                                 WS-SUB-VAL4 * 100000 / POP-COUNT
                             MOVE WS-PER100K TO WS-PER100K-E
                       MOVE 'Y' TO WS-PW-FOUND-SW
               END-READ.
      *
      *    ADD THE COUNTRY JUST CLOSED TO ITS CONTINENT AND WHO-
      *    REGION TOTALS. AN UNMAPPED COUNTRY GOES TO EXCFILE SO THE
      *    REFERENCE GETS COMPLETED, AND IS ROLLED UP AS 'UNMAPPED'
      *    SO THE REGION LINES STILL ADD BACK TO THE GRAND TOTAL.
         328-ROLL-UP-COUNTRY.
               IF WS-PREV-CONTINENT = HIGH-VALUES
                  ADD 1 TO WS-UNMAPPED-COUNT
                  MOVE ZEROES TO EXC-RECORD-NO
                  MOVE SPACES TO EXC-MESSAGE
                  STRING 'COUNTRY NOT MAPPED TO A REGION: '
                         WS-PREV-CODE ' ' WS-STRING1 (1:25)
                      DELIMITED BY SIZE INTO EXC-MESSAGE
                  WRITE EXCEPTION-REC
               END-IF.
      *
               ADD WS-SUB-VAL4  TO WS-CONT-VAL4.
               ADD WS-SUB-VAL5  TO WS-CONT-VAL5.
               ADD WS-SUB-VAL6  TO WS-CONT-VAL6.
               ADD WS-SUB-VAL7  TO WS-CONT-VAL7.
               ADD WS-SUB-VAL8  TO WS-CONT-VAL8.
               ADD WS-SUB-VAL9  TO WS-CONT-VAL9.
               ADD WS-MA-CASES  TO WS-CONT-MA-CASES.
               ADD WS-MA-DEATHS TO WS-CONT-MA-DEATHS.
               IF WS-CTRY-POP > ZEROES
                  ADD WS-CTRY-POP TO WS-CONT-POP
                  ADD WS-SUB-VAL4 TO WS-CONT-POP-CONF
               ELSE
                  ADD 1 TO WS-CONT-NOPOP
               END-IF.
               ADD WS-VX-DOSES    TO WS-CONT-DOSES WS-GV-DOSES.
               ADD WS-VX-TESTS    TO WS-CONT-TESTS WS-GV-TESTS.
               ADD WS-VX-POSITIVE TO WS-CONT-POSITIVE WS-GV-POSITIVE.
               IF WS-VX-POP > ZEROES
                  ADD WS-VX-FULLY TO WS-CONT-FULLY WS-GV-FULLY
                  ADD WS-VX-POP   TO WS-CONT-VAC-POP WS-GV-POP
               END-IF.
      *
               SET WHO-IDX TO 1.
               SEARCH WHO-ENTRY
                  AT END
                     MOVE 'WHO region table capacity exceeded'
                                                    TO WS-ERR-MSG
                     MOVE 'OV'                      TO WS-ERR-CDE
                     MOVE '328-ROLL-UP-COUNTRY'     TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  WHEN WHO-IDX > WS-WHO-COUNT
                     ADD 1 TO WS-WHO-COUNT
                     MOVE WS-PREV-WHO-REGION TO WHO-REGION (WHO-IDX)
                     MOVE ZEROES             TO WHO-TOTALS (WHO-IDX)
                  WHEN WHO-REGION (WHO-IDX) = WS-PREV-WHO-REGION
                     CONTINUE
               END-SEARCH.
               ADD WS-SUB-VAL4  TO WHO-VAL4 (WHO-IDX).
               ADD WS-SUB-VAL5  TO WHO-VAL5 (WHO-IDX).
               ADD WS-SUB-VAL6  TO WHO-VAL6 (WHO-IDX).
               ADD WS-SUB-VAL7  TO WHO-VAL7 (WHO-IDX).
               ADD WS-SUB-VAL8  TO WHO-VAL8 (WHO-IDX).
               ADD WS-SUB-VAL9  TO WHO-VAL9 (WHO-IDX).
               ADD WS-MA-CASES  TO WHO-MA-CASES (WHO-IDX).
               ADD WS-MA-DEATHS TO WHO-MA-DEATHS (WHO-IDX).
               IF WS-CTRY-POP > ZEROES
                  ADD WS-CTRY-POP TO WHO-POP (WHO-IDX)
                  ADD WS-SUB-VAL4 TO WHO-POP-CONF (WHO-IDX)
               ELSE
                  ADD 1 TO WHO-NOPOP (WHO-IDX)
               END-IF.
               ADD WS-VX-DOSES    TO WHO-DOSES (WHO-IDX).
               ADD WS-VX-TESTS    TO WHO-TESTS (WHO-IDX).
               ADD WS-VX-POSITIVE TO WHO-POSITIVE (WHO-IDX).
               IF WS-VX-POP > ZEROES
                  ADD WS-VX-FULLY TO WHO-FULLY (WHO-IDX)
                  ADD WS-VX-POP   TO WHO-VAC-POP (WHO-IDX)
               END-IF.
      *
      *    CONTINENT LINE - FOLLOWS THE LAST COUNTRY SUBTOTAL OF THE
      *    CONTINENT, THE SAME WAY THE SUBTOTAL FOLLOWS ITS ROWS.
         390-WRITE-CONTINENT-BREAK.
               MOVE WS-CONT-TOTALS TO WS-RGN-PRINT.
               MOVE 'CONTINENT'    TO WS-RP-TAG.
               IF WS-PREV-CONTINENT = HIGH-VALUES
                  MOVE 'UNMAPPED'        TO WS-RP-NAME
               ELSE
                  MOVE WS-PREV-CONTINENT TO WS-RP-NAME
               END-IF.
               PERFORM 392-WRITE-REGION-LINE.
               MOVE ZEROES TO WS-CONT-TOTALS.
      *
      *    ONE REGION-LEVEL LINE IN THE SUBTOTAL LAYOUT - VAL0 TAGS
      *    THE LEVEL, VAL1 NAMES THE GROUP.
         392-WRITE-REGION-LINE.
               PERFORM 305-CHECK-PAGE-BREAK.
               INITIALIZE BODY.
               MOVE WS-RP-TAG       TO VAL0.
               MOVE WS-RP-NAME      TO VAL1.
               INSPECT VAL2 REPLACING ALL SPACES BY '-'.
               INSPECT VAL3 REPLACING ALL SPACES BY '-'.
               MOVE WS-RP-VAL4      TO VAL4.
               MOVE WS-RP-VAL5      TO VAL5.
               MOVE WS-RP-VAL6      TO VAL6.
               MOVE WS-RP-VAL7      TO VAL7.
               MOVE WS-RP-VAL8      TO VAL8.
               MOVE WS-RP-VAL9      TO VAL9.
               MOVE WS-RP-MA-CASES  TO WS-MA-CASES-E.
               MOVE WS-RP-MA-DEATHS TO WS-MA-DEATHS-E.
               MOVE WS-MA-CASES-E   TO VAL-MA-CASES.
               MOVE WS-MA-DEATHS-E  TO VAL-MA-DEATHS.
               IF WS-RP-POP > ZEROES
                  COMPUTE WS-PER100K ROUNDED =
                      WS-RP-POP-CONF * 100000 / WS-RP-POP
                  MOVE WS-PER100K   TO WS-PER100K-E
                  MOVE WS-PER100K-E TO VAL-PER100K
                  IF WS-RP-NOPOP > ZEROES
                     MOVE 'PRT' TO VAL-POP-FLAG
                  END-IF
               ELSE
                  MOVE '***' TO VAL-POP-FLAG
               END-IF.
               IF WS-VAC-SUPPLIED
                  MOVE WS-RP-VAC TO WS-VAC-FIGURES
                  PERFORM 396-EDIT-VACCINATION-COLS
               END-IF.
               IF WS-OUTPUT-STATUS = '00'
                  WRITE OUT-REC FROM BODY
                  ADD 1 TO WS-WRITE-RECORD
                  ADD 1 TO WS-LINE-COUNT
                  PERFORM 350-WRITE-CSV-BODY-REC
               END-IF.
      *
      *    THE COUNTRY'S ROW FROM THE VACCINATION FEED, IF IT HAD
      *    ONE - MARKED MATCHED SO THE COVERAGE SECTION SKIPS IT.
         329-JOIN-VACCINATION.
               MOVE ZEROES TO WS-VAC-FIGURES.
               MOVE 'N' TO WS-VAC-FOUND-SW.
               IF WS-VAC-SUPPLIED
                  MOVE WS-PREV-COUNTRY TO VW-COUNTRY
                  READ VAC-WORK-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE 'Y' TO WS-VAC-FOUND-SW
                          MOVE 'Y' TO VW-MATCHED-SW
                          REWRITE VAC-WORK-REC
                          MOVE VW-DOSES     TO WS-VX-DOSES
                          MOVE VW-FULLY-VAC TO WS-VX-FULLY
                          MOVE VW-TESTS     TO WS-VX-TESTS
                          MOVE VW-POSITIVE  TO WS-VX-POSITIVE
                          MOVE WS-CTRY-POP  TO WS-VX-POP
                          PERFORM 396-EDIT-VACCINATION-COLS
                  END-READ
               END-IF.
      *
      *    DOSES AND TESTS AS COUNTS; FULLY VACCINATED PER 100 OF THE
      *    POPULATION BEHIND IT AND POSITIVITY PER 100 TESTS, EACH
      *    LEFT BLANK WHEN THERE IS NOTHING TO DIVIDE BY.
         396-EDIT-VACCINATION-COLS.
               MOVE WS-VX-DOSES    TO WS-VAC-COUNT-E.
               MOVE WS-VAC-COUNT-E TO VAL-DOSES.
               MOVE WS-VX-TESTS    TO WS-VAC-COUNT-E.
               MOVE WS-VAC-COUNT-E TO VAL-TESTS.
               MOVE SPACES TO VAL-PCT-VAC.
               MOVE SPACES TO VAL-POSITIVITY.
               IF WS-VX-POP > ZEROES
                  COMPUTE WS-VAC-PCT ROUNDED =
                      WS-VX-FULLY * 100 / WS-VX-POP
                      ON SIZE ERROR
                         MOVE 999.9 TO WS-VAC-PCT
                  END-COMPUTE
                  MOVE WS-VAC-PCT   TO WS-VAC-PCT-E
                  MOVE WS-VAC-PCT-E TO VAL-PCT-VAC
               END-IF.
               IF WS-VX-TESTS > ZEROES
                  COMPUTE WS-VAC-PCT ROUNDED =
                      WS-VX-POSITIVE * 100 / WS-VX-TESTS
                  MOVE WS-VAC-PCT   TO WS-VAC-PCT-E
                  MOVE WS-VAC-PCT-E TO VAL-POSITIVITY
               END-IF.
      *
      *    WHO-REGION LINES, AHEAD OF THE GRAND TOTAL.
         394-WRITE-WHO-REGION-LINE.
               MOVE WHO-TOTALS (WHO-IDX) TO WS-RGN-PRINT.
               MOVE 'WHO REGION'         TO WS-RP-TAG.
               IF WHO-REGION (WHO-IDX) = SPACES
                  MOVE 'UNMAPPED'           TO WS-RP-NAME
               ELSE
                  MOVE WHO-REGION (WHO-IDX) TO WS-RP-NAME
               END-IF.
               PERFORM 392-WRITE-REGION-LINE.
      *
      *    WORST FIRST - A SIMPLE EXCHANGE SORT ON NEW CASES OVER
      *    THE SMALL BREACH TABLE, THEN THE REPORT AND ONE ALERT
      *    QUEUE ENTRY PER BREACH.
                     END-IF
               END-READ.
      *
      *    COUNTRIES ONLY ONE FEED CARRIED - CASE ROWS WITH NO
      *    VACCINATION ROW, THEN VACCINATION ROWS NO CASE ROW MET.
         365-WRITE-COVERAGE-SECTION.
               WRITE OUT-REC FROM COVERAGE-HEADER-LINE.
               ADD 1 TO WS-WRITE-RECORD.
      *
               IF NOT WS-VAC-SUPPLIED
                  MOVE SPACES TO CL-COUNTRY
                  MOVE 'VACCINATION/TESTING FEED NOT SUPPLIED'
                                        TO CL-TEXT
                  WRITE OUT-REC FROM COVERAGE-DETAIL-LINE
                  ADD 1 TO WS-WRITE-RECORD
               ELSE
                  MOVE 'N' TO WS-TW-EOF-SW
                  MOVE LOW-VALUES TO TW-COUNTRY
                  START TODAY-WORK-FILE
                        KEY IS NOT LESS THAN TW-COUNTRY
                      INVALID KEY
                          MOVE 'Y' TO WS-TW-EOF-SW
                  END-START
                  PERFORM 366-CASE-ONLY-COUNTRY
                     UNTIL WS-TW-EOF
                  MOVE 'N' TO WS-VW-EOF-SW
                  MOVE LOW-VALUES TO VW-COUNTRY
                  START VAC-WORK-FILE
                        KEY IS NOT LESS THAN VW-COUNTRY
                      INVALID KEY
                          MOVE 'Y' TO WS-VW-EOF-SW
                  END-START
                  PERFORM 367-VAC-ONLY-COUNTRY
                     UNTIL WS-VW-EOF
               END-IF.
      *
         366-CASE-ONLY-COUNTRY.
               READ TODAY-WORK-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-TW-EOF-SW
                  NOT AT END
                     IF TW-VAC-SW NOT = 'Y'
                        MOVE TW-COUNTRY TO CL-COUNTRY
                        MOVE 'CASE FEED ONLY - NO VACCINATION ROW'
                                        TO CL-TEXT
                        WRITE OUT-REC FROM COVERAGE-DETAIL-LINE
                        ADD 1 TO WS-WRITE-RECORD
                     END-IF
               END-READ.
      *
         367-VAC-ONLY-COUNTRY.
               READ VAC-WORK-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-VW-EOF-SW
                  NOT AT END
                     IF VW-MATCHED-SW NOT = 'Y'
                        MOVE VW-COUNTRY TO CL-COUNTRY
                        MOVE 'VACCINATION FEED ONLY - NO CASE ROW'
                                        TO CL-TEXT
                        WRITE OUT-REC FROM COVERAGE-DETAIL-LINE
                        ADD 1 TO WS-WRITE-RECORD
                     END-IF
               END-READ.
      *
      *    TODAY'S FIGURES BECOME HISTORY SLOT 1 AND THE PRIOR
      *    SLOTS SHIFT DOWN, SO THE MASTER ALWAYS CARRIES THE LAST
      *    SEVEN RUNS PER COUNTRY.
                     'CASES_PER_100K'      DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     'POP_FLAG'            DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     'DOSES_ADMINISTERED'  DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     'PCT_FULLY_VACCINATED' DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     'TESTS_PERFORMED'     DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     'TEST_POSITIVITY'     DELIMITED BY SIZE
                        INTO CSV-REC
                  END-STRING
                  WRITE CSV-REC
                     FUNCTION TRIM(VAL-PER100K)   DELIMITED BY SIZE
                     ','                 DELIMITED BY SIZE
                     FUNCTION TRIM(VAL-POP-FLAG)  DELIMITED BY SIZE
                     ','                 DELIMITED BY SIZE
                     FUNCTION TRIM(VAL-DOSES)     DELIMITED BY SIZE
                     ','                 DELIMITED BY SIZE
                     FUNCTION TRIM(VAL-PCT-VAC)   DELIMITED BY SIZE
                     ','                 DELIMITED BY SIZE
                     FUNCTION TRIM(VAL-TESTS)     DELIMITED BY SIZE
                     ','                 DELIMITED BY SIZE
                     FUNCTION TRIM(VAL-POSITIVITY) DELIMITED BY SIZE
                        INTO CSV-REC
                  END-STRING
                  WRITE CSV-REC
              CLOSE PRIOR-IN-FILE.
              CLOSE PRIOR-OUT-FILE.
              CLOSE POPULATION-FILE.
              CLOSE REGION-REF-FILE.
              CLOSE VAC-FILE.
              CLOSE VAC-WORK-FILE.
              CLOSE EXPECTED-FILE.
              CLOSE UNEXPECTED-WORK-FILE.
              CLOSE TODAY-WORK-FILE.
              CLOSE PRIOR-WORK-FILE.
              CLOSE HOTSPOT-RPT-FILE.
              DISPLAY "COUNTRIES REPORTED: " WS-CTRY-COUNT.
              DISPLAY "COUNTRIES NOT MAPPED TO A REGION: "
                      WS-UNMAPPED-COUNT.
              DISPLAY "VACCINATION ROWS READ/LOADED/REJECTED: "
                      WS-VAC-READ "/" WS-VAC-LOADED "/" WS-VAC-REJECT.
              DISPLAY "EXPECTED COUNTRIES MISSING/CARRIED FORWARD: "
                      WS-MISS-CTRY-COUNT "/" WS-CF-COUNT.
              DISPLAY "FEED ENTRIES LATE/OVERDUE/UNEXPECTED: "
                      WS-LATE-COUNT "/" WS-OVERDUE-COUNT "/"
                      WS-UNEXP-COUNT.
              DISPLAY "RECORDS REJECTED (NON-NUMERIC FIELD): "
                      WS-REJECT-RECORD.
      *
