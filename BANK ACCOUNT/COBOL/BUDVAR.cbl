      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 21-12-2020
      * Purpose: BUDGET VERSUS ACTUAL VARIANCE REPORT - SETS THE
      *        : GLMAST ACTUALS OF AN ACCOUNTING PERIOD, FOR THE MONTH
      *        : AND THE FISCAL YEAR TO DATE, AGAINST THE BUDMAST
      *        : BUDGET FOR EACH BRANCH AND GL CODE. PRINTS THE
      *        : ABSOLUTE AND PERCENTAGE VARIANCE (ACTUAL LESS BUDGET)
      *        : PER LINE, SUBTOTALLED BY COAMAST ROLLUP PARENT AND
      *        : TOTALLED BY CLASS FOR EACH BRANCH AND THE BANK, AND
      *        : MARKS EVERY LINE WHOSE VARIANCE IS OUTSIDE THE
      *        : TOLERANCE PERCENTAGE ON THE BUDCARD.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. BUDVAR.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    BUDGET MASTER KEPT BY BUDMNT - SEE COPYBOOKS/BUDREC.cbl.
           SELECT OPTIONAL BUD-MASTER-FILE ASSIGN TO BUDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
      *
           SELECT GL-MASTER-FILE ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS  IS  WS-GLM-STATUS.
      *
           SELECT COA-MASTER-FILE ASSIGN TO COAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT-CODE
               FILE STATUS  IS  WS-COA-STATUS.
      *
      *    ACCOUNTING-PERIOD CALENDAR AND PERIOD HISTORY KEPT BY
      *    GLCLOSE - SEE COPYBOOKS/GLPERD.cbl AND GLHIST.cbl.
           SELECT GL-CAL-FILE ASSIGN TO GLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS WS-CAL-STATUS.
      *
           SELECT OPTIONAL GL-HIST-FILE ASSIGN TO GLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
      *    NO CARD - THE LATEST CLOSED PERIOD AT THE HOUSE TOLERANCE.
           SELECT OPTIONAL BUD-CARD-FILE ASSIGN TO BUDCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CARD-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT BUD-RPT-FILE ASSIGN TO BUDVRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  BUD-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BUD-MASTER-REC.
           02  BUD-KEY.
               03  BUD-BRANCH-ID          PIC X(04).
               03  BUD-ACCOUNT-CODE       PIC X(06).
               03  BUD-PERIOD             PIC 9(06).
      *    NAMED BUDGET FIELDS (BUD-BUDGET-DATA GROUP) - SEE
      *    COPYBOOKS/BUDREC.cbl
           COPY BUDREC.
      *
      *    LAYOUT MIRRORS GLPOST.CBL'S GL-MASTER-REC.
       FD  GL-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-MASTER-REC.
           05  GLM-KEY.
               10  GLM-BRANCH-ID          PIC  X(04).
               10  GLM-ACCOUNT-CODE       PIC  X(06).
           05  GLM-BALANCE                PIC S9(9)V99.
           05  GLM-LAST-POST-DATE         PIC  9(08).
           05  FILLER                     PIC  X(51).
      *
      *    LAYOUT MIRRORS COAMNT.CBL'S COA-MASTER-REC.
       FD  COA-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  COA-MASTER-REC.
           05  COA-ACCOUNT-CODE           PIC  X(06).
           05  COA-DESCRIPTION            PIC  X(30).
           05  COA-CLASS                  PIC  X(01).
           05  COA-PARENT                 PIC  X(06).
           05  FILLER                     PIC  X(37).
      *
       FD  GL-CAL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-PERIOD-REC.
           02  GLP-PERIOD                 PIC  9(06).
      *    NAMED PERIOD FIELDS (GL-PERIOD-DATA GROUP) - SEE
      *    COPYBOOKS/GLPERD.cbl
           COPY GLPERD.
      *
       FD  GL-HIST-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-HIST-REC.
           02  GLH-KEY.
               03  GLH-PERIOD             PIC  9(06).
               03  GLH-BRANCH-ID          PIC  X(04).
               03  GLH-ACCOUNT-CODE       PIC  X(06).
      *    NAMED HISTORY FIELDS (GL-HIST-DATA GROUP) - SEE
      *    COPYBOOKS/GLHIST.cbl
           COPY GLHIST.
      *
      *    BVC-PERIOD IS A GLCAL PERIOD (YYYYMM) OR 'LATEST' FOR THE
      *    MOST RECENT CLOSED ONE. THE PERIOD STILL OPEN FOR TODAY'S
      *    BUSINESS DATE IS REPORTED MONTH TO DATE FROM THE LIVE
      *    GLMAST. BVC-TOL-PCT IS THE TOLERANCE (999V99), ZERO OR
      *    BLANK FOR THE HOUSE 10.00 PERCENT.
       FD  BUD-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BUD-CARD-REC.
           05  BVC-PERIOD                 PIC  X(06).
           05  BVC-PERIOD-NUM REDEFINES BVC-PERIOD
                                          PIC  9(06).
           05  BVC-TOL-PCT                PIC  9(03)V99.
           05  FILLER                     PIC  X(69).
      *
      *    ONE REPORT LINE - ACTUALS ALREADY IN THE CODE'S NATURAL
      *    SIGN. THE CLASS SEQUENCE PUTS INCOME AND EXPENSES AHEAD
      *    OF THE BALANCE-SHEET CODES.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SRT-BRANCH-ID              PIC  X(04).
           05  SRT-CLASS-SEQ              PIC  9(01).
           05  SRT-PARENT                 PIC  X(06).
           05  SRT-ACCOUNT-CODE           PIC  X(06).
           05  SRT-DESC                   PIC  X(30).
           05  SRT-MTH-ACTUAL             PIC S9(11)V99.
           05  SRT-MTH-BUDGET             PIC S9(11)V99.
           05  SRT-YTD-ACTUAL             PIC S9(11)V99.
           05  SRT-YTD-BUDGET             PIC S9(11)V99.
      *
       FD  BUD-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BUD-RPT-REC                    PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-GLM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CARD-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-BUD-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-BUD-EOF                           VALUE 'Y'.
       01  WS-GLM-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-GLM-EOF                           VALUE 'Y'.
       01  WS-HIST-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF                          VALUE 'Y'.
       01  WS-CAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CAL-EOF                           VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-BUD-PRESENT-SW              PIC X(01) VALUE 'N'.
           88  WS-BUD-PRESENT                       VALUE 'Y'.
       01  WS-HIST-PRESENT-SW             PIC X(01) VALUE 'N'.
           88  WS-HIST-PRESENT                      VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
      *    THE PERIOD REPORTED. A CLOSED PERIOD ENDS AT ITS GLHIST
      *    SNAPSHOT; THE CURRENT OPEN ONE AT TODAY'S GLMAST.
       01  WS-REPORT-PERIOD               PIC 9(06) VALUE ZEROES.
       01  WS-REPORT-FISCAL-YEAR          PIC 9(04) VALUE ZEROES.
       01  WS-REPORT-END-DATE             PIC 9(08) VALUE ZEROES.
       01  WS-MONTH-TO-DATE-SW            PIC X(01) VALUE 'N'.
           88  WS-MONTH-TO-DATE                     VALUE 'Y'.
       01  WS-TOL-PCT                     PIC 9(03)V99 VALUE 10.00.
      *
      *    THE SNAPSHOTS THE MOVEMENTS ARE MEASURED FROM - THE
      *    PERIOD BEFORE (THE MONTH) AND THE LAST PERIOD OF THE
      *    PREVIOUS FISCAL YEAR (THE YEAR TO DATE). INCOME AND
      *    EXPENSE START EACH FISCAL YEAR AT ZERO, SO FOR THEM THE
      *    YEAR'S BASE - AND IN ITS FIRST MONTH THE MONTH'S - IS NIL.
       01  WS-PREV-PERIOD                 PIC 9(06) VALUE ZEROES.
       01  WS-PREV-FISCAL-YEAR            PIC 9(04) VALUE ZEROES.
       01  WS-PREV-STATUS                 PIC X(01) VALUE SPACE.
       01  WS-YEAR-BASE-PERIOD            PIC 9(06) VALUE ZEROES.
       01  WS-YEAR-BASE-STATUS            PIC X(01) VALUE SPACE.
       01  WS-FIRST-MONTH-SW              PIC X(01) VALUE 'N'.
           88  WS-FIRST-MONTH                       VALUE 'Y'.
      *
      *    ONE AMOUNT ON ITS WAY INTO THE WORK TABLE - 'E' THE
      *    PERIOD-END BALANCE, 'M' THE MONTH'S BASE, 'Y' THE YEAR'S
      *    BASE, 'B' THE MONTH'S BUDGET, 'T' THE YEAR-TO-DATE BUDGET.
       01  WS-GATHER-PERIOD               PIC 9(06) VALUE ZEROES.
       01  WS-GATHER-BRANCH               PIC X(04) VALUE SPACES.
       01  WS-GATHER-CODE                 PIC X(06) VALUE SPACES.
       01  WS-GATHER-AMOUNT               PIC S9(9)V99 VALUE ZEROES.
       01  WS-GATHER-CLASS                PIC X(01) VALUE SPACE.
       01  WS-GATHER-PARENT               PIC X(06) VALUE SPACES.
       01  WS-GATHER-DESC                 PIC X(30) VALUE SPACES.
       01  WS-GATHER-COLUMN               PIC X(01) VALUE SPACE.
           88  WS-GATHER-END                        VALUE 'E'.
           88  WS-GATHER-MONTH-BASE                 VALUE 'M'.
           88  WS-GATHER-YEAR-BASE                  VALUE 'Y'.
           88  WS-GATHER-MONTH-BUDGET               VALUE 'B'.
           88  WS-GATHER-YTD-BUDGET                 VALUE 'T'.
           88  WS-GATHER-BUDGET                     VALUE 'B' 'T'.
      *
      *    ONE ENTRY PER BRANCH AND CODE. EVERY BUDGETED CODE HAS ITS
      *    LINE; AN INCOME OR EXPENSE CODE WITH NO BUDGET STILL GETS
      *    ONE, SINCE UNBUDGETED SPEND IS WHAT THE REPORT IS FOR.
       01  WS-VT-COUNT                    PIC 9(04) VALUE ZEROES.
       01  WS-VT-MAX                      PIC 9(04) VALUE 3000.
       01  WS-VT-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-VT-FOUND                          VALUE 'Y'.
       01  VARIANCE-TABLE.
           05  VT-ENTRY OCCURS 3000 TIMES INDEXED BY VT-IDX.
               10  VT-BRANCH-ID           PIC X(04).
               10  VT-ACCOUNT-CODE        PIC X(06).
               10  VT-CLASS               PIC X(01).
               10  VT-PARENT              PIC X(06).
               10  VT-DESC                PIC X(30).
               10  VT-END-BALANCE         PIC S9(11)V99.
               10  VT-MONTH-BASE          PIC S9(11)V99.
               10  VT-YEAR-BASE           PIC S9(11)V99.
               10  VT-MONTH-BUDGET        PIC S9(11)V99.
               10  VT-YTD-BUDGET          PIC S9(11)V99.
      *
      *    CLASS NAMES IN SORT SEQUENCE.
       01  CLASS-NAME-VALUES.
           05  FILLER    PIC X(33) VALUE
               'IINCOME          TOTAL INCOME    '.
           05  FILLER    PIC X(33) VALUE
               'EEXPENSES        TOTAL EXPENSES  '.
           05  FILLER    PIC X(33) VALUE
               'AASSETS          TOTAL ASSETS    '.
           05  FILLER    PIC X(33) VALUE
               'LLIABILITIES     TOTAL LIABILITY '.
           05  FILLER    PIC X(33) VALUE
               '?NOT IN CHART    TOTAL NOT CHART '.
       01  CLASS-NAME-TABLE REDEFINES CLASS-NAME-VALUES.
           05  CN-ENTRY OCCURS 5 TIMES INDEXED BY CN-IDX.
               10  CN-CLASS               PIC X(01).
               10  CN-SECTION             PIC X(16).
               10  CN-TOTAL-LABEL         PIC X(16).
       01  WS-CLASS-SUB                   PIC 9(01) VALUE ZEROES.
      *
      *    CONTROL-BREAK HOLDS AND THE TOTALS THEY CLOSE - EACH A
      *    MONTH AND A YEAR-TO-DATE ACTUAL AND BUDGET.
       01  WS-HOLD-BRANCH                 PIC X(04) VALUE SPACES.
       01  WS-HOLD-CLASS-SEQ              PIC 9(01) VALUE ZEROES.
       01  WS-HOLD-PARENT                 PIC X(06) VALUE SPACES.
       01  WS-LINE-FIGURES.
           05  WS-LF-MTH-ACTUAL           PIC S9(11)V99.
           05  WS-LF-MTH-BUDGET           PIC S9(11)V99.
           05  WS-LF-YTD-ACTUAL           PIC S9(11)V99.
           05  WS-LF-YTD-BUDGET           PIC S9(11)V99.
       01  WS-PARENT-FIGURES.
           05  WS-PF-MTH-ACTUAL           PIC S9(11)V99.
           05  WS-PF-MTH-BUDGET           PIC S9(11)V99.
           05  WS-PF-YTD-ACTUAL           PIC S9(11)V99.
           05  WS-PF-YTD-BUDGET           PIC S9(11)V99.
       01  WS-CLASS-FIGURES.
           05  WS-CF-MTH-ACTUAL           PIC S9(11)V99.
           05  WS-CF-MTH-BUDGET           PIC S9(11)V99.
           05  WS-CF-YTD-ACTUAL           PIC S9(11)V99.
           05  WS-CF-YTD-BUDGET           PIC S9(11)V99.
       01  BANK-TOTAL-TABLE.
           05  BT-ENTRY OCCURS 5 TIMES.
               10  BT-LINES               PIC 9(05).
               10  BT-MTH-ACTUAL          PIC S9(11)V99.
               10  BT-MTH-BUDGET          PIC S9(11)V99.
               10  BT-YTD-ACTUAL          PIC S9(11)V99.
               10  BT-YTD-BUDGET          PIC S9(11)V99.
      *
      *    ONE ACTUAL AGAINST ONE BUDGET ON ITS WAY TO THE PAGE.
       01  WS-ONE-ACTUAL                  PIC S9(11)V99 VALUE ZEROES.
       01  WS-ONE-BUDGET                  PIC S9(11)V99 VALUE ZEROES.
       01  WS-ONE-VARIANCE                PIC S9(11)V99 VALUE ZEROES.
       01  WS-ONE-PCT                     PIC S9(07)V9 VALUE ZEROES.
       01  WS-ONE-ABS-PCT                 PIC 9(07)V9 VALUE ZEROES.
       01  WS-LINE-OUT-SW                 PIC X(01) VALUE 'N'.
           88  WS-LINE-OUT                          VALUE 'Y'.
      *
       01  WS-LINES-REPORTED              PIC 9(05) VALUE ZEROES.
       01  WS-OUT-COUNT                   PIC 9(05) VALUE ZEROES.
       01  WS-BUDGETS-READ                PIC 9(07) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-1.
           05  FILLER               PIC X(30) VALUE
               'BUDGET VERSUS ACTUAL - PERIOD '.
           05  RH-PERIOD            PIC 9(06).
           05  FILLER               PIC X(14) VALUE
               '  FISCAL YEAR '.
           05  RH-FISCAL-YEAR       PIC 9(04).
           05  FILLER               PIC X(26) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER               PIC X(14) VALUE
               'ACTUALS AS AT '.
           05  RH-END-DATE          PIC 9(08).
           05  RH-MODE              PIC X(16).
           05  FILLER               PIC X(12) VALUE
               '  TOLERANCE '.
           05  RH-TOL-PCT           PIC ZZ9.99.
           05  FILLER               PIC X(04) VALUE ' PCT'.
           05  FILLER               PIC X(20) VALUE SPACES.
       01  RPT-RULE-REC             PIC X(80) VALUE ALL '-'.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               'CODE   DESCRIPTION                 ACTUA'.
           05  FILLER               PIC X(40) VALUE
               'L        BUDGET      VARIANCE VAR PCT   '.
       01  RPT-BRANCH-REC.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  RB-BRANCH            PIC X(11).
           05  FILLER               PIC X(62) VALUE SPACES.
       01  RPT-SECTION-REC.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RS-SECTION           PIC X(16).
           05  FILLER               PIC X(62) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-LABEL-AREA.
               10  RD-CODE          PIC X(06).
               10  FILLER           PIC X(01).
               10  RD-DESC          PIC X(16).
           05  RD-LABEL REDEFINES RD-LABEL-AREA
                                    PIC X(23).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-BASIS             PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACTUAL            PIC -Z(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-BUDGET            PIC -Z(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-VARIANCE          PIC -Z(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-PCT-AREA          PIC X(07).
           05  RD-PCT REDEFINES RD-PCT-AREA
                                    PIC -ZZZ9.9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-FLAG              PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
       01  RPT-ROLLUP-LABEL.
           05  FILLER               PIC X(07) VALUE 'ROLLUP '.
           05  RR-PARENT            PIC X(06).
       01  RPT-TRAILER-REC.
           05  FILLER               PIC X(15) VALUE
               'LINES REPORTED '.
           05  RT-LINES             PIC ZZZZ9.
           05  FILLER               PIC X(21) VALUE
               '  OUTSIDE TOLERANCE '.
           05  RT-OUT               PIC ZZZZ9.
           05  FILLER               PIC X(34) VALUE SPACES.
       01  RPT-BLANK-REC            PIC X(80) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********BUDGET VARIANCE RUN********************'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 150-READ-BUD-CARD THRU 150-READ-BUD-CARD-EXIT.
           PERFORM 180-FIND-BASE-PERIODS.
      *
      *    BUDGETS FIRST, SO A BUDGETED BALANCE-SHEET CODE ALREADY
      *    HAS ITS LINE WHEN ITS ACTUALS ARRIVE.
           IF WS-BUD-PRESENT
              PERFORM 300-GATHER-ONE-BUDGET UNTIL WS-BUD-EOF
           END-IF.
      *
           MOVE 'E' TO WS-GATHER-COLUMN.
           IF WS-MONTH-TO-DATE
              PERFORM 260-GATHER-ONE-GL-ACCOUNT UNTIL WS-GLM-EOF
           ELSE
              MOVE WS-REPORT-PERIOD TO WS-GATHER-PERIOD
              PERFORM 250-GATHER-PERIOD
           END-IF.
           IF WS-PREV-PERIOD NOT = ZEROES
              MOVE 'M'              TO WS-GATHER-COLUMN
              MOVE WS-PREV-PERIOD   TO WS-GATHER-PERIOD
              PERFORM 250-GATHER-PERIOD
           END-IF.
           IF WS-YEAR-BASE-PERIOD NOT = ZEROES
              MOVE 'Y'                 TO WS-GATHER-COLUMN
              MOVE WS-YEAR-BASE-PERIOD TO WS-GATHER-PERIOD
              PERFORM 250-GATHER-PERIOD
           END-IF.
      *
           PERFORM 140-WRITE-HEADERS.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BRANCH-ID
                                SRT-CLASS-SEQ
                                SRT-PARENT
                                SRT-ACCOUNT-CODE
               INPUT PROCEDURE IS 500-RELEASE-LINES
               OUTPUT PROCEDURE IS 600-PRINT-REPORT.
      *
           DISPLAY 'BUDGET RECORDS READ    : ' WS-BUDGETS-READ.
           DISPLAY 'LINES REPORTED         : ' WS-LINES-REPORTED.
           DISPLAY 'OUTSIDE TOLERANCE      : ' WS-OUT-COUNT.
      *
           PERFORM 800-CLOSE-FILES.
      *
           IF WS-OUT-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  GL-MASTER-FILE.
               IF WS-GLM-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLMAST'     TO WS-ERR-MSG
                  MOVE WS-GLM-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  COA-MASTER-FILE.
               IF WS-COA-STATUS NOT = ZEROES
                  MOVE 'Error opening file COAMAST'    TO WS-ERR-MSG
                  MOVE WS-COA-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  GL-CAL-FILE.
               IF WS-CAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLCAL'      TO WS-ERR-MSG
                  MOVE WS-CAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT BUD-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file BUDVRPT'    TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *        NO BUDGET MASTER YET - EVERY LINE IS UNBUDGETED.
               OPEN INPUT  BUD-MASTER-FILE.
               IF WS-BUD-STATUS = '00'
                  MOVE 'Y' TO WS-BUD-PRESENT-SW
               ELSE
                  DISPLAY 'BUDVAR: NO BUDGET MASTER - ACTUALS ONLY'
               END-IF.
               OPEN INPUT  GL-HIST-FILE.
               IF WS-HIST-STATUS = '00'
                  MOVE 'Y' TO WS-HIST-PRESENT-SW
               END-IF.
               OPEN INPUT  BUD-CARD-FILE.
      *
         140-WRITE-HEADERS.
               MOVE WS-REPORT-PERIOD      TO RH-PERIOD.
               MOVE WS-REPORT-FISCAL-YEAR TO RH-FISCAL-YEAR.
               WRITE BUD-RPT-REC FROM RPT-HEADER-1.
               MOVE WS-REPORT-END-DATE    TO RH-END-DATE.
               IF WS-MONTH-TO-DATE
                  MOVE '  MONTH TO DATE'  TO RH-MODE
               ELSE
                  MOVE '  PERIOD CLOSED'  TO RH-MODE
               END-IF.
               MOVE WS-TOL-PCT            TO RH-TOL-PCT.
               WRITE BUD-RPT-REC FROM RPT-HEADER-2.
               WRITE BUD-RPT-REC FROM RPT-RULE-REC.
               WRITE BUD-RPT-REC FROM RPT-COLUMN-REC.
               WRITE BUD-RPT-REC FROM RPT-RULE-REC.
      *
      *    THE PERIOD MUST BE CLOSED (ITS GLHIST SNAPSHOT IS THE
      *    ACTUAL) OR THE ONE TODAY'S BUSINESS DATE FALLS IN (THE
      *    LIVE GLMAST IS). ANY OTHER PERIOD STOPS THE RUN.
         150-READ-BUD-CARD.
               IF WS-CARD-STATUS = '00'
                  READ BUD-CARD-FILE
                      AT END
                          MOVE SPACES TO BUD-CARD-REC
                  END-READ
               ELSE
                  MOVE SPACES TO BUD-CARD-REC
               END-IF.
               IF BVC-TOL-PCT NUMERIC
                  AND BVC-TOL-PCT > ZEROES
                  MOVE BVC-TOL-PCT TO WS-TOL-PCT
               END-IF.
      *
               IF BVC-PERIOD = SPACES OR BVC-PERIOD = 'LATEST'
                  PERFORM 160-FIND-LATEST-CLOSED
                  IF WS-REPORT-PERIOD = ZEROES
                     MOVE 'No closed period on GLCAL'  TO WS-ERR-MSG
                     MOVE 'NP'                         TO WS-ERR-CDE
                     MOVE '150-READ-BUD-CARD'          TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
               ELSE
                  IF BVC-PERIOD-NUM NOT NUMERIC
                     MOVE 'BUDCARD period not YYYYMM'  TO WS-ERR-MSG
                     MOVE 'CT'                         TO WS-ERR-CDE
                     MOVE '150-READ-BUD-CARD'          TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  MOVE BVC-PERIOD-NUM TO WS-REPORT-PERIOD
               END-IF.
      *
               MOVE WS-REPORT-PERIOD TO GLP-PERIOD.
               READ GL-CAL-FILE
                   INVALID KEY
                       MOVE 'BUDCARD period not on GLCAL' TO WS-ERR-MSG
                       MOVE 'NP'                          TO WS-ERR-CDE
                       MOVE '150-READ-BUD-CARD'          TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-READ.
               MOVE GLP-FISCAL-YEAR TO WS-REPORT-FISCAL-YEAR.
      *
               IF GLP-CLOSED
                  IF NOT WS-HIST-PRESENT
                     MOVE 'GLHIST needed for closed period'
                                                       TO WS-ERR-MSG
                     MOVE WS-HIST-STATUS               TO WS-ERR-CDE
                     MOVE '150-READ-BUD-CARD'          TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  MOVE GLP-END-DATE TO WS-REPORT-END-DATE
                  GO TO 150-READ-BUD-CARD-EXIT
               END-IF.
      *
               IF WS-TODAY-DATE < GLP-START-DATE
                  OR WS-TODAY-DATE > GLP-END-DATE
                  DISPLAY 'BUDVAR: PERIOD ' WS-REPORT-PERIOD
                          ' IS NEITHER CLOSED NOR CURRENT'
                  MOVE 'BUDCARD period not reportable' TO WS-ERR-MSG
                  MOVE 'NP'                            TO WS-ERR-CDE
                  MOVE '150-READ-BUD-CARD'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               MOVE 'Y'           TO WS-MONTH-TO-DATE-SW.
               MOVE WS-TODAY-DATE TO WS-REPORT-END-DATE.
      *
         150-READ-BUD-CARD-EXIT.
               EXIT.
      *
         160-FIND-LATEST-CLOSED.
               MOVE ZEROES TO WS-REPORT-PERIOD.
               MOVE 'N' TO WS-CAL-EOF-SW.
               MOVE LOW-VALUES TO GLP-PERIOD.
               START GL-CAL-FILE KEY IS NOT LESS THAN GLP-PERIOD
                   INVALID KEY
                       MOVE 'Y' TO WS-CAL-EOF-SW
               END-START.
               PERFORM 165-CHECK-ONE-PERIOD
                   UNTIL WS-CAL-EOF.
      *
         165-CHECK-ONE-PERIOD.
               READ GL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF GLP-CLOSED
                           MOVE GLP-PERIOD TO WS-REPORT-PERIOD
                       END-IF
               END-READ.
      *
      *    THE CALENDAR IN PERIOD ORDER UP TO THE REPORT PERIOD -
      *    THE LAST PERIOD BEFORE IT, AND THE LAST ONE OF AN
      *    EARLIER FISCAL YEAR. A BASE PERIOD NOT YET CLOSED HAS NO
      *    SNAPSHOT, WHICH THE RUN NOTES RATHER THAN HIDES.
         180-FIND-BASE-PERIODS.
               MOVE 'N' TO WS-CAL-EOF-SW.
               MOVE LOW-VALUES TO GLP-PERIOD.
               START GL-CAL-FILE KEY IS NOT LESS THAN GLP-PERIOD
                   INVALID KEY
                       MOVE 'Y' TO WS-CAL-EOF-SW
               END-START.
               PERFORM 185-CHECK-ONE-BASE-PERIOD
                   UNTIL WS-CAL-EOF.
      *
               IF WS-PREV-PERIOD = ZEROES
                  OR WS-PREV-FISCAL-YEAR NOT = WS-REPORT-FISCAL-YEAR
                  MOVE 'Y' TO WS-FIRST-MONTH-SW
               END-IF.
               IF WS-PREV-PERIOD NOT = ZEROES
                  AND WS-PREV-STATUS NOT = 'C'
                  DISPLAY 'BUDVAR: PERIOD ' WS-PREV-PERIOD
                          ' NOT CLOSED - MONTH ACTUALS OVERSTATED'
               END-IF.
               IF WS-YEAR-BASE-PERIOD NOT = ZEROES
                  AND WS-YEAR-BASE-STATUS NOT = 'C'
                  DISPLAY 'BUDVAR: PERIOD ' WS-YEAR-BASE-PERIOD
                          ' NOT CLOSED - BALANCE SHEET YTD OVERSTATED'
               END-IF.
      *
         185-CHECK-ONE-BASE-PERIOD.
               READ GL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF GLP-PERIOD NOT < WS-REPORT-PERIOD
                           MOVE 'Y' TO WS-CAL-EOF-SW
                       ELSE
                           MOVE GLP-PERIOD      TO WS-PREV-PERIOD
                           MOVE GLP-FISCAL-YEAR TO WS-PREV-FISCAL-YEAR
                           MOVE GLP-STATUS      TO WS-PREV-STATUS
                           IF GLP-FISCAL-YEAR < WS-REPORT-FISCAL-YEAR
                               MOVE GLP-PERIOD TO WS-YEAR-BASE-PERIOD
                               MOVE GLP-STATUS TO WS-YEAR-BASE-STATUS
                           END-IF
                       END-IF
               END-READ.
      *
      *    FIND-OR-ADD ON BRANCH AND CODE. AN ACTUAL FOR A BALANCE-
      *    SHEET CODE WITH NO BUDGET HAS NO LINE AND IS PASSED OVER;
      *    SO ARE THE BASES INCOME AND EXPENSE DO NOT HAVE.
         210-GATHER-ONE-AMOUNT.
               MOVE 'N' TO WS-VT-FOUND-SW.
               SET VT-IDX TO 1.
               SEARCH VT-ENTRY
                   AT END
                       CONTINUE
                   WHEN VT-IDX > WS-VT-COUNT
                       CONTINUE
                   WHEN VT-BRANCH-ID (VT-IDX) = WS-GATHER-BRANCH
                    AND VT-ACCOUNT-CODE (VT-IDX) = WS-GATHER-CODE
                       MOVE 'Y' TO WS-VT-FOUND-SW
               END-SEARCH.
      *
               IF NOT WS-VT-FOUND
                  PERFORM 220-READ-CHART
                  IF NOT WS-GATHER-BUDGET
                     AND WS-GATHER-CLASS NOT = 'I'
                     AND WS-GATHER-CLASS NOT = 'E'
                     GO TO 210-GATHER-EXIT
                  END-IF
                  PERFORM 230-ADD-VARIANCE-LINE
               END-IF.
      *
               IF VT-CLASS (VT-IDX) = 'I' OR VT-CLASS (VT-IDX) = 'E'
                  IF WS-GATHER-YEAR-BASE
                     GO TO 210-GATHER-EXIT
                  END-IF
                  IF WS-GATHER-MONTH-BASE AND WS-FIRST-MONTH
                     GO TO 210-GATHER-EXIT
                  END-IF
               END-IF.
      *
               EVALUATE TRUE
                   WHEN WS-GATHER-END
                       ADD WS-GATHER-AMOUNT TO VT-END-BALANCE (VT-IDX)
                   WHEN WS-GATHER-MONTH-BASE
                       ADD WS-GATHER-AMOUNT TO VT-MONTH-BASE (VT-IDX)
                   WHEN WS-GATHER-YEAR-BASE
                       ADD WS-GATHER-AMOUNT TO VT-YEAR-BASE (VT-IDX)
                   WHEN WS-GATHER-MONTH-BUDGET
                       ADD WS-GATHER-AMOUNT TO VT-MONTH-BUDGET (VT-IDX)
                   WHEN WS-GATHER-YTD-BUDGET
                       ADD WS-GATHER-AMOUNT TO VT-YTD-BUDGET (VT-IDX)
               END-EVALUATE.
      *
         210-GATHER-EXIT.
               EXIT.
      *
         220-READ-CHART.
               MOVE WS-GATHER-CODE TO COA-ACCOUNT-CODE.
               READ COA-MASTER-FILE
                   INVALID KEY
                       MOVE '?'             TO WS-GATHER-CLASS
                       MOVE SPACES          TO WS-GATHER-PARENT
                       MOVE '** NOT IN CHART OF ACCOUNTS'
                                            TO WS-GATHER-DESC
                   NOT INVALID KEY
                       MOVE COA-CLASS       TO WS-GATHER-CLASS
                       MOVE COA-PARENT      TO WS-GATHER-PARENT
                       MOVE COA-DESCRIPTION TO WS-GATHER-DESC
               END-READ.
      *
         230-ADD-VARIANCE-LINE.
               IF WS-VT-COUNT >= WS-VT-MAX
                  MOVE 'Variance work table overflow'   TO WS-ERR-MSG
                  MOVE 'OV'                             TO WS-ERR-CDE
                  MOVE '230-ADD-LINE'                   TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-VT-COUNT.
               SET VT-IDX TO WS-VT-COUNT.
               MOVE WS-GATHER-BRANCH TO VT-BRANCH-ID (VT-IDX).
               MOVE WS-GATHER-CODE   TO VT-ACCOUNT-CODE (VT-IDX).
               MOVE WS-GATHER-CLASS  TO VT-CLASS (VT-IDX).
               MOVE WS-GATHER-PARENT TO VT-PARENT (VT-IDX).
               MOVE WS-GATHER-DESC   TO VT-DESC (VT-IDX).
               MOVE ZEROES           TO VT-END-BALANCE (VT-IDX).
               MOVE ZEROES           TO VT-MONTH-BASE (VT-IDX).
               MOVE ZEROES           TO VT-YEAR-BASE (VT-IDX).
               MOVE ZEROES           TO VT-MONTH-BUDGET (VT-IDX).
               MOVE ZEROES           TO VT-YTD-BUDGET (VT-IDX).
      *
      *    EVERY GLHIST BRANCH+CODE SNAPSHOT OF WS-GATHER-PERIOD.
         250-GATHER-PERIOD.
               IF NOT WS-HIST-PRESENT
                  MOVE 'Y' TO WS-HIST-EOF-SW
               ELSE
                  MOVE 'N' TO WS-HIST-EOF-SW
               END-IF.
               MOVE LOW-VALUES       TO GLH-KEY.
               MOVE WS-GATHER-PERIOD TO GLH-PERIOD.
               IF WS-HIST-PRESENT
                  START GL-HIST-FILE KEY IS NOT LESS THAN GLH-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-HIST-EOF-SW
                  END-START
               END-IF.
               PERFORM 255-GATHER-ONE-HIST-ACCOUNT
                   UNTIL WS-HIST-EOF.
      *
         255-GATHER-ONE-HIST-ACCOUNT.
               READ GL-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-SW
                   NOT AT END
                       IF GLH-PERIOD NOT = WS-GATHER-PERIOD
                           MOVE 'Y' TO WS-HIST-EOF-SW
                       ELSE
                           MOVE GLH-BRANCH-ID    TO WS-GATHER-BRANCH
                           MOVE GLH-ACCOUNT-CODE TO WS-GATHER-CODE
                           MOVE GLH-BALANCE      TO WS-GATHER-AMOUNT
                           PERFORM 210-GATHER-ONE-AMOUNT
                               THRU 210-GATHER-EXIT
                       END-IF
               END-READ.
      *
         260-GATHER-ONE-GL-ACCOUNT.
               READ GL-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-GLM-EOF-SW
                  NOT AT END
                     MOVE GLM-BRANCH-ID    TO WS-GATHER-BRANCH
                     MOVE GLM-ACCOUNT-CODE TO WS-GATHER-CODE
                     MOVE GLM-BALANCE      TO WS-GATHER-AMOUNT
                     PERFORM 210-GATHER-ONE-AMOUNT
                         THRU 210-GATHER-EXIT
               END-READ.
      *
      *    EVERY MONTH OF THE FISCAL YEAR UP TO THE REPORT PERIOD
      *    COUNTS TOWARDS THE YEAR-TO-DATE BUDGET.
         300-GATHER-ONE-BUDGET.
               READ BUD-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-BUD-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-BUDGETS-READ
                     IF BUD-FISCAL-YEAR = WS-REPORT-FISCAL-YEAR
                        AND BUD-PERIOD NOT > WS-REPORT-PERIOD
                        MOVE BUD-BRANCH-ID    TO WS-GATHER-BRANCH
                        MOVE BUD-ACCOUNT-CODE TO WS-GATHER-CODE
                        MOVE BUD-AMOUNT       TO WS-GATHER-AMOUNT
                        MOVE 'T'              TO WS-GATHER-COLUMN
                        PERFORM 210-GATHER-ONE-AMOUNT
                            THRU 210-GATHER-EXIT
                        IF BUD-PERIOD = WS-REPORT-PERIOD
                           MOVE 'B'           TO WS-GATHER-COLUMN
                           PERFORM 210-GATHER-ONE-AMOUNT
                               THRU 210-GATHER-EXIT
                        END-IF
                     END-IF
               END-READ.
      *
      *    ACTUALS ARE THE MOVEMENT FROM EACH BASE TO THE PERIOD END,
      *    FLIPPED FOR LIABILITY AND INCOME CODES TO THE NATURAL
      *    SIGN THE BUDGET IS KEPT IN. A LINE WITH NOTHING BUDGETED
      *    AND NOTHING MOVED IS LEFT OFF.
         500-RELEASE-LINES.
               PERFORM 510-RELEASE-ONE-LINE
                   VARYING VT-IDX FROM 1 BY 1
                   UNTIL VT-IDX > WS-VT-COUNT.
      *
         510-RELEASE-ONE-LINE.
               COMPUTE SRT-MTH-ACTUAL = VT-END-BALANCE (VT-IDX)
                                      - VT-MONTH-BASE (VT-IDX).
               COMPUTE SRT-YTD-ACTUAL = VT-END-BALANCE (VT-IDX)
                                      - VT-YEAR-BASE (VT-IDX).
               IF VT-CLASS (VT-IDX) = 'L' OR VT-CLASS (VT-IDX) = 'I'
                  COMPUTE SRT-MTH-ACTUAL = 0 - SRT-MTH-ACTUAL
                  COMPUTE SRT-YTD-ACTUAL = 0 - SRT-YTD-ACTUAL
               END-IF.
               MOVE VT-MONTH-BUDGET (VT-IDX) TO SRT-MTH-BUDGET.
               MOVE VT-YTD-BUDGET (VT-IDX)   TO SRT-YTD-BUDGET.
               IF SRT-MTH-ACTUAL NOT = ZEROES
                  OR SRT-YTD-ACTUAL NOT = ZEROES
                  OR SRT-MTH-BUDGET NOT = ZEROES
                  OR SRT-YTD-BUDGET NOT = ZEROES
                  MOVE VT-BRANCH-ID (VT-IDX)    TO SRT-BRANCH-ID
                  MOVE VT-PARENT (VT-IDX)       TO SRT-PARENT
                  MOVE VT-ACCOUNT-CODE (VT-IDX) TO SRT-ACCOUNT-CODE
                  MOVE VT-DESC (VT-IDX)         TO SRT-DESC
                  SET CN-IDX TO 1
                  SEARCH CN-ENTRY
                      AT END
                          SET CN-IDX TO 5
                      WHEN CN-CLASS (CN-IDX) = VT-CLASS (VT-IDX)
                          CONTINUE
                  END-SEARCH
                  SET WS-CLASS-SUB TO CN-IDX
                  MOVE WS-CLASS-SUB             TO SRT-CLASS-SEQ
                  RELEASE SORT-REC
               END-IF.
      *
      *    BRANCH, THEN CLASS WITHIN BRANCH, THEN ROLLUP PARENT
      *    WITHIN CLASS - EACH BREAK CLOSES ITS TOTAL.
         600-PRINT-REPORT.
               INITIALIZE BANK-TOTAL-TABLE.
               PERFORM 605-RETURN-LINE.
               PERFORM 610-PRINT-ONE-BRANCH
                   UNTIL WS-SORT-EOF.
      *
               IF WS-LINES-REPORTED > ZEROES
                  WRITE BUD-RPT-REC FROM RPT-BLANK-REC
                  MOVE 'ALL BRANCHES'   TO RB-BRANCH
                  WRITE BUD-RPT-REC FROM RPT-BRANCH-REC
                  PERFORM 680-PRINT-BANK-TOTAL
                      VARYING WS-CLASS-SUB FROM 1 BY 1
                      UNTIL WS-CLASS-SUB > 5
               END-IF.
      *
               WRITE BUD-RPT-REC FROM RPT-RULE-REC.
               MOVE WS-LINES-REPORTED TO RT-LINES.
               MOVE WS-OUT-COUNT      TO RT-OUT.
               WRITE BUD-RPT-REC FROM RPT-TRAILER-REC.
      *
         605-RETURN-LINE.
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SW
               END-RETURN.
      *
         610-PRINT-ONE-BRANCH.
               MOVE SRT-BRANCH-ID TO WS-HOLD-BRANCH.
               WRITE BUD-RPT-REC FROM RPT-BLANK-REC.
               IF SRT-BRANCH-ID = SPACES
                  MOVE 'HEAD OFFICE'  TO RB-BRANCH
               ELSE
                  MOVE SRT-BRANCH-ID  TO RB-BRANCH
               END-IF.
               WRITE BUD-RPT-REC FROM RPT-BRANCH-REC.
               PERFORM 620-PRINT-ONE-CLASS
                   UNTIL WS-SORT-EOF
                      OR SRT-BRANCH-ID NOT = WS-HOLD-BRANCH.
      *
         620-PRINT-ONE-CLASS.
               MOVE SRT-CLASS-SEQ TO WS-HOLD-CLASS-SEQ.
               MOVE SRT-CLASS-SEQ TO WS-CLASS-SUB.
               MOVE CN-SECTION (WS-CLASS-SUB) TO RS-SECTION.
               WRITE BUD-RPT-REC FROM RPT-SECTION-REC.
               INITIALIZE WS-CLASS-FIGURES.
               PERFORM 630-PRINT-ONE-PARENT
                   UNTIL WS-SORT-EOF
                      OR SRT-BRANCH-ID NOT = WS-HOLD-BRANCH
                      OR SRT-CLASS-SEQ NOT = WS-HOLD-CLASS-SEQ.
      *
               MOVE WS-HOLD-CLASS-SEQ   TO WS-CLASS-SUB.
               MOVE WS-CLASS-FIGURES    TO WS-LINE-FIGURES.
               MOVE SPACES              TO RD-LABEL.
               MOVE CN-TOTAL-LABEL (WS-CLASS-SUB) TO RD-DESC.
               PERFORM 700-WRITE-FIGURE-LINES.
               ADD WS-CF-MTH-ACTUAL TO BT-MTH-ACTUAL (WS-CLASS-SUB).
               ADD WS-CF-MTH-BUDGET TO BT-MTH-BUDGET (WS-CLASS-SUB).
               ADD WS-CF-YTD-ACTUAL TO BT-YTD-ACTUAL (WS-CLASS-SUB).
               ADD WS-CF-YTD-BUDGET TO BT-YTD-BUDGET (WS-CLASS-SUB).
      *
         630-PRINT-ONE-PARENT.
               MOVE SRT-PARENT TO WS-HOLD-PARENT.
               INITIALIZE WS-PARENT-FIGURES.
               PERFORM 640-PRINT-ONE-LINE
                   UNTIL WS-SORT-EOF
                      OR SRT-BRANCH-ID NOT = WS-HOLD-BRANCH
                      OR SRT-CLASS-SEQ NOT = WS-HOLD-CLASS-SEQ
                      OR SRT-PARENT NOT = WS-HOLD-PARENT.
      *
               IF WS-HOLD-PARENT NOT = SPACES
                  MOVE WS-PARENT-FIGURES TO WS-LINE-FIGURES
                  MOVE SPACES            TO RD-LABEL
                  MOVE WS-HOLD-PARENT    TO RR-PARENT
                  MOVE RPT-ROLLUP-LABEL  TO RD-DESC
                  PERFORM 700-WRITE-FIGURE-LINES
               END-IF.
      *
         640-PRINT-ONE-LINE.
               MOVE SRT-MTH-ACTUAL   TO WS-LF-MTH-ACTUAL.
               MOVE SRT-MTH-BUDGET   TO WS-LF-MTH-BUDGET.
               MOVE SRT-YTD-ACTUAL   TO WS-LF-YTD-ACTUAL.
               MOVE SRT-YTD-BUDGET   TO WS-LF-YTD-BUDGET.
               MOVE SPACES           TO RD-LABEL.
               MOVE SRT-ACCOUNT-CODE TO RD-CODE.
               MOVE SRT-DESC         TO RD-DESC.
               PERFORM 700-WRITE-FIGURE-LINES.
               ADD 1 TO WS-LINES-REPORTED.
               IF WS-LINE-OUT
                  ADD 1 TO WS-OUT-COUNT
               END-IF.
      *
               ADD WS-LF-MTH-ACTUAL  TO WS-PF-MTH-ACTUAL
                                        WS-CF-MTH-ACTUAL.
               ADD WS-LF-MTH-BUDGET  TO WS-PF-MTH-BUDGET
                                        WS-CF-MTH-BUDGET.
               ADD WS-LF-YTD-ACTUAL  TO WS-PF-YTD-ACTUAL
                                        WS-CF-YTD-ACTUAL.
               ADD WS-LF-YTD-BUDGET  TO WS-PF-YTD-BUDGET
                                        WS-CF-YTD-BUDGET.
               ADD 1 TO BT-LINES (SRT-CLASS-SEQ).
               PERFORM 605-RETURN-LINE.
      *
         680-PRINT-BANK-TOTAL.
               IF BT-LINES (WS-CLASS-SUB) > ZEROES
                  MOVE BT-MTH-ACTUAL (WS-CLASS-SUB) TO WS-LF-MTH-ACTUAL
                  MOVE BT-MTH-BUDGET (WS-CLASS-SUB) TO WS-LF-MTH-BUDGET
                  MOVE BT-YTD-ACTUAL (WS-CLASS-SUB) TO WS-LF-YTD-ACTUAL
                  MOVE BT-YTD-BUDGET (WS-CLASS-SUB) TO WS-LF-YTD-BUDGET
                  MOVE SPACES                       TO RD-LABEL
                  MOVE CN-TOTAL-LABEL (WS-CLASS-SUB) TO RD-DESC
                  PERFORM 700-WRITE-FIGURE-LINES
               END-IF.
      *
      *    THE MONTH AND YEAR-TO-DATE LINES OF ONE FIGURE SET, UNDER
      *    THE LABEL ALREADY IN RD-LABEL. WS-LINE-OUT IF EITHER IS
      *    OUTSIDE TOLERANCE.
         700-WRITE-FIGURE-LINES.
               MOVE 'N' TO WS-LINE-OUT-SW.
               MOVE 'MTH'            TO RD-BASIS.
               MOVE WS-LF-MTH-ACTUAL TO WS-ONE-ACTUAL.
               MOVE WS-LF-MTH-BUDGET TO WS-ONE-BUDGET.
               PERFORM 710-SET-VARIANCE.
               WRITE BUD-RPT-REC FROM RPT-DETAIL-REC.
      *
               MOVE SPACES           TO RD-LABEL.
               MOVE 'YTD'            TO RD-BASIS.
               MOVE WS-LF-YTD-ACTUAL TO WS-ONE-ACTUAL.
               MOVE WS-LF-YTD-BUDGET TO WS-ONE-BUDGET.
               PERFORM 710-SET-VARIANCE.
               WRITE BUD-RPT-REC FROM RPT-DETAIL-REC.
      *
      *    VARIANCE IS ACTUAL LESS BUDGET, ITS PERCENTAGE OF THE
      *    BUDGET. AN ACTUAL WITH NO BUDGET BEHIND IT IS ALWAYS OUT.
         710-SET-VARIANCE.
               COMPUTE WS-ONE-VARIANCE = WS-ONE-ACTUAL - WS-ONE-BUDGET.
               MOVE WS-ONE-ACTUAL    TO RD-ACTUAL.
               MOVE WS-ONE-BUDGET    TO RD-BUDGET.
               MOVE WS-ONE-VARIANCE  TO RD-VARIANCE.
               MOVE SPACE            TO RD-FLAG.
      *
               IF WS-ONE-BUDGET = ZEROES
                  MOVE ' NO BUD'     TO RD-PCT-AREA
                  IF WS-ONE-ACTUAL NOT = ZEROES
                     MOVE '*'        TO RD-FLAG
                     MOVE 'Y'        TO WS-LINE-OUT-SW
                  END-IF
               ELSE
                  COMPUTE WS-ONE-PCT ROUNDED =
                      WS-ONE-VARIANCE * 100 / WS-ONE-BUDGET
                      ON SIZE ERROR
                          MOVE 9999999.9 TO WS-ONE-PCT
                  END-COMPUTE
                  IF WS-ONE-PCT < ZEROES
                     COMPUTE WS-ONE-ABS-PCT = 0 - WS-ONE-PCT
                  ELSE
                     MOVE WS-ONE-PCT TO WS-ONE-ABS-PCT
                  END-IF
                  IF WS-ONE-ABS-PCT > 9999.9
                     MOVE ' >9999 '  TO RD-PCT-AREA
                  ELSE
                     MOVE WS-ONE-PCT TO RD-PCT
                  END-IF
                  IF WS-ONE-ABS-PCT > WS-TOL-PCT
                     MOVE '*'        TO RD-FLAG
                     MOVE 'Y'        TO WS-LINE-OUT-SW
                  END-IF
               END-IF.
      *
         800-CLOSE-FILES.
               CLOSE BUD-MASTER-FILE.
               CLOSE GL-MASTER-FILE.
               CLOSE COA-MASTER-FILE.
               CLOSE GL-CAL-FILE.
               CLOSE GL-HIST-FILE.
               CLOSE BUD-CARD-FILE.
               CLOSE BUD-RPT-FILE.
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
