      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 04-01-2021
      * Purpose: BRANCH PROFITABILITY (MIS) REPORT FOR A FISCAL
      *        : QUARTER - EACH BRANCH'S INTEREST INCOME, INTEREST
      *        : EXPENSE, FEE INCOME, OTHER INCOME AND DIRECT EXPENSES
      *        : OFF ITS OWN GLMAST BOOKS (CODES GROUPED BY COAMAST
      *        : CLASS AND THE PRFPARM CODE MAP), LESS THE OPERATING
      *        : COST ALLOCATED TO IT ON PRFPARM, GIVING ITS NET
      *        : CONTRIBUTION; WITH ITS AVERAGE BALANCES, DEPOSIT
      *        : GROWTH AND ACCOUNT COUNT FROM THE BRBAL SNAPSHOTS AND
      *        : ITS COST-TO-INCOME RATIO. BRANCHES ARE RANKED ON NET
      *        : CONTRIBUTION AND SET AGAINST THE SAME QUARTER OF THE
      *        : PREVIOUS FISCAL YEAR.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. BRPROF.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *    BRANCH BALANCE ACCUMULATORS KEPT BY BRBALSNP - SEE
      *    COPYBOOKS/BRBREC.cbl.
           SELECT OPTIONAL BR-BAL-FILE ASSIGN TO BRBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRB-KEY
               FILE STATUS IS WS-BRB-STATUS.
      *
      *    FINANCE'S CODE MAP AND QUARTERLY COST ALLOCATIONS.
           SELECT OPTIONAL PRF-PARM-FILE ASSIGN TO PRFPARM
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PARM-STATUS.
      *
      *    NO CARD - THE QUARTER OF THE LATEST CLOSED PERIOD.
           SELECT OPTIONAL PRF-CARD-FILE ASSIGN TO PRFCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CARD-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT PRF-RPT-FILE ASSIGN TO PRFRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
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
       FD  BR-BAL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BR-BAL-REC.
           02  BRB-KEY.
               03  BRB-BRANCH-ID          PIC X(04).
               03  BRB-PERIOD             PIC 9(06).
      *    NAMED BALANCE FIELDS (BRB-BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BRBREC.cbl
           COPY BRBREC.
      *
      *    'M' MAPS A GL CODE TO A REPORT LINE - II INTEREST INCOME,
      *    IE INTEREST EXPENSE, FI FEE INCOME, OI OTHER INCOME, OE
      *    DIRECT EXPENSES. AN UNMAPPED INCOME CODE IS OTHER INCOME,
      *    AN UNMAPPED EXPENSE CODE A DIRECT EXPENSE.
      *    'A' ALLOCATES AN OPERATING COST (HEAD OFFICE, PREMISES,
      *    SHARED SERVICES) TO A BRANCH FOR ONE FISCAL QUARTER.
       FD  PRF-PARM-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PRF-PARM-REC.
           05  PP-TYPE                    PIC  X(01).
               88  PP-CODE-MAP                      VALUE 'M'.
               88  PP-ALLOCATION                    VALUE 'A'.
           05  PP-MAP-DATA.
               10  PP-MAP-CODE            PIC  X(06).
               10  PP-MAP-CATEGORY        PIC  X(02).
               10  FILLER                 PIC  X(71).
           05  PP-ALLOC-DATA REDEFINES PP-MAP-DATA.
               10  PP-ALLOC-BRANCH        PIC  X(04).
               10  PP-ALLOC-FISCAL-YEAR   PIC  9(04).
               10  PP-ALLOC-QUARTER       PIC  9(01).
               10  PP-ALLOC-AMOUNT        PIC  9(09)V99.
               10  PP-ALLOC-DESC          PIC  X(30).
               10  FILLER                 PIC  X(29).
      *
      *    PCC-PERIOD IS A GLCAL PERIOD (YYYYMM) OR 'LATEST' FOR THE
      *    MOST RECENT CLOSED ONE - THE QUARTER REPORTED IS THE ONE
      *    IT FALLS IN, UP TO AND INCLUDING IT. THE PERIOD STILL OPEN
      *    FOR TODAY'S BUSINESS DATE IS TAKEN FROM THE LIVE GLMAST.
       FD  PRF-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PRF-CARD-REC.
           05  PCC-PERIOD                 PIC  X(06).
           05  PCC-PERIOD-NUM REDEFINES PCC-PERIOD
                                          PIC  9(06).
           05  FILLER                     PIC  X(74).
      *
      *    ONE BRANCH ON ITS WAY TO ITS RANK - HIGHEST CONTRIBUTION
      *    FIRST.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SRT-NET-CONTRIB            PIC S9(11)V99.
           05  SRT-BRANCH-ID              PIC  X(04).
           05  SRT-PT-SUB                 PIC  9(04).
      *
       FD  PRF-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PRF-RPT-REC                    PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-GLM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BRB-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CARD-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-GLM-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-GLM-EOF                           VALUE 'Y'.
       01  WS-HIST-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF                          VALUE 'Y'.
       01  WS-CAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CAL-EOF                           VALUE 'Y'.
       01  WS-BRB-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-BRB-EOF                           VALUE 'Y'.
       01  WS-PARM-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-PARM-EOF                          VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-HIST-PRESENT-SW             PIC X(01) VALUE 'N'.
           88  WS-HIST-PRESENT                      VALUE 'Y'.
       01  WS-BRB-PRESENT-SW              PIC X(01) VALUE 'N'.
           88  WS-BRB-PRESENT                       VALUE 'Y'.
       01  WS-PARM-PRESENT-SW             PIC X(01) VALUE 'N'.
           88  WS-PARM-PRESENT                      VALUE 'Y'.
       01  WS-MONTH-TO-DATE-SW            PIC X(01) VALUE 'N'.
           88  WS-MONTH-TO-DATE                     VALUE 'Y'.
       01  WS-LY-AVAILABLE-SW             PIC X(01) VALUE 'N'.
           88  WS-LY-AVAILABLE                      VALUE 'Y'.
       01  WS-PT-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-PT-FOUND                          VALUE 'Y'.
       01  WS-MP-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-MP-FOUND                          VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
      *    THE ACCOUNTING CALENDAR IN PERIOD ORDER, EACH PERIOD WITH
      *    ITS POSITION IN ITS FISCAL YEAR AND THE PART IT PLAYS IN
      *    THIS REPORT - 'C' A PERIOD OF THE QUARTER REPORTED, 'L'
      *    ONE OF THE SAME QUARTER A YEAR EARLIER.
       01  WS-CT-COUNT                    PIC 9(04) VALUE ZEROES.
       01  WS-CT-MAX                      PIC 9(04) VALUE 600.
       01  CALENDAR-TABLE.
           05  CT-ENTRY OCCURS 600 TIMES INDEXED BY CT-IDX.
               10  CT-PERIOD              PIC 9(06).
               10  CT-FISCAL-YEAR         PIC 9(04).
               10  CT-FY-POS              PIC 9(02).
               10  CT-STATUS              PIC X(01).
               10  CT-START-DATE          PIC 9(08).
               10  CT-END-DATE            PIC 9(08).
               10  CT-ROLE                PIC X(01).
      *
      *    THE QUARTER REPORTED AND THE PERIODS IT IS MEASURED FROM.
      *    INCOME AND EXPENSE ARE YEAR TO DATE ON GLHIST, SO A
      *    QUARTER'S FIGURE IS ITS LAST PERIOD LESS THE PERIOD BEFORE
      *    IT IN THE SAME FISCAL YEAR (NIL FOR THE FIRST QUARTER).
      *    DEPOSIT GROWTH RUNS FROM THE BRBAL CLOSE OF THE PERIOD
      *    BEFORE THE QUARTER TO THE CLOSE OF ITS LAST PERIOD.
       01  WS-REPORT-PERIOD               PIC 9(06) VALUE ZEROES.
       01  WS-REPORT-SUB                  PIC 9(04) VALUE ZEROES.
       01  WS-REPORT-FISCAL-YEAR          PIC 9(04) VALUE ZEROES.
       01  WS-PRIOR-FISCAL-YEAR           PIC 9(04) VALUE ZEROES.
       01  WS-REPORT-POS                  PIC 9(02) VALUE ZEROES.
       01  WS-QUARTER                     PIC 9(01) VALUE ZEROES.
       01  WS-QTR-FIRST-POS               PIC 9(02) VALUE ZEROES.
       01  WS-REPORT-END-DATE             PIC 9(08) VALUE ZEROES.
       01  WS-QTR-TO-DATE-SW              PIC X(01) VALUE 'N'.
           88  WS-QTR-TO-DATE                       VALUE 'Y'.
       01  YEAR-PERIOD-TABLE.
           05  YP-ENTRY OCCURS 2 TIMES.
               10  YP-FIRST-PERIOD        PIC 9(06).
               10  YP-END-PERIOD          PIC 9(06).
               10  YP-END-STATUS          PIC X(01).
               10  YP-BASE-PERIOD         PIC 9(06).
               10  YP-BASE-STATUS         PIC X(01).
               10  YP-OPEN-BAL-PERIOD     PIC 9(06).
       01  WS-YR                          PIC 9(01) VALUE ZEROES.
      *
      *    REPORT LINES AND THE CODE MAP. THE BANK'S OWN INCOME AND
      *    EXPENSE CODES ARE MAPPED HERE; PRFPARM 'M' CARDS ADD TO
      *    OR OVERRIDE THEM.
       01  CATEGORY-VALUES.
           05  FILLER    PIC X(20) VALUE 'IIINTEREST INCOME   '.
           05  FILLER    PIC X(20) VALUE 'IEINTEREST EXPENSE  '.
           05  FILLER    PIC X(20) VALUE 'FIFEE INCOME        '.
           05  FILLER    PIC X(20) VALUE 'OIOTHER INCOME      '.
           05  FILLER    PIC X(20) VALUE 'OEDIRECT EXPENSES   '.
       01  CATEGORY-TABLE REDEFINES CATEGORY-VALUES.
           05  CG-ENTRY OCCURS 5 TIMES INDEXED BY CG-IDX.
               10  CG-CODE                PIC X(02).
               10  CG-LABEL               PIC X(18).
       01  DEFAULT-MAP-VALUES.
           05  FILLER                     PIC X(08) VALUE '400100IE'.
           05  FILLER                     PIC X(08) VALUE '500100FI'.
           05  FILLER                     PIC X(08) VALUE '500200II'.
           05  FILLER                     PIC X(08) VALUE '500300II'.
           05  FILLER                     PIC X(08) VALUE '510100FI'.
           05  FILLER                     PIC X(08) VALUE '510200FI'.
       01  DEFAULT-MAP-TABLE REDEFINES DEFAULT-MAP-VALUES.
           05  DM-ENTRY OCCURS 6 TIMES.
               10  DM-CODE                PIC X(06).
               10  DM-CATEGORY            PIC X(02).
       01  WS-DM-SUB                      PIC 9(02) VALUE ZEROES.
       01  WS-MP-COUNT                    PIC 9(04) VALUE ZEROES.
       01  WS-MP-MAX                      PIC 9(04) VALUE 200.
       01  CODE-MAP-TABLE.
           05  MP-ENTRY OCCURS 200 TIMES INDEXED BY MP-IDX.
               10  MP-CODE                PIC X(06).
               10  MP-CATEGORY            PIC X(02).
      *
      *    ONE AMOUNT ON ITS WAY INTO THE BRANCH TABLE - 'E' THE
      *    QUARTER-END BALANCE, 'B' THE BASE IT IS MEASURED FROM.
       01  WS-GATHER-BRANCH               PIC X(04) VALUE SPACES.
       01  WS-GATHER-CODE                 PIC X(06) VALUE SPACES.
       01  WS-GATHER-PERIOD               PIC 9(06) VALUE ZEROES.
       01  WS-GATHER-AMOUNT               PIC S9(11)V99 VALUE ZEROES.
       01  WS-GATHER-CATEGORY             PIC X(02) VALUE SPACES.
       01  WS-CAT-SUB                     PIC 9(01) VALUE ZEROES.
       01  WS-GATHER-SIDE                 PIC X(01) VALUE SPACE.
           88  WS-GATHER-END                        VALUE 'E'.
           88  WS-GATHER-BASE                       VALUE 'B'.
      *
      *    ONE ENTRY PER BRANCH, EACH WITH THE QUARTER REPORTED (1)
      *    AND THE SAME QUARTER LAST YEAR (2). CATEGORY AMOUNTS ARE
      *    IN NATURAL SIGN - INCOME AND EXPENSE BOTH POSITIVE.
       01  WS-PT-COUNT                    PIC 9(04) VALUE ZEROES.
       01  WS-PT-MAX                      PIC 9(04) VALUE 500.
       01  WS-PT-SUB                      PIC 9(04) VALUE ZEROES.
       01  PROFIT-TABLE.
           05  PT-ENTRY OCCURS 500 TIMES INDEXED BY PT-IDX.
               10  PT-BRANCH-ID           PIC X(04).
               10  PT-RANK                PIC 9(04).
               10  PT-FIGURES.
                   15  PT-YEAR OCCURS 2 TIMES.
                       20  PT-CAT-AMT     PIC S9(11)V99 OCCURS 5 TIMES.
                       20  PT-ALLOC       PIC S9(11)V99.
                       20  PT-DEP-SUM     PIC 9(14)V99.
                       20  PT-ADV-SUM     PIC 9(14)V99.
                       20  PT-DAYS        PIC 9(05).
                       20  PT-AVG-DEP     PIC 9(12)V99.
                       20  PT-AVG-ADV     PIC 9(12)V99.
                       20  PT-OPEN-DEP    PIC 9(12)V99.
                       20  PT-CLOSE-DEP   PIC 9(12)V99.
                       20  PT-ACCTS       PIC 9(07).
                       20  PT-OPEN-SW     PIC X(01).
                       20  PT-NII         PIC S9(11)V99.
                       20  PT-TOT-INCOME  PIC S9(11)V99.
                       20  PT-COSTS       PIC S9(11)V99.
                       20  PT-NET         PIC S9(11)V99.
      *
      *    THE FIGURES OF THE BRANCH (OR THE BANK) BEING WORKED ON -
      *    SAME SHAPE AS PT-FIGURES.
       01  CUR-FIGURES.
           05  CF-YEAR OCCURS 2 TIMES.
               10  CF-CAT-AMT             PIC S9(11)V99 OCCURS 5 TIMES.
               10  CF-ALLOC               PIC S9(11)V99.
               10  CF-DEP-SUM             PIC 9(14)V99.
               10  CF-ADV-SUM             PIC 9(14)V99.
               10  CF-DAYS                PIC 9(05).
               10  CF-AVG-DEP             PIC 9(12)V99.
               10  CF-AVG-ADV             PIC 9(12)V99.
               10  CF-OPEN-DEP            PIC 9(12)V99.
               10  CF-CLOSE-DEP           PIC 9(12)V99.
               10  CF-ACCTS               PIC 9(07).
               10  CF-OPEN-SW             PIC X(01).
               10  CF-NII                 PIC S9(11)V99.
               10  CF-TOT-INCOME          PIC S9(11)V99.
               10  CF-COSTS               PIC S9(11)V99.
               10  CF-NET                 PIC S9(11)V99.
       01  BANK-FIGURES.
           05  BK-YEAR OCCURS 2 TIMES.
               10  BK-CAT-AMT             PIC S9(11)V99 OCCURS 5 TIMES.
               10  BK-ALLOC               PIC S9(11)V99.
               10  BK-DEP-SUM             PIC 9(14)V99.
               10  BK-ADV-SUM             PIC 9(14)V99.
               10  BK-DAYS                PIC 9(05).
               10  BK-AVG-DEP             PIC 9(12)V99.
               10  BK-AVG-ADV             PIC 9(12)V99.
               10  BK-OPEN-DEP            PIC 9(12)V99.
               10  BK-CLOSE-DEP           PIC 9(12)V99.
               10  BK-ACCTS               PIC 9(07).
               10  BK-OPEN-SW             PIC X(01).
               10  BK-NII                 PIC S9(11)V99.
               10  BK-TOT-INCOME          PIC S9(11)V99.
               10  BK-COSTS               PIC S9(11)V99.
               10  BK-NET                 PIC S9(11)V99.
      *
      *    BRANCH TABLE SUBSCRIPTS IN RANK ORDER.
       01  WS-RANK-COUNT                  PIC 9(04) VALUE ZEROES.
       01  RANK-ORDER-TABLE.
           05  RO-PT-SUB                  PIC 9(04) OCCURS 500 TIMES.
       01  WS-RO-SUB                      PIC 9(04) VALUE ZEROES.
      *
      *    ONE REPORT LINE'S FIGURES AND THE PERCENTAGE WORK FIELDS.
       01  WS-LINE-LABEL                  PIC X(24) VALUE SPACES.
       01  WS-LINE-THIS                   PIC S9(11)V99 VALUE ZEROES.
       01  WS-LINE-LY                     PIC S9(11)V99 VALUE ZEROES.
       01  WS-LINE-CHANGE                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-PCT-NUM                     PIC S9(12)V99 VALUE ZEROES.
       01  WS-PCT-DEN                     PIC S9(12)V99 VALUE ZEROES.
       01  WS-PCT                         PIC S9(07)V9 VALUE ZEROES.
       01  WS-PCT-EDIT                    PIC -ZZZ9.9.
       01  WS-PCT-TEXT                    PIC X(07) VALUE SPACES.
       01  WS-PCT-OK-SW                   PIC X(01) VALUE 'N'.
           88  WS-PCT-OK                            VALUE 'Y'.
       01  WS-COUNT-EDIT                  PIC Z(14)9.
      *
       01  WS-BRANCHES-RANKED             PIC 9(05) VALUE ZEROES.
       01  WS-CARDS-REFUSED               PIC 9(05) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-1.
           05  FILLER               PIC X(35) VALUE
               'BRANCH PROFITABILITY - FISCAL YEAR '.
           05  RH-FISCAL-YEAR       PIC 9(04).
           05  FILLER               PIC X(09) VALUE ' QUARTER '.
           05  RH-QUARTER           PIC 9(01).
           05  RH-QTR-MODE          PIC X(20).
           05  FILLER               PIC X(11) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER               PIC X(08) VALUE 'PERIODS '.
           05  RH-FROM-PERIOD       PIC 9(06).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  RH-TO-PERIOD         PIC 9(06).
           05  FILLER               PIC X(10) VALUE '  AGAINST '.
           05  RH-LY-AREA.
               10  RH-LY-FROM       PIC 9(06).
               10  FILLER           PIC X(04) VALUE ' TO '.
               10  RH-LY-TO         PIC 9(06).
           05  RH-LY-TEXT REDEFINES RH-LY-AREA
                                    PIC X(16).
           05  FILLER               PIC X(30) VALUE SPACES.
       01  RPT-HEADER-3.
           05  FILLER               PIC X(14) VALUE
               'ACTUALS AS AT '.
           05  RH-END-DATE          PIC 9(08).
           05  RH-END-MODE          PIC X(16).
           05  FILLER               PIC X(42) VALUE SPACES.
       01  RPT-RULE-REC             PIC X(80) VALUE ALL '-'.
       01  RPT-RANK-HEAD-REC.
           05  FILLER               PIC X(05) VALUE 'RNK  '.
           05  FILLER               PIC X(11) VALUE 'BRANCH     '.
           05  FILLER               PIC X(15) VALUE
               '    NET CONTRIB'.
           05  FILLER               PIC X(15) VALUE
               '      LAST YEAR'.
           05  FILLER               PIC X(08) VALUE ' C/I PCT'.
           05  FILLER               PIC X(08) VALUE ' DEP GRW'.
           05  FILLER               PIC X(08) VALUE '   ACCTS'.
           05  FILLER               PIC X(10) VALUE SPACES.
       01  RPT-RANK-REC.
           05  RK-RANK              PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RK-BRANCH            PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RK-NET               PIC -Z(9)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RK-LY-AREA           PIC X(14).
           05  RK-LY-NET REDEFINES RK-LY-AREA
                                    PIC -Z(9)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RK-CI-PCT            PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RK-GROWTH-PCT        PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RK-ACCTS             PIC Z(6)9.
           05  FILLER               PIC X(10) VALUE SPACES.
       01  RPT-BLOCK-TITLE-REC.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  RB-BRANCH            PIC X(11).
           05  RB-RANK-LABEL        PIC X(08) VALUE '   RANK '.
           05  RB-RANK              PIC ZZ9.
           05  FILLER               PIC X(51) VALUE SPACES.
       01  RPT-BLOCK-HEAD-REC.
           05  FILLER               PIC X(25) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
               '   THIS QUARTER'.
           05  FILLER               PIC X(16) VALUE
               '       LAST YEAR'.
           05  FILLER               PIC X(16) VALUE
               '          CHANGE'.
           05  FILLER               PIC X(08) VALUE ' CHG PCT'.
       01  RPT-LINE-REC.
           05  RL-LABEL             PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RL-THIS-AREA         PIC X(15).
           05  RL-THIS-AMT REDEFINES RL-THIS-AREA
                                    PIC -Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RL-LY-AREA           PIC X(15).
           05  RL-LY-AMT REDEFINES RL-LY-AREA
                                    PIC -Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RL-CHG-AREA          PIC X(15).
           05  RL-CHG-AMT REDEFINES RL-CHG-AREA
                                    PIC -Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RL-CHG-PCT           PIC X(07).
       01  RPT-TRAILER-REC.
           05  FILLER               PIC X(16) VALUE
               'BRANCHES RANKED '.
           05  RT-BRANCHES          PIC ZZZZ9.
           05  FILLER               PIC X(26) VALUE
               '  PARAMETER CARDS REFUSED '.
           05  RT-REFUSED           PIC ZZZZ9.
           05  FILLER               PIC X(28) VALUE SPACES.
       01  RPT-BLANK-REC            PIC X(80) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********BRANCH PROFITABILITY RUN***************'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 150-LOAD-CALENDAR.
           PERFORM 160-READ-PRF-CARD THRU 160-READ-PRF-CARD-EXIT.
           PERFORM 180-FIND-QUARTER.
           PERFORM 200-LOAD-PARAMETERS.
      *
      *    THE QUARTER-END BALANCES, THEN THE BASES THEY ARE
      *    MEASURED FROM - THIS YEAR, AND LAST YEAR WHEN ITS
      *    QUARTER HAS CLOSED.
           MOVE 1   TO WS-YR.
           MOVE 'E' TO WS-GATHER-SIDE.
           IF WS-MONTH-TO-DATE
              PERFORM 260-GATHER-ONE-GL-ACCOUNT UNTIL WS-GLM-EOF
           ELSE
              MOVE YP-END-PERIOD (1) TO WS-GATHER-PERIOD
              PERFORM 250-GATHER-PERIOD
           END-IF.
           IF YP-BASE-PERIOD (1) NOT = ZEROES
              MOVE 'B'                TO WS-GATHER-SIDE
              MOVE YP-BASE-PERIOD (1) TO WS-GATHER-PERIOD
              PERFORM 250-GATHER-PERIOD
           END-IF.
           IF WS-LY-AVAILABLE
              MOVE 2                  TO WS-YR
              MOVE 'E'                TO WS-GATHER-SIDE
              MOVE YP-END-PERIOD (2)  TO WS-GATHER-PERIOD
              PERFORM 250-GATHER-PERIOD
              IF YP-BASE-PERIOD (2) NOT = ZEROES
                 MOVE 'B'                TO WS-GATHER-SIDE
                 MOVE YP-BASE-PERIOD (2) TO WS-GATHER-PERIOD
                 PERFORM 250-GATHER-PERIOD
              END-IF
           END-IF.
      *
           IF WS-BRB-PRESENT
              PERFORM 300-GATHER-BALANCES
           ELSE
              DISPLAY 'BRPROF: NO BRBAL FILE - BALANCES NOT REPORTED'
           END-IF.
      *
           INITIALIZE BANK-FIGURES.
           PERFORM 400-DERIVE-ONE-BRANCH
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PT-COUNT.
           MOVE BANK-FIGURES TO CUR-FIGURES.
           MOVE 1 TO WS-YR.
           PERFORM 450-DERIVE-FIGURES.
           MOVE 2 TO WS-YR.
           PERFORM 450-DERIVE-FIGURES.
           MOVE CUR-FIGURES  TO BANK-FIGURES.
      *
           PERFORM 140-WRITE-HEADERS.
      *
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SRT-NET-CONTRIB
               ON ASCENDING KEY SRT-BRANCH-ID
               INPUT PROCEDURE IS 500-RELEASE-BRANCHES
               OUTPUT PROCEDURE IS 600-RANK-BRANCHES.
      *
           PERFORM 650-PRINT-RANKING.
           PERFORM 670-PRINT-ONE-BLOCK
               VARYING WS-RO-SUB FROM 1 BY 1
               UNTIL WS-RO-SUB > WS-RANK-COUNT.
      *
           WRITE PRF-RPT-REC FROM RPT-BLANK-REC.
           MOVE 'ALL BRANCHES'        TO RB-BRANCH.
           MOVE SPACES                TO RB-RANK-LABEL.
           MOVE ZEROES                TO RB-RANK.
           MOVE BANK-FIGURES          TO CUR-FIGURES.
           PERFORM 700-PRINT-FIGURES.
      *
           WRITE PRF-RPT-REC FROM RPT-RULE-REC.
           MOVE WS-BRANCHES-RANKED TO RT-BRANCHES.
           MOVE WS-CARDS-REFUSED   TO RT-REFUSED.
           WRITE PRF-RPT-REC FROM RPT-TRAILER-REC.
      *
           DISPLAY 'QUARTER REPORTED       : ' WS-REPORT-FISCAL-YEAR
                   ' Q' WS-QUARTER.
           DISPLAY 'BRANCHES RANKED        : ' WS-BRANCHES-RANKED.
           DISPLAY 'PARAMETER CARDS REFUSED: ' WS-CARDS-REFUSED.
      *
           PERFORM 800-CLOSE-FILES.
      *
           IF WS-CARDS-REFUSED > ZEROES
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
               OPEN OUTPUT PRF-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file PRFRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  GL-HIST-FILE.
               IF WS-HIST-STATUS = '00'
                  MOVE 'Y' TO WS-HIST-PRESENT-SW
               END-IF.
               OPEN INPUT  BR-BAL-FILE.
               IF WS-BRB-STATUS = '00'
                  MOVE 'Y' TO WS-BRB-PRESENT-SW
               END-IF.
               OPEN INPUT  PRF-PARM-FILE.
               IF WS-PARM-STATUS = '00'
                  MOVE 'Y' TO WS-PARM-PRESENT-SW
               END-IF.
               OPEN INPUT  PRF-CARD-FILE.
      *
         140-WRITE-HEADERS.
               MOVE WS-REPORT-FISCAL-YEAR TO RH-FISCAL-YEAR.
               MOVE WS-QUARTER            TO RH-QUARTER.
               IF WS-QTR-TO-DATE
                  MOVE ' - QUARTER TO DATE'  TO RH-QTR-MODE
               ELSE
                  MOVE SPACES                TO RH-QTR-MODE
               END-IF.
               WRITE PRF-RPT-REC FROM RPT-HEADER-1.
               MOVE YP-FIRST-PERIOD (1)   TO RH-FROM-PERIOD.
               MOVE YP-END-PERIOD (1)     TO RH-TO-PERIOD.
               IF WS-LY-AVAILABLE
                  MOVE YP-FIRST-PERIOD (2) TO RH-LY-FROM
                  MOVE YP-END-PERIOD (2)   TO RH-LY-TO
               ELSE
                  MOVE 'NO LAST YEAR'      TO RH-LY-TEXT
               END-IF.
               WRITE PRF-RPT-REC FROM RPT-HEADER-2.
               MOVE WS-REPORT-END-DATE    TO RH-END-DATE.
               IF WS-MONTH-TO-DATE
                  MOVE '  MONTH TO DATE'  TO RH-END-MODE
               ELSE
                  MOVE '  PERIOD CLOSED'  TO RH-END-MODE
               END-IF.
               WRITE PRF-RPT-REC FROM RPT-HEADER-3.
               WRITE PRF-RPT-REC FROM RPT-RULE-REC.
      *
      *    THE WHOLE CALENDAR, NUMBERING EACH PERIOD WITHIN ITS
      *    FISCAL YEAR.
         150-LOAD-CALENDAR.
               MOVE LOW-VALUES TO GLP-PERIOD.
               START GL-CAL-FILE KEY IS NOT LESS THAN GLP-PERIOD
                   INVALID KEY
                       MOVE 'Y' TO WS-CAL-EOF-SW
               END-START.
               PERFORM 155-LOAD-ONE-PERIOD
                   UNTIL WS-CAL-EOF.
      *
         155-LOAD-ONE-PERIOD.
               READ GL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF WS-CT-COUNT >= WS-CT-MAX
                          MOVE 'Calendar table overflow'
                                                       TO WS-ERR-MSG
                          MOVE 'OV'                    TO WS-ERR-CDE
                          MOVE '155-LOAD-ONE-PERIOD'   TO WS-ERR-PROC
                          PERFORM 900-ERR-HANDLING
                       END-IF
                       ADD 1 TO WS-CT-COUNT
                       SET CT-IDX TO WS-CT-COUNT
                       MOVE GLP-PERIOD      TO CT-PERIOD (CT-IDX)
                       MOVE GLP-FISCAL-YEAR TO CT-FISCAL-YEAR (CT-IDX)
                       MOVE GLP-STATUS      TO CT-STATUS (CT-IDX)
                       MOVE GLP-START-DATE  TO CT-START-DATE (CT-IDX)
                       MOVE GLP-END-DATE    TO CT-END-DATE (CT-IDX)
                       MOVE SPACE           TO CT-ROLE (CT-IDX)
                       MOVE 1               TO CT-FY-POS (CT-IDX)
                       IF WS-CT-COUNT > 1
                          AND CT-FISCAL-YEAR (CT-IDX - 1)
                              = GLP-FISCAL-YEAR
                          COMPUTE CT-FY-POS (CT-IDX) =
                              CT-FY-POS (CT-IDX - 1) + 1
                       END-IF
               END-READ.
      *
      *    THE PERIOD MUST BE CLOSED (ITS GLHIST SNAPSHOT IS THE
      *    ACTUAL) OR THE ONE TODAY'S BUSINESS DATE FALLS IN (THE
      *    LIVE GLMAST IS). ANY OTHER PERIOD STOPS THE RUN.
         160-READ-PRF-CARD.
               IF WS-CARD-STATUS = '00'
                  READ PRF-CARD-FILE
                      AT END
                          MOVE SPACES TO PRF-CARD-REC
                  END-READ
               ELSE
                  MOVE SPACES TO PRF-CARD-REC
               END-IF.
      *
               IF PCC-PERIOD = SPACES OR PCC-PERIOD = 'LATEST'
                  PERFORM 165-FIND-LATEST-CLOSED
                      VARYING CT-IDX FROM 1 BY 1
                      UNTIL CT-IDX > WS-CT-COUNT
                  IF WS-REPORT-PERIOD = ZEROES
                     MOVE 'No closed period on GLCAL'  TO WS-ERR-MSG
                     MOVE 'NP'                         TO WS-ERR-CDE
                     MOVE '160-READ-PRF-CARD'          TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
               ELSE
                  IF PCC-PERIOD-NUM NOT NUMERIC
                     MOVE 'PRFCARD period not YYYYMM'  TO WS-ERR-MSG
                     MOVE 'CT'                         TO WS-ERR-CDE
                     MOVE '160-READ-PRF-CARD'          TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  MOVE PCC-PERIOD-NUM TO WS-REPORT-PERIOD
               END-IF.
      *
               SET CT-IDX TO 1.
               SEARCH CT-ENTRY
                   AT END
                       MOVE 'PRFCARD period not on GLCAL' TO WS-ERR-MSG
                       MOVE 'NP'                          TO WS-ERR-CDE
                       MOVE '160-READ-PRF-CARD'          TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
                   WHEN CT-IDX > WS-CT-COUNT
                       MOVE 'PRFCARD period not on GLCAL' TO WS-ERR-MSG
                       MOVE 'NP'                          TO WS-ERR-CDE
                       MOVE '160-READ-PRF-CARD'          TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
                   WHEN CT-PERIOD (CT-IDX) = WS-REPORT-PERIOD
                       SET WS-REPORT-SUB TO CT-IDX
               END-SEARCH.
               MOVE CT-FISCAL-YEAR (CT-IDX) TO WS-REPORT-FISCAL-YEAR.
               MOVE CT-FY-POS (CT-IDX)      TO WS-REPORT-POS.
      *
               IF CT-STATUS (CT-IDX) = 'C'
                  IF NOT WS-HIST-PRESENT
                     MOVE 'GLHIST needed for closed period'
                                                       TO WS-ERR-MSG
                     MOVE WS-HIST-STATUS               TO WS-ERR-CDE
                     MOVE '160-READ-PRF-CARD'          TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  MOVE CT-END-DATE (CT-IDX) TO WS-REPORT-END-DATE
                  GO TO 160-READ-PRF-CARD-EXIT
               END-IF.
      *
               IF WS-TODAY-DATE < CT-START-DATE (CT-IDX)
                  OR WS-TODAY-DATE > CT-END-DATE (CT-IDX)
                  DISPLAY 'BRPROF: PERIOD ' WS-REPORT-PERIOD
                          ' IS NEITHER CLOSED NOR CURRENT'
                  MOVE 'PRFCARD period not reportable' TO WS-ERR-MSG
                  MOVE 'NP'                            TO WS-ERR-CDE
                  MOVE '160-READ-PRF-CARD'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               MOVE 'Y'           TO WS-MONTH-TO-DATE-SW.
               MOVE WS-TODAY-DATE TO WS-REPORT-END-DATE.
      *
         160-READ-PRF-CARD-EXIT.
               EXIT.
      *
         165-FIND-LATEST-CLOSED.
               IF CT-STATUS (CT-IDX) = 'C'
                  MOVE CT-PERIOD (CT-IDX) TO WS-REPORT-PERIOD
               END-IF.
      *
      *    QUARTERS ARE THE FISCAL YEAR'S PERIODS IN THREES. LAST
      *    YEAR'S QUARTER IS THE SAME POSITIONS OF THE YEAR BEFORE,
      *    AND IS ONLY COMPARED ONCE ITS LAST PERIOD HAS CLOSED.
         180-FIND-QUARTER.
               COMPUTE WS-QUARTER = (WS-REPORT-POS - 1) / 3 + 1.
               COMPUTE WS-QTR-FIRST-POS = (WS-QUARTER - 1) * 3 + 1.
               IF WS-REPORT-POS < WS-QTR-FIRST-POS + 2
                  MOVE 'Y' TO WS-QTR-TO-DATE-SW
               END-IF.
               COMPUTE WS-PRIOR-FISCAL-YEAR = WS-REPORT-FISCAL-YEAR - 1.
               INITIALIZE YEAR-PERIOD-TABLE.
               PERFORM 185-PLACE-ONE-PERIOD
                   VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CT-COUNT.
      *
               IF YP-END-PERIOD (2) NOT = ZEROES
                  AND YP-END-STATUS (2) = 'C'
                  AND WS-HIST-PRESENT
                  MOVE 'Y' TO WS-LY-AVAILABLE-SW
               ELSE
                  DISPLAY 'BRPROF: SAME QUARTER LAST YEAR NOT CLOSED'
                          ' - NO COMPARISON'
               END-IF.
               IF YP-BASE-PERIOD (1) NOT = ZEROES
                  AND YP-BASE-STATUS (1) NOT = 'C'
                  DISPLAY 'BRPROF: PERIOD ' YP-BASE-PERIOD (1)
                          ' NOT CLOSED - QUARTER OVERSTATED'
               END-IF.
      *
         185-PLACE-ONE-PERIOD.
               EVALUATE CT-FISCAL-YEAR (CT-IDX)
                   WHEN WS-REPORT-FISCAL-YEAR
                       MOVE 1 TO WS-YR
                   WHEN WS-PRIOR-FISCAL-YEAR
                       MOVE 2 TO WS-YR
                   WHEN OTHER
                       MOVE 0 TO WS-YR
               END-EVALUATE.
               IF WS-YR > 0
                  IF CT-FY-POS (CT-IDX) = WS-QTR-FIRST-POS - 1
                     MOVE CT-PERIOD (CT-IDX) TO YP-BASE-PERIOD (WS-YR)
                     MOVE CT-STATUS (CT-IDX) TO YP-BASE-STATUS (WS-YR)
                  END-IF
                  IF CT-FY-POS (CT-IDX) NOT < WS-QTR-FIRST-POS
                     AND CT-FY-POS (CT-IDX) NOT > WS-REPORT-POS
                     IF WS-YR = 1
                        MOVE 'C' TO CT-ROLE (CT-IDX)
                     ELSE
                        MOVE 'L' TO CT-ROLE (CT-IDX)
                     END-IF
                     IF CT-FY-POS (CT-IDX) = WS-QTR-FIRST-POS
                        MOVE CT-PERIOD (CT-IDX)
                                         TO YP-FIRST-PERIOD (WS-YR)
                        IF CT-IDX > 1
                           MOVE CT-PERIOD (CT-IDX - 1)
                                         TO YP-OPEN-BAL-PERIOD (WS-YR)
                        END-IF
                     END-IF
                     IF CT-FY-POS (CT-IDX) = WS-REPORT-POS
                        MOVE CT-PERIOD (CT-IDX) TO YP-END-PERIOD (WS-YR)
                        MOVE CT-STATUS (CT-IDX) TO YP-END-STATUS (WS-YR)
                     END-IF
                  END-IF
               END-IF.
      *
      *    THE BUILT-IN CODE MAP, THEN THE CARDS. A CARD FOR ANOTHER
      *    QUARTER IS PASSED OVER; A CARD THAT CANNOT BE USED IS
      *    REFUSED AND LISTED.
         200-LOAD-PARAMETERS.
               PERFORM 205-LOAD-DEFAULT-MAP
                   VARYING WS-DM-SUB FROM 1 BY 1
                   UNTIL WS-DM-SUB > 6.
               IF WS-PARM-PRESENT
                  PERFORM 210-LOAD-ONE-CARD UNTIL WS-PARM-EOF
               END-IF.
      *
         205-LOAD-DEFAULT-MAP.
               ADD 1 TO WS-MP-COUNT.
               MOVE DM-CODE (WS-DM-SUB)     TO MP-CODE (WS-MP-COUNT).
               MOVE DM-CATEGORY (WS-DM-SUB)
                                        TO MP-CATEGORY (WS-MP-COUNT).
      *
         210-LOAD-ONE-CARD.
               READ PRF-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PP-CODE-MAP
                               PERFORM 215-LOAD-CODE-MAP
                           WHEN PP-ALLOCATION
                               PERFORM 220-LOAD-ALLOCATION
                           WHEN OTHER
                               DISPLAY 'BRPROF: PRFPARM CARD REFUSED'
                                       ' - TYPE ' PP-TYPE
                               ADD 1 TO WS-CARDS-REFUSED
                       END-EVALUATE
               END-READ.
      *
         215-LOAD-CODE-MAP.
               SET CG-IDX TO 1.
               SEARCH CG-ENTRY
                   AT END
                       DISPLAY 'BRPROF: PRFPARM CARD REFUSED - CODE '
                               PP-MAP-CODE ' LINE ' PP-MAP-CATEGORY
                       ADD 1 TO WS-CARDS-REFUSED
                   WHEN CG-CODE (CG-IDX) = PP-MAP-CATEGORY
                       PERFORM 217-STORE-CODE-MAP
               END-SEARCH.
      *
         217-STORE-CODE-MAP.
               MOVE 'N' TO WS-MP-FOUND-SW.
               SET MP-IDX TO 1.
               SEARCH MP-ENTRY
                   AT END
                       CONTINUE
                   WHEN MP-IDX > WS-MP-COUNT
                       CONTINUE
                   WHEN MP-CODE (MP-IDX) = PP-MAP-CODE
                       MOVE 'Y' TO WS-MP-FOUND-SW
               END-SEARCH.
               IF NOT WS-MP-FOUND
                  IF WS-MP-COUNT >= WS-MP-MAX
                     MOVE 'Code map table overflow'    TO WS-ERR-MSG
                     MOVE 'OV'                         TO WS-ERR-CDE
                     MOVE '217-STORE-CODE-MAP'         TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  ADD 1 TO WS-MP-COUNT
                  SET MP-IDX TO WS-MP-COUNT
                  MOVE PP-MAP-CODE TO MP-CODE (MP-IDX)
               END-IF.
               MOVE PP-MAP-CATEGORY TO MP-CATEGORY (MP-IDX).
      *
         220-LOAD-ALLOCATION.
               IF PP-ALLOC-FISCAL-YEAR NOT NUMERIC
                  OR PP-ALLOC-QUARTER NOT NUMERIC
                  OR PP-ALLOC-AMOUNT NOT NUMERIC
                  DISPLAY 'BRPROF: PRFPARM CARD REFUSED - BRANCH '
                          PP-ALLOC-BRANCH ' ALLOCATION NOT NUMERIC'
                  ADD 1 TO WS-CARDS-REFUSED
               ELSE
                  IF PP-ALLOC-QUARTER = WS-QUARTER
                     EVALUATE PP-ALLOC-FISCAL-YEAR
                         WHEN WS-REPORT-FISCAL-YEAR
                             MOVE 1 TO WS-YR
                             MOVE PP-ALLOC-BRANCH TO WS-GATHER-BRANCH
                             PERFORM 230-FIND-BRANCH
                             ADD PP-ALLOC-AMOUNT
                                 TO PT-ALLOC (PT-IDX, WS-YR)
                         WHEN WS-PRIOR-FISCAL-YEAR
                             MOVE 2 TO WS-YR
                             MOVE PP-ALLOC-BRANCH TO WS-GATHER-BRANCH
                             PERFORM 230-FIND-BRANCH
                             ADD PP-ALLOC-AMOUNT
                                 TO PT-ALLOC (PT-IDX, WS-YR)
                         WHEN OTHER
                             CONTINUE
                     END-EVALUATE
                  END-IF
               END-IF.
      *
      *    FIND-OR-ADD ON BRANCH.
         230-FIND-BRANCH.
               MOVE 'N' TO WS-PT-FOUND-SW.
               SET PT-IDX TO 1.
               SEARCH PT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-IDX > WS-PT-COUNT
                       CONTINUE
                   WHEN PT-BRANCH-ID (PT-IDX) = WS-GATHER-BRANCH
                       MOVE 'Y' TO WS-PT-FOUND-SW
               END-SEARCH.
               IF NOT WS-PT-FOUND
                  IF WS-PT-COUNT >= WS-PT-MAX
                     MOVE 'Branch table overflow'      TO WS-ERR-MSG
                     MOVE 'OV'                         TO WS-ERR-CDE
                     MOVE '230-FIND-BRANCH'            TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  ADD 1 TO WS-PT-COUNT
                  SET PT-IDX TO WS-PT-COUNT
                  INITIALIZE PT-ENTRY (PT-IDX)
                  MOVE WS-GATHER-BRANCH TO PT-BRANCH-ID (PT-IDX)
               END-IF.
      *
      *    ONLY INCOME AND EXPENSE CODES COUNT - THE MAP FIRST, THEN
      *    THE CODE'S COAMAST CLASS. AN END BALANCE ADDS AND A BASE
      *    SUBTRACTS; INCOME IS TURNED TO ITS NATURAL (CREDIT) SIGN.
         240-GATHER-ONE-AMOUNT.
               MOVE SPACES TO WS-GATHER-CATEGORY.
               SET MP-IDX TO 1.
               SEARCH MP-ENTRY
                   AT END
                       CONTINUE
                   WHEN MP-IDX > WS-MP-COUNT
                       CONTINUE
                   WHEN MP-CODE (MP-IDX) = WS-GATHER-CODE
                       MOVE MP-CATEGORY (MP-IDX) TO WS-GATHER-CATEGORY
               END-SEARCH.
               IF WS-GATHER-CATEGORY = SPACES
                  MOVE WS-GATHER-CODE TO COA-ACCOUNT-CODE
                  READ COA-MASTER-FILE
                      INVALID KEY
                          MOVE SPACE TO COA-CLASS
                  END-READ
                  EVALUATE COA-CLASS
                      WHEN 'I'
                          MOVE 'OI' TO WS-GATHER-CATEGORY
                      WHEN 'E'
                          MOVE 'OE' TO WS-GATHER-CATEGORY
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
               END-IF.
               IF WS-GATHER-CATEGORY = SPACES
                  GO TO 240-GATHER-EXIT
               END-IF.
      *
               SET CG-IDX TO 1.
               SEARCH CG-ENTRY
                   AT END
                       GO TO 240-GATHER-EXIT
                   WHEN CG-CODE (CG-IDX) = WS-GATHER-CATEGORY
                       SET WS-CAT-SUB TO CG-IDX
               END-SEARCH.
               IF WS-GATHER-BASE
                  COMPUTE WS-GATHER-AMOUNT = 0 - WS-GATHER-AMOUNT
               END-IF.
               IF WS-GATHER-CATEGORY = 'II' OR 'FI' OR 'OI'
                  COMPUTE WS-GATHER-AMOUNT = 0 - WS-GATHER-AMOUNT
               END-IF.
               PERFORM 230-FIND-BRANCH.
               ADD WS-GATHER-AMOUNT
                   TO PT-CAT-AMT (PT-IDX, WS-YR, WS-CAT-SUB).
      *
         240-GATHER-EXIT.
               EXIT.
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
                           PERFORM 240-GATHER-ONE-AMOUNT
                               THRU 240-GATHER-EXIT
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
                     PERFORM 240-GATHER-ONE-AMOUNT
                         THRU 240-GATHER-EXIT
               END-READ.
      *
      *    EVERY NIGHT SAMPLED IN A QUARTER PERIOD COUNTS TOWARDS THE
      *    AVERAGE; THE LAST PERIOD GIVES THE CLOSING DEPOSITS AND
      *    ACCOUNT COUNT, THE PERIOD BEFORE THE QUARTER THE OPENING.
         300-GATHER-BALANCES.
               MOVE LOW-VALUES TO BRB-KEY.
               START BR-BAL-FILE KEY IS NOT LESS THAN BRB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BRB-EOF-SW
               END-START.
               PERFORM 310-GATHER-ONE-BRANCH-BAL
                   UNTIL WS-BRB-EOF.
      *
         310-GATHER-ONE-BRANCH-BAL.
               READ BR-BAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BRB-EOF-SW
                   NOT AT END
                       MOVE BRB-BRANCH-ID TO WS-GATHER-BRANCH
                       PERFORM 320-PLACE-BRANCH-BAL
                           VARYING WS-YR FROM 1 BY 1
                           UNTIL WS-YR > 2
               END-READ.
      *
         320-PLACE-BRANCH-BAL.
               IF BRB-PERIOD = YP-OPEN-BAL-PERIOD (WS-YR)
                  PERFORM 230-FIND-BRANCH
                  MOVE BRB-CLOSE-DEP TO PT-OPEN-DEP (PT-IDX, WS-YR)
                  MOVE 'Y'           TO PT-OPEN-SW (PT-IDX, WS-YR)
               END-IF.
               SET CT-IDX TO 1.
               SEARCH CT-ENTRY
                   AT END
                       CONTINUE
                   WHEN CT-IDX > WS-CT-COUNT
                       CONTINUE
                   WHEN CT-PERIOD (CT-IDX) = BRB-PERIOD
                       PERFORM 325-ADD-QUARTER-BAL
               END-SEARCH.
      *
         325-ADD-QUARTER-BAL.
               IF (WS-YR = 1 AND CT-ROLE (CT-IDX) = 'C')
                  OR (WS-YR = 2 AND CT-ROLE (CT-IDX) = 'L')
                  PERFORM 230-FIND-BRANCH
                  ADD BRB-DAYS    TO PT-DAYS (PT-IDX, WS-YR)
                  ADD BRB-DEP-SUM TO PT-DEP-SUM (PT-IDX, WS-YR)
                  ADD BRB-ADV-SUM TO PT-ADV-SUM (PT-IDX, WS-YR)
                  IF BRB-PERIOD = YP-END-PERIOD (WS-YR)
                     MOVE BRB-CLOSE-DEP  TO PT-CLOSE-DEP (PT-IDX, WS-YR)
                     MOVE BRB-ACCT-COUNT TO PT-ACCTS (PT-IDX, WS-YR)
                  END-IF
               END-IF.
      *
      *    EACH BRANCH'S DERIVED FIGURES, THEN ITS SHARE OF THE BANK
      *    TOTAL. THE BANK'S AVERAGE BALANCES ARE THE SUM OF THE
      *    BRANCHES' AVERAGES.
         400-DERIVE-ONE-BRANCH.
               MOVE PT-FIGURES (PT-IDX) TO CUR-FIGURES.
               MOVE 1 TO WS-YR.
               PERFORM 450-DERIVE-FIGURES.
               MOVE 2 TO WS-YR.
               PERFORM 450-DERIVE-FIGURES.
               MOVE CUR-FIGURES TO PT-FIGURES (PT-IDX).
               PERFORM 410-ADD-TO-BANK
                   VARYING WS-YR FROM 1 BY 1
                   UNTIL WS-YR > 2.
      *
         410-ADD-TO-BANK.
               PERFORM 415-ADD-ONE-CATEGORY
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5.
               ADD CF-ALLOC (WS-YR)     TO BK-ALLOC (WS-YR).
               ADD CF-AVG-DEP (WS-YR)   TO BK-AVG-DEP (WS-YR).
               ADD CF-AVG-ADV (WS-YR)   TO BK-AVG-ADV (WS-YR).
               ADD CF-OPEN-DEP (WS-YR)  TO BK-OPEN-DEP (WS-YR).
               ADD CF-CLOSE-DEP (WS-YR) TO BK-CLOSE-DEP (WS-YR).
               ADD CF-ACCTS (WS-YR)     TO BK-ACCTS (WS-YR).
               IF CF-OPEN-SW (WS-YR) = 'Y'
                  MOVE 'Y' TO BK-OPEN-SW (WS-YR)
               END-IF.
      *
         415-ADD-ONE-CATEGORY.
               ADD CF-CAT-AMT (WS-YR, WS-CAT-SUB)
                   TO BK-CAT-AMT (WS-YR, WS-CAT-SUB).
      *
      *    NET INTEREST INCOME, TOTAL INCOME, COSTS (DIRECT PLUS
      *    ALLOCATED) AND NET CONTRIBUTION FOR ONE YEAR OF
      *    CUR-FIGURES.
         450-DERIVE-FIGURES.
               COMPUTE CF-NII (WS-YR) = CF-CAT-AMT (WS-YR, 1)
                                      - CF-CAT-AMT (WS-YR, 2).
               COMPUTE CF-TOT-INCOME (WS-YR) = CF-NII (WS-YR)
                                             + CF-CAT-AMT (WS-YR, 3)
                                             + CF-CAT-AMT (WS-YR, 4).
               COMPUTE CF-COSTS (WS-YR) = CF-CAT-AMT (WS-YR, 5)
                                        + CF-ALLOC (WS-YR).
               COMPUTE CF-NET (WS-YR) = CF-TOT-INCOME (WS-YR)
                                      - CF-COSTS (WS-YR).
               IF CF-DAYS (WS-YR) > ZEROES
                  COMPUTE CF-AVG-DEP (WS-YR) ROUNDED =
                      CF-DEP-SUM (WS-YR) / CF-DAYS (WS-YR)
                  COMPUTE CF-AVG-ADV (WS-YR) ROUNDED =
                      CF-ADV-SUM (WS-YR) / CF-DAYS (WS-YR)
               END-IF.
      *
         500-RELEASE-BRANCHES.
               PERFORM 510-RELEASE-ONE-BRANCH
                   VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PT-COUNT.
      *
         510-RELEASE-ONE-BRANCH.
               MOVE PT-NET (PT-IDX, 1)   TO SRT-NET-CONTRIB.
               MOVE PT-BRANCH-ID (PT-IDX) TO SRT-BRANCH-ID.
               SET WS-PT-SUB             TO PT-IDX.
               MOVE WS-PT-SUB            TO SRT-PT-SUB.
               RELEASE SORT-REC.
      *
         600-RANK-BRANCHES.
               PERFORM 605-RETURN-BRANCH.
               PERFORM 610-RANK-ONE-BRANCH
                   UNTIL WS-SORT-EOF.
      *
         605-RETURN-BRANCH.
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SW
               END-RETURN.
      *
         610-RANK-ONE-BRANCH.
               ADD 1 TO WS-RANK-COUNT.
               ADD 1 TO WS-BRANCHES-RANKED.
               MOVE SRT-PT-SUB    TO RO-PT-SUB (WS-RANK-COUNT).
               MOVE WS-RANK-COUNT TO PT-RANK (SRT-PT-SUB).
               PERFORM 605-RETURN-BRANCH.
      *
      *    ONE LINE PER BRANCH IN RANK ORDER, THEN THE BANK.
         650-PRINT-RANKING.
               WRITE PRF-RPT-REC FROM RPT-BLANK-REC.
               WRITE PRF-RPT-REC FROM RPT-RANK-HEAD-REC.
               WRITE PRF-RPT-REC FROM RPT-RULE-REC.
               PERFORM 655-PRINT-ONE-RANK
                   VARYING WS-RO-SUB FROM 1 BY 1
                   UNTIL WS-RO-SUB > WS-RANK-COUNT.
               WRITE PRF-RPT-REC FROM RPT-RULE-REC.
               MOVE ZEROES                TO RK-RANK.
               MOVE 'ALL BRANCHES'        TO RK-BRANCH.
               MOVE BANK-FIGURES          TO CUR-FIGURES.
               PERFORM 660-WRITE-RANK-LINE.
      *
         655-PRINT-ONE-RANK.
               MOVE RO-PT-SUB (WS-RO-SUB) TO WS-PT-SUB.
               MOVE WS-RO-SUB             TO RK-RANK.
               IF PT-BRANCH-ID (WS-PT-SUB) = SPACES
                  MOVE 'HEAD OFFICE'            TO RK-BRANCH
               ELSE
                  MOVE PT-BRANCH-ID (WS-PT-SUB) TO RK-BRANCH
               END-IF.
               MOVE PT-FIGURES (WS-PT-SUB) TO CUR-FIGURES.
               PERFORM 660-WRITE-RANK-LINE.
      *
         660-WRITE-RANK-LINE.
               MOVE CF-NET (1) TO RK-NET.
               IF WS-LY-AVAILABLE
                  MOVE CF-NET (2)   TO RK-LY-NET
               ELSE
                  MOVE '           N/A' TO RK-LY-AREA
               END-IF.
               MOVE 1 TO WS-YR.
               PERFORM 740-SET-CI-PCT.
               MOVE WS-PCT-TEXT TO RK-CI-PCT.
               PERFORM 745-SET-GROWTH-PCT.
               MOVE WS-PCT-TEXT TO RK-GROWTH-PCT.
               MOVE CF-ACCTS (1) TO RK-ACCTS.
               WRITE PRF-RPT-REC FROM RPT-RANK-REC.
      *
         670-PRINT-ONE-BLOCK.
               MOVE RO-PT-SUB (WS-RO-SUB) TO WS-PT-SUB.
               WRITE PRF-RPT-REC FROM RPT-BLANK-REC.
               IF PT-BRANCH-ID (WS-PT-SUB) = SPACES
                  MOVE 'HEAD OFFICE'            TO RB-BRANCH
               ELSE
                  MOVE PT-BRANCH-ID (WS-PT-SUB) TO RB-BRANCH
               END-IF.
               MOVE WS-RO-SUB               TO RB-RANK.
               MOVE PT-FIGURES (WS-PT-SUB)  TO CUR-FIGURES.
               PERFORM 700-PRINT-FIGURES.
      *
      *    ONE BRANCH'S (OR THE BANK'S) BLOCK FROM CUR-FIGURES.
         700-PRINT-FIGURES.
               WRITE PRF-RPT-REC FROM RPT-BLOCK-TITLE-REC.
               WRITE PRF-RPT-REC FROM RPT-BLOCK-HEAD-REC.
               PERFORM 705-PRINT-CATEGORY
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 2.
               MOVE 'NET INTEREST INCOME'     TO WS-LINE-LABEL.
               MOVE CF-NII (1)                TO WS-LINE-THIS.
               MOVE CF-NII (2)                TO WS-LINE-LY.
               PERFORM 710-WRITE-AMOUNT-LINE.
               PERFORM 705-PRINT-CATEGORY
                   VARYING WS-CAT-SUB FROM 3 BY 1
                   UNTIL WS-CAT-SUB > 4.
               MOVE 'TOTAL INCOME'            TO WS-LINE-LABEL.
               MOVE CF-TOT-INCOME (1)         TO WS-LINE-THIS.
               MOVE CF-TOT-INCOME (2)         TO WS-LINE-LY.
               PERFORM 710-WRITE-AMOUNT-LINE.
               MOVE 5                         TO WS-CAT-SUB.
               PERFORM 705-PRINT-CATEGORY.
               MOVE 'ALLOCATED COSTS'         TO WS-LINE-LABEL.
               MOVE CF-ALLOC (1)              TO WS-LINE-THIS.
               MOVE CF-ALLOC (2)              TO WS-LINE-LY.
               PERFORM 710-WRITE-AMOUNT-LINE.
               MOVE 'NET CONTRIBUTION'        TO WS-LINE-LABEL.
               MOVE CF-NET (1)                TO WS-LINE-THIS.
               MOVE CF-NET (2)                TO WS-LINE-LY.
               PERFORM 710-WRITE-AMOUNT-LINE.
      *
               MOVE 'AVERAGE DEPOSITS'        TO WS-LINE-LABEL.
               MOVE CF-AVG-DEP (1)            TO WS-LINE-THIS.
               MOVE CF-AVG-DEP (2)            TO WS-LINE-LY.
               PERFORM 710-WRITE-AMOUNT-LINE.
               MOVE 'AVERAGE ADVANCES'        TO WS-LINE-LABEL.
               MOVE CF-AVG-ADV (1)            TO WS-LINE-THIS.
               MOVE CF-AVG-ADV (2)            TO WS-LINE-LY.
               PERFORM 710-WRITE-AMOUNT-LINE.
               MOVE 'QUARTER-END DEPOSITS'    TO WS-LINE-LABEL.
               MOVE CF-CLOSE-DEP (1)          TO WS-LINE-THIS.
               MOVE CF-CLOSE-DEP (2)          TO WS-LINE-LY.
               PERFORM 710-WRITE-AMOUNT-LINE.
      *
               MOVE SPACES                    TO RPT-LINE-REC.
               MOVE 'ACCOUNTS'                TO RL-LABEL.
               MOVE CF-ACCTS (1)              TO WS-COUNT-EDIT.
               MOVE WS-COUNT-EDIT             TO RL-THIS-AREA.
               IF WS-LY-AVAILABLE
                  MOVE CF-ACCTS (2)           TO WS-COUNT-EDIT
                  MOVE WS-COUNT-EDIT          TO RL-LY-AREA
               END-IF.
               WRITE PRF-RPT-REC FROM RPT-LINE-REC.
      *
               MOVE SPACES                    TO RPT-LINE-REC.
               MOVE 'DEPOSIT GROWTH PCT'      TO RL-LABEL.
               MOVE 1                         TO WS-YR.
               PERFORM 745-SET-GROWTH-PCT.
               MOVE WS-PCT-TEXT               TO RL-THIS-AREA (9:7).
               IF WS-LY-AVAILABLE
                  MOVE 2                      TO WS-YR
                  PERFORM 745-SET-GROWTH-PCT
                  MOVE WS-PCT-TEXT            TO RL-LY-AREA (9:7)
               END-IF.
               WRITE PRF-RPT-REC FROM RPT-LINE-REC.
      *
               MOVE SPACES                    TO RPT-LINE-REC.
               MOVE 'COST-TO-INCOME PCT'      TO RL-LABEL.
               MOVE 1                         TO WS-YR.
               PERFORM 740-SET-CI-PCT.
               MOVE WS-PCT-TEXT               TO RL-THIS-AREA (9:7).
               IF WS-LY-AVAILABLE
                  MOVE 2                      TO WS-YR
                  PERFORM 740-SET-CI-PCT
                  MOVE WS-PCT-TEXT            TO RL-LY-AREA (9:7)
               END-IF.
               WRITE PRF-RPT-REC FROM RPT-LINE-REC.
      *
         705-PRINT-CATEGORY.
               MOVE CG-LABEL (WS-CAT-SUB)         TO WS-LINE-LABEL.
               MOVE CF-CAT-AMT (1, WS-CAT-SUB)    TO WS-LINE-THIS.
               MOVE CF-CAT-AMT (2, WS-CAT-SUB)    TO WS-LINE-LY.
               PERFORM 710-WRITE-AMOUNT-LINE.
      *
      *    THIS QUARTER, LAST YEAR'S, THE CHANGE AND ITS PERCENTAGE
      *    OF LAST YEAR'S FIGURE.
         710-WRITE-AMOUNT-LINE.
               MOVE SPACES          TO RPT-LINE-REC.
               MOVE WS-LINE-LABEL   TO RL-LABEL.
               MOVE WS-LINE-THIS    TO RL-THIS-AMT.
               IF WS-LY-AVAILABLE
                  MOVE WS-LINE-LY   TO RL-LY-AMT
                  COMPUTE WS-LINE-CHANGE = WS-LINE-THIS - WS-LINE-LY
                  MOVE WS-LINE-CHANGE TO RL-CHG-AMT
                  MOVE WS-LINE-CHANGE TO WS-PCT-NUM
                  IF WS-LINE-LY < ZEROES
                     COMPUTE WS-PCT-DEN = 0 - WS-LINE-LY
                  ELSE
                     MOVE WS-LINE-LY TO WS-PCT-DEN
                  END-IF
                  MOVE 'Y' TO WS-PCT-OK-SW
                  PERFORM 730-SET-PCT
                  MOVE WS-PCT-TEXT  TO RL-CHG-PCT
               ELSE
                  MOVE '            N/A' TO RL-LY-AREA
               END-IF.
               WRITE PRF-RPT-REC FROM RPT-LINE-REC.
      *
      *    WS-PCT-NUM AS A PERCENTAGE OF WS-PCT-DEN, OR N/A WHEN
      *    THERE IS NO BASE TO MEASURE FROM.
         730-SET-PCT.
               IF NOT WS-PCT-OK
                  OR WS-PCT-DEN NOT > ZEROES
                  MOVE '    N/A'   TO WS-PCT-TEXT
               ELSE
                  COMPUTE WS-PCT ROUNDED =
                      WS-PCT-NUM * 100 / WS-PCT-DEN
                      ON SIZE ERROR
                          MOVE 9999999.9 TO WS-PCT
                  END-COMPUTE
                  IF WS-PCT > 9999.9 OR WS-PCT < -9999.9
                     MOVE ' >9999 '  TO WS-PCT-TEXT
                  ELSE
                     MOVE WS-PCT      TO WS-PCT-EDIT
                     MOVE WS-PCT-EDIT TO WS-PCT-TEXT
                  END-IF
               END-IF.
      *
      *    COSTS AS A PERCENTAGE OF TOTAL INCOME.
         740-SET-CI-PCT.
               MOVE CF-COSTS (WS-YR)      TO WS-PCT-NUM.
               MOVE CF-TOT-INCOME (WS-YR) TO WS-PCT-DEN.
               MOVE 'Y'                   TO WS-PCT-OK-SW.
               PERFORM 730-SET-PCT.
      *
      *    QUARTER-END DEPOSITS AGAINST THOSE BEFORE THE QUARTER.
         745-SET-GROWTH-PCT.
               COMPUTE WS-PCT-NUM = CF-CLOSE-DEP (WS-YR)
                                  - CF-OPEN-DEP (WS-YR).
               MOVE CF-OPEN-DEP (WS-YR) TO WS-PCT-DEN.
               MOVE CF-OPEN-SW (WS-YR)  TO WS-PCT-OK-SW.
               PERFORM 730-SET-PCT.
      *
         800-CLOSE-FILES.
               CLOSE GL-MASTER-FILE.
               CLOSE COA-MASTER-FILE.
               CLOSE GL-CAL-FILE.
               CLOSE GL-HIST-FILE.
               CLOSE BR-BAL-FILE.
               CLOSE PRF-PARM-FILE.
               CLOSE PRF-CARD-FILE.
               CLOSE PRF-RPT-FILE.
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
