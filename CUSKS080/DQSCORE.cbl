      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 04-01-2021
      * Purpose: MONTHLY CUSTOMER DATA-QUALITY SCORECARD - RUNS A SET
      *        : OF DATA-QUALITY RULES OVER EVERY ACTIVE CUSKS080
      *        : CUSTOMER (MISSING NAME/ADDRESS/CITY, BAD STATE CODE,
      *        : NON-NUMERIC ZIP, ZIP THAT DOES NOT BELONG TO THE
      *        : STATE, EMAIL DELIVERY WITH NO EMAIL, MALFORMED EMAIL,
      *        : LETTERS IN THE PHONE NUMBER, UNKNOWN DELIVERY
      *        : METHOD). THE RULES ARE SWITCHED ON/OFF AND WEIGHTED,
      *        : AND THE ZIP PREFIXES OF EACH STATE ARE KEPT, ON THE
      *        : DQRULES PARAMETER FILE. THE SCORECARD GIVES EACH
      *        : RULE'S FAILURE COUNT AND RATE, THEN A WEIGHTED
      *        : QUALITY SCORE PER HOME BRANCH AGAINST THAT BRANCH'S
      *        : SCORE LAST MONTH (KEPT ON DQHIST), AND THE DQWORK
      *        : CORRECTION WORKLIST CARRIES ONE CBLVSMC2 'C' OR 'E'
      *        : TRANSACTION PER CUSTOMER TO BE PUT RIGHT, PRE-FILLED
      *        : WITH WHAT IS ON FILE, WITH EACH FIELD AND RULE IT
      *        : FAILED ALONGSIDE.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. DQSCORE.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS IS CUSKS080-STATUS.
      *
      *    NO CROSS-REFERENCE OR BALANCE FILE - EVERY CUSTOMER IS
      *    SCORED UNDER HEAD OFFICE.
           SELECT OPTIONAL XREF-FILE ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT OPTIONAL BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
      *    RULE SWITCHES/WEIGHTS AND STATE ZIP RANGES - SEE
      *    COPYBOOKS/DQRULES.cbl. NO FILE RUNS EVERY RULE AT ITS
      *    DEFAULT WEIGHT, WITHOUT THE ZIP-AGAINST-STATE TEST.
           SELECT OPTIONAL DQ-PARM-FILE ASSIGN TO DQRULES
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PARM-STATUS.
      *
      *    BRANCH SCORES, MONTH ON MONTH - READ FOR LAST MONTH'S
      *    SCORES, THEN THIS MONTH'S ARE ADDED TO THE END.
           SELECT OPTIONAL DQ-HIST-FILE ASSIGN TO DQHIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-HIST-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT DQ-RPT-FILE ASSIGN TO DQRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
           SELECT DQ-WORK-FILE ASSIGN TO DQWORK
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WORK-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
      *    LAYOUT MIRRORS BNKACCM.CBL'S XREF-REC.
       FD  XREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  XREF-REC.
           05 XR-KEY.
              10 XR-CUST-NO           PIC X(06).
              10 XR-ACCT-NO           PIC X(10).
           05 XR-OPENED-DATE          PIC 9(08).
           05 XR-HOLDER-ROLE          PIC X(01).
           05 FILLER                  PIC X(55).
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
       FD  DQ-PARM-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  DQ-PARM-REC.
      *    PARAMETER ROW - SEE COPYBOOKS/DQRULES.cbl
           COPY DQRULES.
      *
      *    ONE ROW PER BRANCH PER MONTHLY RUN. DH-BRANCH '*ALL' IS
      *    THE SCORE FOR THE WHOLE CUSTOMER BASE.
       FD  DQ-HIST-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  DQ-HIST-REC.
           05  DH-MONTH                   PIC 9(06).
           05  DH-BRANCH                  PIC X(04).
           05  DH-SCORE                   PIC 9(03)V9.
           05  DH-CUSTOMERS               PIC 9(07).
           05  DH-FAULTY                  PIC 9(07).
           05  DH-RUN-DATE                PIC 9(08).
           05  FILLER                     PIC X(44).
      *
      *    ONE SCORED CUSTOMER ON THEIR WAY TO THEIR BRANCH'S LINE,
      *    CARRYING WHAT THE WORKLIST NEEDS TO BUILD THE FIX.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SRT-BRANCH                 PIC X(04).
           05  SRT-CUST-NO                PIC X(06).
           05  SRT-POSSIBLE               PIC 9(05).
           05  SRT-FAILED-WT              PIC 9(05).
           05  SRT-FAIL-COUNT             PIC 9(02).
           05  SRT-FAIL OCCURS 10 TIMES   PIC X(01).
           05  SRT-FNAME                  PIC X(15).
           05  SRT-LNAME                  PIC X(15).
           05  SRT-ADDR-LINE1             PIC X(20).
           05  SRT-CITY                   PIC X(12).
           05  SRT-STATE                  PIC X(02).
           05  SRT-ZIP                    PIC X(05).
           05  SRT-ACCT-STATUS            PIC X(01).
           05  SRT-EMAIL                  PIC X(40).
           05  SRT-PHONE                  PIC X(15).
           05  SRT-DELIV-METHOD           PIC X(01).
      *
       FD  DQ-RPT-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01  DQ-RPT-REC                     PIC  X(132).
      *
      *    CORRECTION WORKLIST. BYTES 1-88 ARE A CBLVSMC2 CUSTTRAN
      *    TRANSACTION - A 'C' CHANGE FOR NAME/ADDRESS FAULTS, AN 'E'
      *    CONTACT UPDATE FOR EMAIL/PHONE/DELIVERY FAULTS - CARRYING
      *    WHAT IS ON FILE TODAY. THE BRANCH KEYS THE CORRECT VALUE
      *    OVER THE FAULTY FIELD AND ITS OPERATOR ID IN BYTES 81-88,
      *    AND BYTES 1-88 GO THROUGH CBLVSMC2 (VALIDATE FIRST) AS
      *    THEY STAND. BYTES 89 ON SAY WHICH FIELDS FAILED WHICH
      *    RULES, SO THE BRANCH KNOWS WHAT TO LOOK AT.
       FD  DQ-WORK-FILE
            RECORD CONTAINS 214 CHARACTERS
            RECORDING MODE IS F.
       01  DQ-WORK-REC.
           05  DW-TRAN.
               10  DW-TRAN-CODE           PIC X(01).
               10  DW-CUS-KEY             PIC X(06).
               10  DW-CUS-FNAME           PIC X(15).
               10  DW-CUS-LNAME           PIC X(15).
               10  DW-CUS-ADDR-LINE1      PIC X(20).
               10  DW-CUS-CITY            PIC X(12).
               10  DW-CUS-STATE           PIC X(02).
               10  DW-CUS-ZIP             PIC X(05).
               10  DW-CUS-ACCT-STATUS     PIC X(01).
               10  FILLER                 PIC X(03).
               10  DW-OPERATOR-ID         PIC X(08).
           05  DW-CONTACT-TRAN REDEFINES DW-TRAN.
               10  FILLER                 PIC X(07).
               10  DW-CUS-EMAIL           PIC X(40).
               10  DW-CUS-PHONE           PIC X(15).
               10  DW-CUS-DELIV-METHOD    PIC X(01).
               10  FILLER                 PIC X(25).
           05  DW-BRANCH                  PIC X(04).
           05  DW-FAIL-COUNT              PIC 9(02).
           05  DW-FAILURE OCCURS 6 TIMES.
               10  DW-RULE-CODE           PIC X(04).
               10  DW-FIELD-NAME          PIC X(16).
      *
       WORKING-STORAGE SECTION.
      *
       01  CUSKS080-STATUS                PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-WORK-STATUS                 PIC X(02) VALUE SPACES.
      *
       01  WS-CUS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CUS-EOF                           VALUE 'Y'.
       01  WS-PARM-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-PARM-EOF                          VALUE 'Y'.
       01  WS-HIST-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF                          VALUE 'Y'.
       01  WS-XREF-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-XREF-EOF                          VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-XREF-AVAIL-SW               PIC X(01) VALUE 'N'.
           88  WS-XREF-AVAIL                        VALUE 'Y'.
       01  WS-BAL-AVAIL-SW                PIC X(01) VALUE 'N'.
           88  WS-BAL-AVAIL                         VALUE 'Y'.
       01  WS-FIRST-BRANCH-SW             PIC X(01) VALUE 'Y'.
           88  WS-FIRST-BRANCH                      VALUE 'Y'.
       01  WS-RANGE-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-RANGE-FOUND                       VALUE 'Y'.
       01  WS-STATE-HAS-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-STATE-HAS-RANGE                   VALUE 'Y'.
      *
      *    OUTCOME OF ONE RULE ON ONE CUSTOMER - 'N' MEANS THE RULE
      *    DOES NOT APPLY TO THEM (E.G. NO EMAIL TO BE MALFORMED).
       01  WS-RULE-RESULT                 PIC X(01) VALUE SPACE.
           88  WS-RULE-PASSED                       VALUE 'P'.
           88  WS-RULE-FAILED                       VALUE 'F'.
           88  WS-RULE-NOT-APPLIED                  VALUE 'N'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-THIS-MONTH              PIC 9(06).
           05  FILLER                     PIC 9(02).
      *
      *    THE CUSTOMER BEING LOOKED AT AND WHERE THEIR POST GOES.
       01  WS-CURR-BRANCH                 PIC X(04) VALUE SPACES.
       01  WS-PRIMARY-ACCT                PIC X(10) VALUE SPACES.
       01  WS-FIRST-ACCT                  PIC X(10) VALUE SPACES.
       01  WS-PREV-BRANCH                 PIC X(04) VALUE SPACES.
      *
       01  WS-READ-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-ACTIVE-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-FAULTY-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-WORK-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-PARM-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-PARM-BAD-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-POSSIBLE-TOTAL              PIC 9(09) VALUE ZEROES.
       01  WS-FAILED-TOTAL                PIC 9(09) VALUE ZEROES.
       01  WS-BR-CUSTOMERS                PIC 9(07) VALUE ZEROES.
       01  WS-BR-FAULTY                   PIC 9(07) VALUE ZEROES.
       01  WS-BR-POSSIBLE                 PIC 9(09) VALUE ZEROES.
       01  WS-BR-FAILED                   PIC 9(09) VALUE ZEROES.
      *
      *    ONE CUSTOMER'S SCORE WHILE THEIR RULES RUN.
       01  WS-CUS-POSSIBLE                PIC 9(05) VALUE ZEROES.
       01  WS-CUS-FAILED                  PIC 9(05) VALUE ZEROES.
       01  WS-CUS-FAIL-COUNT              PIC 9(02) VALUE ZEROES.
      *
       01  WS-RULE-SUB                    PIC 9(02) VALUE ZEROES.
       01  WS-FAIL-SUB                    PIC 9(02) VALUE ZEROES.
       01  WS-ZIP-PREFIX                  PIC 9(03) VALUE ZEROES.
       01  WS-AT-COUNT                    PIC 9(02) VALUE ZEROES.
       01  WS-DOT-COUNT                   PIC 9(02) VALUE ZEROES.
       01  WS-EMAIL-LOCAL                 PIC X(40) VALUE SPACES.
       01  WS-EMAIL-DOMAIN                PIC X(40) VALUE SPACES.
       01  WS-PHONE-WORK                  PIC X(15) VALUE SPACES.
      *
       01  WS-SCORE                       PIC 9(03)V9 VALUE ZEROES.
       01  WS-PRIOR-SCORE                 PIC 9(03)V9 VALUE ZEROES.
       01  WS-CHANGE                      PIC S9(03)V9 VALUE ZEROES.
       01  WS-RATE                        PIC 9(03)V99 VALUE ZEROES.
       01  WS-SCORE-BRANCH                PIC X(04) VALUE SPACES.
       01  WS-SCORE-CUSTOMERS             PIC 9(07) VALUE ZEROES.
       01  WS-SCORE-FAULTY                PIC 9(07) VALUE ZEROES.
       01  WS-SCORE-POSSIBLE              PIC 9(09) VALUE ZEROES.
       01  WS-SCORE-FAILED                PIC 9(09) VALUE ZEROES.
       01  WS-PRIOR-ED                    PIC ZZ9.9.
       01  WS-CHANGE-ED                   PIC +ZZ9.9.
      *
      *    THE RULES DQSCORE KNOWS, WITH THEIR DEFAULTS. EACH ENTRY
      *    IS CODE, CBLVSMC2 TRANSACTION THAT FIXES IT, ON/OFF,
      *    WEIGHT, FIELD, DESCRIPTION - DQRULES 'R' ROWS OVERRIDE
      *    THE ON/OFF, WEIGHT AND DESCRIPTION. A NEW RULE NEEDS AN
      *    ENTRY HERE AND A WHEN IN 240-APPLY-ONE-RULE.
       01  DQ-RULE-VALUES.
           05  FILLER PIC X(24) VALUE 'NAMECY03CUS-FNAME/LNAME '.
           05  FILLER PIC X(30) VALUE 'FIRST OR LAST NAME MISSING    '.
           05  FILLER PIC X(24) VALUE 'ADDRCY05CUS-ADDR-LINE1  '.
           05  FILLER PIC X(30) VALUE 'ACTIVE WITH NO ADDRESS LINE   '.
           05  FILLER PIC X(24) VALUE 'CITYCY03CUS-CITY        '.
           05  FILLER PIC X(30) VALUE 'CITY MISSING                  '.
           05  FILLER PIC X(24) VALUE 'STATCY03CUS-STATE       '.
           05  FILLER PIC X(30) VALUE 'STATE CODE NOT VALID          '.
           05  FILLER PIC X(24) VALUE 'ZIPNCY03CUS-ZIP         '.
           05  FILLER PIC X(30) VALUE 'ZIP CODE NOT NUMERIC          '.
           05  FILLER PIC X(24) VALUE 'ZIPSCY03CUS-ZIP         '.
           05  FILLER PIC X(30) VALUE 'ZIP DOES NOT MATCH STATE      '.
           05  FILLER PIC X(24) VALUE 'EMLMEY05CUS-EMAIL       '.
           05  FILLER PIC X(30) VALUE 'EMAIL DELIVERY BUT NO EMAIL   '.
           05  FILLER PIC X(24) VALUE 'EMLFEY02CUS-EMAIL       '.
           05  FILLER PIC X(30) VALUE 'EMAIL ADDRESS MALFORMED       '.
           05  FILLER PIC X(24) VALUE 'PHNAEY02CUS-PHONE       '.
           05  FILLER PIC X(30) VALUE 'LETTERS IN PHONE NUMBER       '.
           05  FILLER PIC X(24) VALUE 'DLVMEY01CUS-DELIV-METHOD'.
           05  FILLER PIC X(30) VALUE 'DELIVERY METHOD NOT E/P/BLANK '.
       01  DQ-RULE-TABLE REDEFINES DQ-RULE-VALUES.
           05  DR-ENTRY OCCURS 10 TIMES INDEXED BY DR-IDX.
               10  DR-CODE                PIC X(04).
               10  DR-TRAN-TYPE           PIC X(01).
               10  DR-ACTIVE              PIC X(01).
                   88  DR-ON                        VALUE 'Y'.
               10  DR-WEIGHT              PIC 9(02).
               10  DR-FIELD               PIC X(16).
               10  DR-DESC                PIC X(30).
       01  WS-DR-COUNT                    PIC 9(02) VALUE 10.
      *
      *    EACH RULE'S RESULTS FOR THE RUN, IN DQ-RULE-TABLE ORDER.
       01  DQ-RULE-COUNTS.
           05  DC-ENTRY OCCURS 10 TIMES.
               10  DC-CHECKED             PIC 9(07).
               10  DC-FAILED              PIC 9(07).
      *
      *    THREE-DIGIT ZIP PREFIX RANGES PER STATE OFF DQRULES.
       01  WS-ZR-COUNT                    PIC 9(04) VALUE ZEROES.
       01  WS-ZR-MAX                      PIC 9(04) VALUE 300.
       01  ZIP-RANGE-TABLE.
           05  ZR-ENTRY OCCURS 300 TIMES INDEXED BY ZR-IDX.
               10  ZR-STATE               PIC X(02).
               10  ZR-LOW                 PIC 9(03).
               10  ZR-HIGH                PIC 9(03).
      *
      *    EACH BRANCH'S MOST RECENT SCORE BEFORE THIS MONTH.
       01  WS-PS-COUNT                    PIC 9(04) VALUE ZEROES.
       01  WS-PS-MAX                      PIC 9(04) VALUE 500.
       01  PRIOR-SCORE-TABLE.
           05  PS-ENTRY OCCURS 500 TIMES INDEXED BY PS-IDX.
               10  PS-BRANCH              PIC X(04).
               10  PS-MONTH               PIC 9(06).
               10  PS-SCORE               PIC 9(03)V9.
      *
      *    VALID USPS STATE/TERRITORY CODES - SAME LIST AS CBLVSMC2'S
      *    STATE-CODE EDIT.
       01  STATE-CODE-VALUES.
           05  FILLER PIC X(26) VALUE 'ALAKAZARCACOCTDEDCFLGAHIID'.
           05  FILLER PIC X(26) VALUE 'ILINIAKSKYLAMEMDMAMIMNMSMO'.
           05  FILLER PIC X(26) VALUE 'MTNENVNHNJNMNYNCNDOHOKORPA'.
           05  FILLER PIC X(26) VALUE 'PRRISCSDTNTXUTVTVAWAWVWIWY'.
       01  STATE-CODE-TABLE REDEFINES STATE-CODE-VALUES.
           05  STATE-ENTRY OCCURS 52 TIMES INDEXED BY ST-IDX.
               10  STATE-CODE         PIC X(02).
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(34) VALUE
               'CUSTOMER DATA-QUALITY SCORECARD - '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(20) VALUE
               '   ACTIVE CUSTOMERS '.
           05  RH-ACTIVE            PIC Z(6)9.
           05  FILLER               PIC X(63) VALUE SPACES.
       01  RPT-RULE-TITLE-REC.
           05  FILLER               PIC X(20) VALUE
               'FAILURES BY RULE    '.
           05  FILLER               PIC X(112) VALUE SPACES.
       01  RPT-RULE-COLUMN-REC.
           05  FILLER               PIC X(50) VALUE
               'RULE  DESCRIPTION                    FIELD        '.
           05  FILLER               PIC X(40) VALUE
               '    WT ON  CHECKED   FAILED  RATE %     '.
           05  FILLER               PIC X(42) VALUE SPACES.
       01  RPT-RULE-REC.
           05  RR-CODE              PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RR-DESC              PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RR-FIELD             PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RR-WEIGHT            PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RR-ACTIVE            PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RR-CHECKED           PIC Z(6)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RR-FAILED            PIC Z(6)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RR-RATE              PIC ZZ9.99.
           05  FILLER               PIC X(47) VALUE SPACES.
       01  RPT-BRANCH-TITLE-REC.
           05  FILLER               PIC X(20) VALUE
               'QUALITY BY BRANCH   '.
           05  FILLER               PIC X(112) VALUE SPACES.
       01  RPT-BRANCH-COLUMN-REC.
           05  FILLER               PIC X(50) VALUE
               'BRANCH      CUSTOMERS  WITH FAULTS  SCORE  PRIOR  '.
           05  FILLER               PIC X(10) VALUE
               'CHANGE    '.
           05  FILLER               PIC X(72) VALUE SPACES.
       01  RPT-BRANCH-REC.
           05  RB-BRANCH            PIC X(11).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  RB-CUSTOMERS         PIC Z(6)9.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  RB-FAULTY            PIC Z(6)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RB-SCORE             PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RB-PRIOR             PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RB-CHANGE            PIC X(06).
           05  FILLER               PIC X(76) VALUE SPACES.
       01  RPT-BLANK-REC                  PIC X(132) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********DATA-QUALITY SCORECARD*****************'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 120-LOAD-RULES.
           PERFORM 130-LOAD-HISTORY.
      *
           INITIALIZE DQ-RULE-COUNTS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BRANCH
                                SRT-CUST-NO
               INPUT PROCEDURE IS 200-SCORE-CUSTOMERS
               OUTPUT PROCEDURE IS 300-PRINT-SCORECARD.
      *
           DISPLAY 'CUSTOMERS READ   : ' WS-READ-COUNT.
           DISPLAY 'ACTIVE SCORED    : ' WS-ACTIVE-COUNT.
           DISPLAY 'WITH FAULTS      : ' WS-FAULTY-COUNT.
           DISPLAY 'WORKLIST ITEMS   : ' WS-WORK-COUNT.
           DISPLAY 'DQRULES ROWS     : ' WS-PARM-COUNT.
           DISPLAY 'ROWS IGNORED     : ' WS-PARM-BAD-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-PARM-BAD-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT CUSKS080-FILE.
               IF CUSKS080-STATUS NOT = ZEROES
                  MOVE 'Error opening file CUSKS080'   TO WS-ERR-MSG
                  MOVE CUSKS080-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT XREF-FILE.
               IF WS-XREF-STATUS = '00'
                  MOVE 'Y' TO WS-XREF-AVAIL-SW
               END-IF.
               OPEN INPUT BALANCE-AMT.
               IF WS-BAL-STATUS = '00'
                  MOVE 'Y' TO WS-BAL-AVAIL-SW
               END-IF.
      *
               OPEN OUTPUT DQ-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file DQRPT'      TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT DQ-WORK-FILE.
               IF WS-WORK-STATUS NOT = ZEROES
                  MOVE 'Error opening file DQWORK'     TO WS-ERR-MSG
                  MOVE WS-WORK-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    DQRULES ROWS ONTO THE COMPILED-IN RULE TABLE.
         120-LOAD-RULES.
               OPEN INPUT DQ-PARM-FILE.
               IF WS-PARM-STATUS = '00' OR '05'
                  PERFORM 125-READ-PARM-ROW
                     UNTIL WS-PARM-EOF
                  CLOSE DQ-PARM-FILE
               END-IF.
      *
         125-READ-PARM-ROW.
               READ DQ-PARM-FILE
                  AT END
                     MOVE 'Y' TO WS-PARM-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-PARM-COUNT
                     EVALUATE TRUE
                        WHEN DQ-RULE
                           PERFORM 126-APPLY-RULE-ROW
                        WHEN DQ-ZIP-RANGE
                           PERFORM 127-ADD-ZIP-RANGE
                        WHEN OTHER
                           ADD 1 TO WS-PARM-BAD-COUNT
                           DISPLAY 'DQRULES ROW TYPE UNKNOWN: '
                                   DQ-REC-TYPE
                     END-EVALUATE
               END-READ.
      *
         126-APPLY-RULE-ROW.
               SET DR-IDX TO 1.
               SEARCH DR-ENTRY
                  AT END
                     ADD 1 TO WS-PARM-BAD-COUNT
                     DISPLAY 'DQRULES RULE NOT KNOWN  : ' DQ-RULE-CODE
                  WHEN DR-CODE (DR-IDX) = DQ-RULE-CODE
                     IF DQ-RULE-ON OR DQ-RULE-OFF
                        MOVE DQ-RULE-ACTIVE TO DR-ACTIVE (DR-IDX)
                     END-IF
                     IF DQ-RULE-WEIGHT IS NUMERIC
                        AND DQ-RULE-WEIGHT > ZEROES
                        MOVE DQ-RULE-WEIGHT TO DR-WEIGHT (DR-IDX)
                     END-IF
                     IF DQ-RULE-DESC NOT = SPACES
                        MOVE DQ-RULE-DESC   TO DR-DESC (DR-IDX)
                     END-IF
               END-SEARCH.
      *
         127-ADD-ZIP-RANGE.
               IF DQ-ZIP-LOW IS NOT NUMERIC
                  OR DQ-ZIP-HIGH IS NOT NUMERIC
                  OR DQ-ZIP-LOW > DQ-ZIP-HIGH
                  OR WS-ZR-COUNT NOT < WS-ZR-MAX
                  ADD 1 TO WS-PARM-BAD-COUNT
                  DISPLAY 'DQRULES ZIP ROW REJECTED: ' DQ-ZIP-STATE
               ELSE
                  ADD 1 TO WS-ZR-COUNT
                  SET ZR-IDX TO WS-ZR-COUNT
                  MOVE DQ-ZIP-STATE TO ZR-STATE (ZR-IDX)
                  MOVE DQ-ZIP-LOW   TO ZR-LOW (ZR-IDX)
                  MOVE DQ-ZIP-HIGH  TO ZR-HIGH (ZR-IDX)
               END-IF.
      *
      *    LAST MONTH'S SCORES - FOR EACH BRANCH, THE LATEST MONTH
      *    BEFORE THIS ONE (A RERUN THIS MONTH DOES NOT COMPARE WITH
      *    ITSELF). THE FILE IS THEN REOPENED TO TAKE THIS MONTH'S.
         130-LOAD-HISTORY.
               OPEN INPUT DQ-HIST-FILE.
               IF WS-HIST-STATUS = '00' OR '05'
                  PERFORM 135-READ-HIST-ROW
                     UNTIL WS-HIST-EOF
                  CLOSE DQ-HIST-FILE
               END-IF.
      *
               OPEN EXTEND DQ-HIST-FILE.
               IF WS-HIST-STATUS = '35'
                  OPEN OUTPUT DQ-HIST-FILE
               END-IF.
               IF WS-HIST-STATUS NOT = '00' AND NOT = '05'
                  MOVE 'Error opening file DQHIST'     TO WS-ERR-MSG
                  MOVE WS-HIST-STATUS                  TO WS-ERR-CDE
                  MOVE '130-LOAD-HISTORY'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         135-READ-HIST-ROW.
               READ DQ-HIST-FILE
                  AT END
                     MOVE 'Y' TO WS-HIST-EOF-SW
                  NOT AT END
                     IF DH-MONTH < WS-THIS-MONTH
                        PERFORM 136-KEEP-PRIOR-SCORE
                     END-IF
               END-READ.
      *
         136-KEEP-PRIOR-SCORE.
               SET PS-IDX TO 1.
               SEARCH PS-ENTRY
                  AT END
                     CONTINUE
                  WHEN PS-IDX > WS-PS-COUNT
                     IF WS-PS-COUNT < WS-PS-MAX
                        ADD 1 TO WS-PS-COUNT
                        MOVE DH-BRANCH TO PS-BRANCH (PS-IDX)
                        MOVE DH-MONTH  TO PS-MONTH (PS-IDX)
                        MOVE DH-SCORE  TO PS-SCORE (PS-IDX)
                     END-IF
                  WHEN PS-BRANCH (PS-IDX) = DH-BRANCH
                     IF DH-MONTH NOT < PS-MONTH (PS-IDX)
                        MOVE DH-MONTH  TO PS-MONTH (PS-IDX)
                        MOVE DH-SCORE  TO PS-SCORE (PS-IDX)
                     END-IF
               END-SEARCH.
      *
      *    INPUT PROCEDURE - EVERY ACTIVE CUSTOMER, SCORED, CLEAN OR
      *    NOT, SO EACH BRANCH'S SCORE IS OVER ITS WHOLE BOOK.
         200-SCORE-CUSTOMERS.
               PERFORM 210-READ-ONE-CUSTOMER
                  UNTIL WS-CUS-EOF.
      *
         210-READ-ONE-CUSTOMER.
               READ CUSKS080-FILE
                  AT END
                     MOVE 'Y' TO WS-CUS-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     IF CUS-ACCT-ACTIVE
                        ADD 1 TO WS-ACTIVE-COUNT
                        PERFORM 220-FIND-HOME-BRANCH
                        PERFORM 230-APPLY-RULES
                        PERFORM 250-RELEASE-CUSTOMER
                     END-IF
               END-READ.
      *
      *    THE BRANCH OF THE CUSTOMER'S FIRST PRIMARY ACCOUNT ON
      *    CUSTACCT, OR OF THEIR FIRST ACCOUNT OF ANY KIND IF THEY
      *    ARE ONLY EVER A JOINT HOLDER - AS BADADDR. SPACES IS HEAD
      *    OFFICE.
         220-FIND-HOME-BRANCH.
               MOVE SPACES TO WS-CURR-BRANCH WS-PRIMARY-ACCT
                              WS-FIRST-ACCT.
               IF WS-XREF-AVAIL
                  MOVE 'N'          TO WS-XREF-EOF-SW
                  MOVE CUSKS080-KEY TO XR-CUST-NO
                  MOVE SPACES       TO XR-ACCT-NO
                  START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                     INVALID KEY
                        MOVE 'Y' TO WS-XREF-EOF-SW
                  END-START
                  PERFORM 225-READ-NEXT-XREF
                     UNTIL WS-XREF-EOF
               END-IF.
               IF WS-PRIMARY-ACCT = SPACES
                  MOVE WS-FIRST-ACCT TO WS-PRIMARY-ACCT
               END-IF.
               IF WS-PRIMARY-ACCT NOT = SPACES AND WS-BAL-AVAIL
                  MOVE WS-PRIMARY-ACCT TO ACCT-NO
                  READ BALANCE-AMT
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE HOME-BRANCH TO WS-CURR-BRANCH
                  END-READ
               END-IF.
      *
         225-READ-NEXT-XREF.
               READ XREF-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-XREF-EOF-SW
                  NOT AT END
                     IF XR-CUST-NO NOT = CUSKS080-KEY
                        MOVE 'Y' TO WS-XREF-EOF-SW
                     ELSE
                        IF WS-FIRST-ACCT = SPACES
                           MOVE XR-ACCT-NO TO WS-FIRST-ACCT
                        END-IF
                        IF XR-HOLDER-ROLE = 'P'
                           MOVE XR-ACCT-NO TO WS-PRIMARY-ACCT
                           MOVE 'Y' TO WS-XREF-EOF-SW
                        END-IF
                     END-IF
               END-READ.
      *
         230-APPLY-RULES.
               MOVE ZEROES TO WS-CUS-POSSIBLE WS-CUS-FAILED
                              WS-CUS-FAIL-COUNT.
               MOVE SPACES TO SORT-REC.
               PERFORM 240-APPLY-ONE-RULE THRU 240-EXIT
                  VARYING WS-RULE-SUB FROM 1 BY 1
                  UNTIL WS-RULE-SUB > WS-DR-COUNT.
      *
      *    ONE RULE ON THE CUSTOMER IN THE BUFFER. A FAILURE COSTS
      *    THE RULE'S WEIGHT OUT OF THE WEIGHT OF EVERY RULE THAT
      *    APPLIED TO THEM.
         240-APPLY-ONE-RULE.
               MOVE 'N' TO SRT-FAIL (WS-RULE-SUB).
               IF NOT DR-ON (WS-RULE-SUB)
                  GO TO 240-EXIT
               END-IF.
               MOVE 'P' TO WS-RULE-RESULT.
               EVALUATE DR-CODE (WS-RULE-SUB)
                  WHEN 'NAME'
                     IF CUS-FNAME = SPACES OR CUS-LNAME = SPACES
                        MOVE 'F' TO WS-RULE-RESULT
                     END-IF
                  WHEN 'ADDR'
                     IF CUS-ADDR-LINE1 = SPACES
                        MOVE 'F' TO WS-RULE-RESULT
                     END-IF
                  WHEN 'CITY'
                     IF CUS-CITY = SPACES
                        MOVE 'F' TO WS-RULE-RESULT
                     END-IF
                  WHEN 'STAT'
                     SET ST-IDX TO 1
                     SEARCH STATE-ENTRY
                        AT END
                           MOVE 'F' TO WS-RULE-RESULT
                        WHEN STATE-CODE (ST-IDX) = CUS-STATE
                           CONTINUE
                     END-SEARCH
                  WHEN 'ZIPN'
                     IF CUS-ZIP IS NOT NUMERIC
                        MOVE 'F' TO WS-RULE-RESULT
                     END-IF
                  WHEN 'ZIPS'
                     PERFORM 245-CHECK-ZIP-STATE
                  WHEN 'EMLM'
                     IF CUS-DELIV-METHOD NOT = 'E'
                        MOVE 'N' TO WS-RULE-RESULT
                     ELSE
                        IF CUS-EMAIL = SPACES
                           MOVE 'F' TO WS-RULE-RESULT
                        END-IF
                     END-IF
                  WHEN 'EMLF'
                     PERFORM 246-CHECK-EMAIL-FORM
                  WHEN 'PHNA'
                     IF CUS-PHONE = SPACES
                        MOVE 'N' TO WS-RULE-RESULT
                     ELSE
                        MOVE CUS-PHONE TO WS-PHONE-WORK
                        INSPECT WS-PHONE-WORK
                           CONVERTING '0123456789-()+'
                                   TO '              '
                        IF WS-PHONE-WORK NOT = SPACES
                           MOVE 'F' TO WS-RULE-RESULT
                        END-IF
                     END-IF
                  WHEN 'DLVM'
                     IF CUS-DELIV-METHOD NOT = 'E'
                        AND CUS-DELIV-METHOD NOT = 'P'
                        AND CUS-DELIV-METHOD NOT = SPACE
                        MOVE 'F' TO WS-RULE-RESULT
                     END-IF
                  WHEN OTHER
                     MOVE 'N' TO WS-RULE-RESULT
               END-EVALUATE.
      *
               IF WS-RULE-NOT-APPLIED
                  GO TO 240-EXIT
               END-IF.
               ADD 1 TO DC-CHECKED (WS-RULE-SUB).
               ADD DR-WEIGHT (WS-RULE-SUB) TO WS-CUS-POSSIBLE.
               IF WS-RULE-FAILED
                  ADD 1 TO DC-FAILED (WS-RULE-SUB)
                  ADD DR-WEIGHT (WS-RULE-SUB) TO WS-CUS-FAILED
                  ADD 1 TO WS-CUS-FAIL-COUNT
                  MOVE 'Y' TO SRT-FAIL (WS-RULE-SUB)
               END-IF.
      *
         240-EXIT.
               EXIT.
      *
      *    ONLY A NUMERIC ZIP IN A STATE DQRULES HAS RANGES FOR CAN
      *    BE TESTED; ITS FIRST THREE DIGITS MUST FALL IN ONE OF
      *    THAT STATE'S RANGES.
         245-CHECK-ZIP-STATE.
               MOVE 'N' TO WS-STATE-HAS-RANGE-SW WS-RANGE-FOUND-SW.
               IF CUS-ZIP IS NOT NUMERIC OR WS-ZR-COUNT = ZEROES
                  MOVE 'N' TO WS-RULE-RESULT
               ELSE
                  MOVE CUS-ZIP (1:3) TO WS-ZIP-PREFIX
                  PERFORM 247-MATCH-ZIP-RANGE
                     VARYING ZR-IDX FROM 1 BY 1
                     UNTIL ZR-IDX > WS-ZR-COUNT
                        OR WS-RANGE-FOUND
                  EVALUATE TRUE
                     WHEN NOT WS-STATE-HAS-RANGE
                        MOVE 'N' TO WS-RULE-RESULT
                     WHEN NOT WS-RANGE-FOUND
                        MOVE 'F' TO WS-RULE-RESULT
                  END-EVALUATE
               END-IF.
      *
      *    ONE '@' WITH SOMETHING BEFORE IT AND A DOTTED DOMAIN
      *    AFTER IT. A BLANK EMAIL IS EMLM'S BUSINESS, NOT THIS ONE'S.
         246-CHECK-EMAIL-FORM.
               IF CUS-EMAIL = SPACES
                  MOVE 'N' TO WS-RULE-RESULT
               ELSE
                  MOVE ZEROES TO WS-AT-COUNT WS-DOT-COUNT
                  MOVE SPACES TO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
                  INSPECT CUS-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'
                  UNSTRING CUS-EMAIL DELIMITED BY '@'
                     INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
                  END-UNSTRING
                  INSPECT WS-EMAIL-DOMAIN
                     TALLYING WS-DOT-COUNT FOR ALL '.'
                  IF WS-AT-COUNT NOT = 1
                     OR WS-EMAIL-LOCAL = SPACES
                     OR WS-DOT-COUNT = ZEROES
                     MOVE 'F' TO WS-RULE-RESULT
                  END-IF
               END-IF.
      *
         247-MATCH-ZIP-RANGE.
               IF ZR-STATE (ZR-IDX) = CUS-STATE
                  MOVE 'Y' TO WS-STATE-HAS-RANGE-SW
                  IF WS-ZIP-PREFIX NOT < ZR-LOW (ZR-IDX)
                     AND WS-ZIP-PREFIX NOT > ZR-HIGH (ZR-IDX)
                     MOVE 'Y' TO WS-RANGE-FOUND-SW
                  END-IF
               END-IF.
      *
         250-RELEASE-CUSTOMER.
               MOVE WS-CURR-BRANCH    TO SRT-BRANCH.
               MOVE CUSKS080-KEY      TO SRT-CUST-NO.
               MOVE WS-CUS-POSSIBLE   TO SRT-POSSIBLE.
               MOVE WS-CUS-FAILED     TO SRT-FAILED-WT.
               MOVE WS-CUS-FAIL-COUNT TO SRT-FAIL-COUNT.
               MOVE CUS-FNAME         TO SRT-FNAME.
               MOVE CUS-LNAME         TO SRT-LNAME.
               MOVE CUS-ADDR-LINE1    TO SRT-ADDR-LINE1.
               MOVE CUS-CITY          TO SRT-CITY.
               MOVE CUS-STATE         TO SRT-STATE.
               MOVE CUS-ZIP           TO SRT-ZIP.
               MOVE CUS-ACCT-STATUS   TO SRT-ACCT-STATUS.
               MOVE CUS-EMAIL         TO SRT-EMAIL.
               MOVE CUS-PHONE         TO SRT-PHONE.
               MOVE CUS-DELIV-METHOD  TO SRT-DELIV-METHOD.
               RELEASE SORT-REC.
      *
      *    OUTPUT PROCEDURE - THE RULE COUNTS ARE COMPLETE BY NOW, SO
      *    THEY PRINT FIRST; THEN ONE LINE PER BRANCH AS ITS
      *    CUSTOMERS COME BACK, THEN THE WHOLE BOOK.
         300-PRINT-SCORECARD.
               MOVE WS-TODAY-DATE   TO RH-DATE.
               MOVE WS-ACTIVE-COUNT TO RH-ACTIVE.
               WRITE DQ-RPT-REC FROM RPT-HEADER-REC.
               WRITE DQ-RPT-REC FROM RPT-BLANK-REC.
               WRITE DQ-RPT-REC FROM RPT-RULE-TITLE-REC.
               WRITE DQ-RPT-REC FROM RPT-RULE-COLUMN-REC.
               PERFORM 305-PRINT-ONE-RULE
                  VARYING WS-RULE-SUB FROM 1 BY 1
                  UNTIL WS-RULE-SUB > WS-DR-COUNT.
      *
               WRITE DQ-RPT-REC FROM RPT-BLANK-REC.
               WRITE DQ-RPT-REC FROM RPT-BRANCH-TITLE-REC.
               WRITE DQ-RPT-REC FROM RPT-BRANCH-COLUMN-REC.
               PERFORM 310-RETURN-ONE-CUSTOMER
                  UNTIL WS-SORT-EOF.
               IF NOT WS-FIRST-BRANCH
                  PERFORM 340-BRANCH-TOTAL
               END-IF.
      *
               MOVE '*ALL'            TO WS-SCORE-BRANCH.
               MOVE WS-ACTIVE-COUNT   TO WS-SCORE-CUSTOMERS.
               MOVE WS-FAULTY-COUNT   TO WS-SCORE-FAULTY.
               MOVE WS-POSSIBLE-TOTAL TO WS-SCORE-POSSIBLE.
               MOVE WS-FAILED-TOTAL   TO WS-SCORE-FAILED.
               WRITE DQ-RPT-REC FROM RPT-BLANK-REC.
               PERFORM 350-SCORE-LINE.
      *
         305-PRINT-ONE-RULE.
               MOVE DR-CODE (WS-RULE-SUB)    TO RR-CODE.
               MOVE DR-DESC (WS-RULE-SUB)    TO RR-DESC.
               MOVE DR-FIELD (WS-RULE-SUB)   TO RR-FIELD.
               MOVE DR-WEIGHT (WS-RULE-SUB)  TO RR-WEIGHT.
               MOVE DR-ACTIVE (WS-RULE-SUB)  TO RR-ACTIVE.
               MOVE DC-CHECKED (WS-RULE-SUB) TO RR-CHECKED.
               MOVE DC-FAILED (WS-RULE-SUB)  TO RR-FAILED.
               IF DC-CHECKED (WS-RULE-SUB) > ZEROES
                  COMPUTE WS-RATE ROUNDED =
                      DC-FAILED (WS-RULE-SUB) * 100
                    / DC-CHECKED (WS-RULE-SUB)
               ELSE
                  MOVE ZEROES TO WS-RATE
               END-IF.
               MOVE WS-RATE                  TO RR-RATE.
               WRITE DQ-RPT-REC FROM RPT-RULE-REC.
      *
         310-RETURN-ONE-CUSTOMER.
               RETURN SORT-WORK-FILE
                  AT END
                     MOVE 'Y' TO WS-SORT-EOF-SW
                  NOT AT END
                     PERFORM 320-SCORE-ONE-CUSTOMER
               END-RETURN.
      *
         320-SCORE-ONE-CUSTOMER.
               IF WS-FIRST-BRANCH OR SRT-BRANCH NOT = WS-PREV-BRANCH
                  IF NOT WS-FIRST-BRANCH
                     PERFORM 340-BRANCH-TOTAL
                  END-IF
                  MOVE 'N'        TO WS-FIRST-BRANCH-SW
                  MOVE SRT-BRANCH TO WS-PREV-BRANCH
               END-IF.
      *
               ADD 1             TO WS-BR-CUSTOMERS.
               ADD SRT-POSSIBLE  TO WS-BR-POSSIBLE WS-POSSIBLE-TOTAL.
               ADD SRT-FAILED-WT TO WS-BR-FAILED WS-FAILED-TOTAL.
               IF SRT-FAIL-COUNT > ZEROES
                  ADD 1 TO WS-BR-FAULTY WS-FAULTY-COUNT
                  MOVE 'C' TO DW-TRAN-CODE
                  PERFORM 330-WRITE-CORRECTION
                  MOVE 'E' TO DW-TRAN-CODE
                  PERFORM 330-WRITE-CORRECTION
               END-IF.
      *
      *    ONE CBLVSMC2 TRANSACTION OF THE TYPE IN DW-TRAN-CODE,
      *    WRITTEN ONLY IF SOME RULE IT FIXES FAILED - SO A CUSTOMER
      *    NEEDS AT MOST ONE 'C' AND ONE 'E', WHATEVER THE NUMBER OF
      *    FAULTS.
         330-WRITE-CORRECTION.
               MOVE ZEROES TO DW-FAIL-COUNT.
               MOVE SPACES TO DW-FAILURE (1) DW-FAILURE (2)
                              DW-FAILURE (3) DW-FAILURE (4)
                              DW-FAILURE (5) DW-FAILURE (6).
               PERFORM 335-LIST-ONE-FAILURE
                  VARYING WS-RULE-SUB FROM 1 BY 1
                  UNTIL WS-RULE-SUB > WS-DR-COUNT.
               IF DW-FAIL-COUNT > ZEROES
                  MOVE SRT-CUST-NO         TO DW-CUS-KEY
                  MOVE SRT-BRANCH          TO DW-BRANCH
                  MOVE SPACES              TO DW-TRAN (8:81)
                  IF DW-TRAN-CODE = 'C'
                     MOVE SRT-FNAME        TO DW-CUS-FNAME
                     MOVE SRT-LNAME        TO DW-CUS-LNAME
                     MOVE SRT-ADDR-LINE1   TO DW-CUS-ADDR-LINE1
                     MOVE SRT-CITY         TO DW-CUS-CITY
                     MOVE SRT-STATE        TO DW-CUS-STATE
                     MOVE SRT-ZIP          TO DW-CUS-ZIP
                     MOVE SRT-ACCT-STATUS  TO DW-CUS-ACCT-STATUS
                  ELSE
                     MOVE SRT-EMAIL        TO DW-CUS-EMAIL
                     MOVE SRT-PHONE        TO DW-CUS-PHONE
                     MOVE SRT-DELIV-METHOD TO DW-CUS-DELIV-METHOD
                  END-IF
                  WRITE DQ-WORK-REC
                  IF WS-WORK-STATUS NOT = ZEROES
                     MOVE 'Error writing file DQWORK'  TO WS-ERR-MSG
                     MOVE WS-WORK-STATUS               TO WS-ERR-CDE
                     MOVE '330-WRITE-CORRECTION'       TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  ADD 1 TO WS-WORK-COUNT
               END-IF.
      *
         335-LIST-ONE-FAILURE.
               IF SRT-FAIL (WS-RULE-SUB) = 'Y'
                  AND DR-TRAN-TYPE (WS-RULE-SUB) = DW-TRAN-CODE
                  AND DW-FAIL-COUNT < 6
                  ADD 1 TO DW-FAIL-COUNT
                  MOVE DW-FAIL-COUNT TO WS-FAIL-SUB
                  MOVE DR-CODE (WS-RULE-SUB)
                                  TO DW-RULE-CODE (WS-FAIL-SUB)
                  MOVE DR-FIELD (WS-RULE-SUB)
                                  TO DW-FIELD-NAME (WS-FAIL-SUB)
               END-IF.
      *
         340-BRANCH-TOTAL.
               MOVE WS-PREV-BRANCH   TO WS-SCORE-BRANCH.
               MOVE WS-BR-CUSTOMERS  TO WS-SCORE-CUSTOMERS.
               MOVE WS-BR-FAULTY     TO WS-SCORE-FAULTY.
               MOVE WS-BR-POSSIBLE   TO WS-SCORE-POSSIBLE.
               MOVE WS-BR-FAILED     TO WS-SCORE-FAILED.
               PERFORM 350-SCORE-LINE.
               MOVE ZEROES TO WS-BR-CUSTOMERS WS-BR-FAULTY
                              WS-BR-POSSIBLE WS-BR-FAILED.
      *
      *    SCORE = SHARE OF THE APPLICABLE RULE WEIGHT THE BRANCH'S
      *    CUSTOMERS PASSED, 0.0-100.0; NO APPLICABLE RULES SCORES
      *    100. PRINTED AGAINST LAST MONTH'S AND KEPT FOR NEXT.
         350-SCORE-LINE.
               IF WS-SCORE-POSSIBLE > ZEROES
                  COMPUTE WS-SCORE ROUNDED =
                      (WS-SCORE-POSSIBLE - WS-SCORE-FAILED) * 100
                    / WS-SCORE-POSSIBLE
               ELSE
                  MOVE 100 TO WS-SCORE
               END-IF.
      *
               EVALUATE WS-SCORE-BRANCH
                  WHEN SPACES
                     MOVE 'HEAD OFFICE'     TO RB-BRANCH
                  WHEN '*ALL'
                     MOVE 'ALL BRANCHES'    TO RB-BRANCH
                  WHEN OTHER
                     MOVE WS-SCORE-BRANCH   TO RB-BRANCH
               END-EVALUATE.
               MOVE WS-SCORE-CUSTOMERS TO RB-CUSTOMERS.
               MOVE WS-SCORE-FAULTY    TO RB-FAULTY.
               MOVE WS-SCORE           TO RB-SCORE.
      *
               MOVE 'NEW  '  TO RB-PRIOR.
               MOVE SPACES   TO RB-CHANGE.
               SET PS-IDX TO 1.
               SEARCH PS-ENTRY
                  AT END
                     CONTINUE
                  WHEN PS-IDX > WS-PS-COUNT
                     CONTINUE
                  WHEN PS-BRANCH (PS-IDX) = WS-SCORE-BRANCH
                     MOVE PS-SCORE (PS-IDX) TO WS-PRIOR-SCORE
                     MOVE WS-PRIOR-SCORE    TO WS-PRIOR-ED
                     MOVE WS-PRIOR-ED       TO RB-PRIOR
                     COMPUTE WS-CHANGE = WS-SCORE - WS-PRIOR-SCORE
                     MOVE WS-CHANGE         TO WS-CHANGE-ED
                     MOVE WS-CHANGE-ED      TO RB-CHANGE
               END-SEARCH.
               WRITE DQ-RPT-REC FROM RPT-BRANCH-REC.
      *
               MOVE SPACES             TO DQ-HIST-REC.
               MOVE WS-THIS-MONTH      TO DH-MONTH.
               MOVE WS-SCORE-BRANCH    TO DH-BRANCH.
               MOVE WS-SCORE           TO DH-SCORE.
               MOVE WS-SCORE-CUSTOMERS TO DH-CUSTOMERS.
               MOVE WS-SCORE-FAULTY    TO DH-FAULTY.
               MOVE WS-TODAY-DATE      TO DH-RUN-DATE.
               WRITE DQ-HIST-REC.
               IF WS-HIST-STATUS NOT = ZEROES
                  MOVE 'Error writing file DQHIST'     TO WS-ERR-MSG
                  MOVE WS-HIST-STATUS                  TO WS-ERR-CDE
                  MOVE '350-SCORE-LINE'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         400-CLOSE-FILES.
               CLOSE CUSKS080-FILE.
               IF WS-XREF-AVAIL
                  CLOSE XREF-FILE
               END-IF.
               IF WS-BAL-AVAIL
                  CLOSE BALANCE-AMT
               END-IF.
               CLOSE DQ-HIST-FILE.
               CLOSE DQ-RPT-FILE.
               CLOSE DQ-WORK-FILE.
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
