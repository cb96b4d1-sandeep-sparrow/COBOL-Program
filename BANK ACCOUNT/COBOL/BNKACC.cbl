                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SP-KEY
                  FILE STATUS IS WS-STOP-STATUS.
      *    POSITIVE-PAY REGISTER (LOADED BY PPLOAD FROM THE CUSTOMERS'
      *    ISSUED-CHEQUE FILES) - ON A POSITIVE-PAY ACCOUNT A CHEQUE
      *    ONLY PAYS WHEN ITS NUMBER AND AMOUNT MATCH AN ISSUED,
      *    UNPAID ENTRY. A MISMATCH IS PARKED ON THE REGISTER FOR THE
      *    CUSTOMER'S PAY/RETURN DECISION INSTEAD OF PAYING.
           SELECT OPTIONAL POS-PAY-FILE ASSIGN TO PPREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PP-KEY
                  FILE STATUS IS WS-PP-STATUS.
      *    LEGAL LIEN REGISTER (MAINTAINED BY BNKLIENM) - EVERY
      *    ACTIVE GARNISHMENT OR LIEN ORDER ON AN ACCOUNT IS HELD OUT
      *    OF ITS AVAILABLE BALANCE, SO NO WITHDRAWAL OR TRANSFER CAN
      *    DRAW ON ATTACHED FUNDS. AN ABSENT FILE MEANS NO LIENS.
           SELECT OPTIONAL LIEN-REG-FILE ASSIGN TO LIENREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LI-KEY
                  FILE STATUS IS WS-LIEN-STATUS.
      *    PER-ACCOUNT DAILY WITHDRAWAL VELOCITY-LIMIT OVERRIDES
      *    (MAINTAINED BY BNKVELM) - AN ACCOUNT WITHOUT ONE, OR AN
      *    ABSENT FILE, FALLS BACK TO ITS TYPE'S VELDFLT DEFAULTS.
           SELECT OPTIONAL VEL-LIMIT-FILE ASSIGN TO VELLIMIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VL-ACCT-NO
                  FILE STATUS IS WS-VEL-STATUS.
      *    TODAY'S WITHDRAWAL TOTALS PER ACCOUNT AND CHANNEL - A KEYED
      *    WORK FILE LIKE RECONWK, REBUILT BY EVERY FRESH RUN BUT KEPT
      *    ON A RESTART SO THE CRASHED RUN'S POSTINGS STILL COUNT.
           SELECT VEL-WORK-FILE ASSIGN TO VELWK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VW-ACCT-NO
                  FILE STATUS IS WS-VELWK-STATUS.
      *    VELOCITY-BREACH REPORT FOR THE FRAUD DESK - ONE LINE PER
      *    WITHDRAWAL REJECTED FOR TAKING A CHANNEL PAST ITS LIMIT.
           SELECT VEL-RPT-FILE ASSIGN TO VELRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-VELRPT-STATUS.
      *    RELATIONSHIP PRICING TIERS (ONE ROW PER TIER, SEE
      *    COPYBOOKS/RELTIER.cbl) - THE MONTH-END FEE PASS WAIVES OR
      *    DISCOUNTS AN ACCOUNT'S FEES BY THE TIER ITS HOLDERS'
      *    COMBINED BALANCES REACH. AN ABSENT TABLE MEANS NO WAIVERS.
           SELECT OPTIONAL REL-TIER-FILE ASSIGN TO RELTIER
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RELTIER-STATUS.
      *    CUSTOMER/ACCOUNT HOLDER CROSS-REFERENCE (MAINTAINED BY
      *    BNKACCM) AND THE TERM-DEPOSIT TERMS (MAINTAINED BY TDMNT) -
      *    READ AT MONTH END TO TOTAL EACH CUSTOMER'S RELATIONSHIP.
           SELECT OPTIONAL XREF-FILE ASSIGN TO CUSTACCT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XREF-STATUS.
           SELECT OPTIONAL TD-MASTER-FILE ASSIGN TO TDMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TD-ACCT-NO
                  FILE STATUS IS WS-TD-STATUS.
      *    RELATIONSHIP TOTALS - A KEYED WORK FILE LIKE RECONWK,
      *    REBUILT EVERY RUN: ONE 'C' RECORD PER CUSTOMER HOLDING
      *    THEIR TOTAL, ONE 'A' RECORD PER ACCOUNT HOLDING THE BEST
      *    TOTAL AMONG ITS HOLDERS.
           SELECT REL-WORK-FILE ASSIGN TO RELWK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RX-KEY
                  FILE STATUS IS WS-RELWK-STATUS.
      *    FEE WAIVER REGISTER - ONE LINE PER ACCOUNT WHOSE MONTH-END
      *    FEES WERE WAIVED OR DISCOUNTED, WITH THE QUALIFYING TIER.
           SELECT WAIVER-RPT-FILE ASSIGN TO WAIVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WAIVRPT-STATUS.
      *--------------------------
       DATA DIVISION.
      *--------------------------
      *    WAREHOUSE FILE INSTEAD OF APPLYING IT TONIGHT; WHRELSE
      *    FEEDS IT BACK ON ITS DAY. ZEROES/SPACES = DUE NOW.
          02  DEP-VALUE-DATE    PIC  9(08).
      *    CHEQUE NUMBER AND DRAWEE BANK (SORT/ROUTING CODE) OF A
      *    'Q'/'F' CHEQUE DEPOSIT, CAPTURED BY THE TELLER SYSTEM AND
      *    CARRIED ONTO THE AUDIT TRAIL FOR OUTWARD CLEARING (CLRPRES).
      *    ZEROES/SPACES ON A CASH DEPOSIT.
          02  DEP-CHEQUE-NO     PIC  9(08).
          02  DEP-DRAWEE-BANK   PIC  X(09).
      *    PAIRED-LEG MARKER - SET BY A GENERATOR (STORDER SWEEP,
      *    STKSETL SETTLEMENT) WHOSE MOVEMENT HAS A KNOWN OTHER END.
      *    THE CUSTOMER LEG THEN BOOKS TO THE ACCOUNT'S HOME BRANCH
      *    AND THE CASH-CONTROL LEG TO DEP-CONTRA-BRANCH (SPACES =
      *    HEAD OFFICE), WITH A DUE-TO/DUE-FROM PAIR BETWEEN THEM
      *    WHEN THEY DIFFER. SPACE = BOOK BOTH LEGS TO DEP-BRANCH-ID.
          02  DEP-CONTRA-BRANCH PIC  X(04).
          02  DEP-PAIRED-SW     PIC  X(01).
       01 DEPOSIT-TRL REDEFINES DEPOSIT-I.
          02  DEP-TRL-ID        PIC  X(10).
          02  DEP-TRL-COUNT     PIC  9(07).
      *    SECOND AUTHORIZER CAPTURED AT THE TELLER - REQUIRED ON A
      *    BOTH-TO-SIGN (MANDATE-RULE 'B') ACCOUNT, SPACES OTHERWISE.
          02  WIT-AUTH2-ID      PIC  X(04).
      *    PAIRED-LEG MARKER - AS DEP-CONTRA-BRANCH/DEP-PAIRED-SW.
          02  WIT-CONTRA-BRANCH PIC  X(04).
          02  WIT-PAIRED-SW     PIC  X(01).
          02  FILLER            PIC  X(06).
       01 WITHDRW-TRL REDEFINES WITHDRW-I.
          02  WIT-TRL-ID        PIC  X(10).
          02  WIT-TRL-COUNT     PIC  9(07).
          02  AUD-TRAN-REF     PIC  X(12).
          02  AUD-BRANCH-ID    PIC  X(04).
          02  AUD-TELLER-ID    PIC  X(04).
      *    INSTRUMENT DETAIL OF A CHEQUE DEPOSIT - SPACES/ZEROES ON
      *    EVERY OTHER AUDIT RECORD. CLRPRES PRESENTS THE DAY'S
      *    'Q'/'F' DEPOSITS FOR CLEARING FROM THESE FIELDS.
          02  AUD-INSTR-TYPE   PIC  X(01).
          02  AUD-CHEQUE-NO    PIC  9(08).
          02  AUD-DRAWEE-BANK  PIC  X(09).
      *    HASH-CHAIN LINK (CHNHASH) - LAST SIX BYTES OF EVERY TRAIL.
          02  AUD-CHAIN-LINK   PIC  9(11) COMP-3.
      *
      *    CAPTURES ANY DEPOSIT/WITHDRAWAL THAT COULD NOT BE APPLIED
      *    (UNKNOWN ACCOUNT, ZERO/NEGATIVE AMOUNT, OVERDRAFT LIMIT
          02  GL-TRAN-REF         PIC  X(12).
      *    ORIGINATING BRANCH - CARRIED THROUGH TO GLMAST SO EACH
      *    BRANCH'S GL POSITION IS ITS OWN, NOT ONE MERGED NUMBER.
      *    SPACES = HEAD-OFFICE ITEMS. INTEREST, FEES AND TRANSFERS
      *    BOOK TO THE ACCOUNT'S HOME BRANCH (SPACES UNTIL ONE IS SET).
          02  GL-BRANCH-ID        PIC  X(04).
          02  FILLER              PIC  X(14).
      *
              03  CQR-START-NO  PIC  9(08).
          02  CQR-END-NO        PIC  9(08).
          02  CQR-ISSUED-DATE   PIC  9(08).
          02  CQR-STOP-DATE     PIC  9(08).
          02  FILLER            PIC  X(38).
      *
       FD STOP-PAY-FILE
            RECORD CONTAINS 80 CHARACTERS
              03  SP-CHEQUE-NO  PIC  9(08).
          02  SP-PLACED-DATE    PIC  9(08).
          02  FILLER            PIC  X(54).
      *
       FD POS-PAY-FILE
            RECORD CONTAINS 140 CHARACTERS
            RECORDING MODE IS F.
       01 POS-PAY-REC.
          02  PP-KEY.
              03  PP-ACCT-NO    PIC  X(10).
              03  PP-CHEQUE-NO  PIC  9(08).
      *    NAMED REGISTER FIELDS (POS-PAY-DATA GROUP) - SEE
      *    COPYBOOKS/PPREG.cbl
          COPY PPREG.
      *
       FD LIEN-REG-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01 LIEN-REG-REC.
          02  LI-KEY.
              03  LI-ACCT-NO    PIC  X(10).
              03  LI-ORDER-REF  PIC  X(12).
      *    NAMED LIEN FIELDS (LIEN-REG-DATA GROUP) - SEE
      *    COPYBOOKS/LIENREG.cbl
          COPY LIENREG.
      *
       FD VEL-LIMIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 VEL-LIMIT-REC.
          02  VL-ACCT-NO        PIC  X(10).
      *    NAMED LIMIT FIELDS (VELOCITY-LIMIT-DATA GROUP) - SEE
      *    COPYBOOKS/VELLIM.cbl
          COPY VELLIM.
      *
      *    CHANNEL TOTALS IN THE VELDFLT CHANNEL ORDER, IN THE
      *    ACCOUNT'S OWN CURRENCY (THE CONVERTED WITHDRAWAL AMOUNT).
       FD VEL-WORK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 VEL-WORK-REC.
          02  VW-ACCT-NO        PIC  X(10).
          02  VW-CHANNEL-TOTAL OCCURS 3 TIMES.
              03  VW-AMT        PIC  9(9)V99.
              03  VW-CNT        PIC  9(05).
          02  FILLER            PIC  X(22).
      *
       FD VEL-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 VEL-RPT-REC          PIC X(80).
      *
       FD REL-TIER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 REL-TIER-REC.
      *    TIER TABLE ROW - SEE COPYBOOKS/RELTIER.cbl
          COPY RELTIER.
      *
      *    LAYOUT MIRRORS BNKACCM.CBL'S XREF-REC.
       FD XREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 XREF-REC.
          02  XR-KEY.
              03  XR-CUST-NO    PIC  X(06).
              03  XR-ACCT-NO    PIC  X(10).
          02  XR-OPENED-DATE    PIC  9(08).
          02  XR-HOLDER-ROLE    PIC  X(01).
      *       AN ATTORNEY ACTS ON THE ACCOUNT BUT OWNS NONE OF IT.
              88 XR-ACCOUNT-HOLDER        VALUE 'P' 'J'.
          02  FILLER            PIC  X(55).
      *
      *    LAYOUT MIRRORS TDMNT.CBL'S TD-MASTER-REC.
       FD TD-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 TD-MASTER-REC.
          02  TD-ACCT-NO        PIC  X(10).
          02  TD-PRINCIPAL      PIC  9(7)V99.
          02  TD-RATE           PIC  9V9999.
          02  TD-OPEN-DATE      PIC  9(08).
          02  TD-MATURITY-DATE  PIC  9(08).
          02  TD-ROLLOVER       PIC  X(01).
          02  TD-PENALTY-RATE   PIC  9V9999.
          02  TD-ACCRUED-INT    PIC  9(7)V99.
          02  FILLER            PIC  X(25).
      *
      *    RX-KEY-ID IS THE CUSTOMER NUMBER ON A 'C' RECORD AND THE
      *    ACCOUNT NUMBER ON AN 'A' RECORD. TOTALS ARE IN USD.
       FD REL-WORK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 REL-WORK-REC.
          02  RX-KEY.
              03  RX-REC-TYPE   PIC  X(01).
              03  RX-KEY-ID     PIC  X(16).
          02  RX-REL-TOTAL      PIC S9(11)V99.
          02  RX-BEST-CUST      PIC  X(06).
          02  FILLER            PIC  X(44).
      *
       FD WAIVER-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 WAIVER-RPT-REC       PIC X(80).
      *
       FD RATE-FILE
            RECORD CONTAINS 80 CHARACTERS
          02  JRN-PRIOR-AVAIL  PIC S9(7)V99.
          02  JRN-TRAN-TYPE    PIC  X(08).
          02  JRN-DATE         PIC  9(08).
          02  FILLER           PIC  X(12).
          02  JRN-CHAIN-LINK   PIC  9(11) COMP-3.
      *
       WORKING-STORAGE SECTION.
      *
        01 WS-WHSE-STATUS      PIC  X(02).
        01 WS-CHQ-STATUS       PIC  X(02).
        01 WS-STOP-STATUS      PIC  X(02).
        01 WS-PP-STATUS        PIC  X(02).
        01 WS-LIEN-STATUS      PIC  X(02).
        01 WS-WAREHOUSED-COUNT PIC  9(05) VALUE ZEROES.
        01 WS-TODAY-DATE       PIC  9(08).
        01 WS-TODAY-INT        PIC  9(09).
        01 WS-NEXT-BUS-DATE    PIC  9(08).
        01 WS-SCHED-STEP       PIC  X(08) VALUE SPACES.
        01 WS-MONTH-END-SW     PIC  X(01) VALUE 'N'.
           88 WS-IS-MONTH-END           VALUE 'Y'.
        01 WS-REJ-REASON-CDE   PIC  X(02).
        01 WS-CHQ-SCAN-DONE-SW   PIC  X(01) VALUE 'N'.
           88 WS-CHQ-SCAN-DONE             VALUE 'Y'.
      *
      *    POSITIVE-PAY WORK FIELDS - MATCHED IS SET ONLY WHEN THE
      *    PRESENTED CHEQUE AGREES WITH AN ISSUED, UNPAID ENTRY, AND
      *    TELLS THE POSTING LOGIC TO MARK THAT ENTRY PAID.
        01 WS-PP-MATCHED-SW      PIC  X(01) VALUE 'N'.
           88 WS-PP-MATCHED                VALUE 'Y'.
        01 WS-PP-FOUND-SW        PIC  X(01) VALUE 'N'.
           88 WS-PP-FOUND                  VALUE 'Y'.
        01 WS-PP-PRESENTED       PIC  9(07)V99 VALUE ZEROES.
        01 WS-PP-REASON          PIC  X(02) VALUE SPACES.
        01 WS-PP-EXCEPTIONS      PIC  9(05) VALUE ZEROES.
      *    OUTSTANDING AMOUNT OF EVERY LIEN IN FORCE TODAY ON THE
      *    ACCOUNT BEING DRAWN ON - SET BY SUM-ACTIVE-LIENS.
        01 WS-LIEN-HELD          PIC  9(09)V99 VALUE ZEROES.
        01 WS-LIEN-SCAN-DONE-SW  PIC  X(01) VALUE 'N'.
           88 WS-LIEN-SCAN-DONE            VALUE 'Y'.
      *
      *    DAILY WITHDRAWAL VELOCITY LIMITS - THE CHANNEL COMES FROM
      *    THE ORIGINATING BRANCH ON THE WITHDRAWAL (1 = TELLER,
      *    2 = CARD NETWORK 'NETW', 3 = STANDING ORDER 'SORD'; ZERO
      *    = A CHANNEL NOT UNDER VELOCITY CONTROL). THE LIMIT PAIR IS
      *    THE ACCOUNT'S VELLIMIT OVERRIDE OR ITS TYPE'S DEFAULT.
        COPY VELDFLT.
        01 WS-VEL-STATUS         PIC  X(02).
        01 WS-VELWK-STATUS       PIC  X(02).
        01 WS-VELRPT-STATUS      PIC  X(02).
        01 WS-VEL-CHANNEL        PIC  9(01) VALUE ZERO.
        01 WS-VEL-AMT-LIMIT      PIC  9(6)V99 VALUE ZEROES.
        01 WS-VEL-CNT-LIMIT      PIC  9(03) VALUE ZEROES.
        01 WS-VEL-DAY-AMT        PIC  9(9)V99 VALUE ZEROES.
        01 WS-VEL-DAY-CNT        PIC  9(05) VALUE ZEROES.
        01 WS-VEL-BREACH-TYPE    PIC  X(05) VALUE SPACES.
        01 WS-VEL-BREACHES       PIC  9(05) VALUE ZEROES.
        01 WS-VEL-FOUND-SW       PIC  X(01) VALUE 'N'.
           88 WS-VEL-FOUND                 VALUE 'Y'.
        01 WS-VELWK-FOUND-SW     PIC  X(01) VALUE 'N'.
           88 WS-VELWK-FOUND               VALUE 'Y'.
        01 WS-VEL-BREACH-SW      PIC  X(01) VALUE 'N'.
           88 WS-VEL-BREACH                VALUE 'Y'.
      *
      *    PERIODIC INTEREST RATE BY ACCOUNT TYPE, APPLIED TO WS-BAL
      *    BY ACCRUE-INTEREST-ALL AND POSTED TO THE AUDIT TRAIL AS
      *    ITS OWN TRANSACTION TYPE. 'X' IS THE DEFAULT/UNKNOWN
           88 WS-TH-DONE                    VALUE 'Y'.
        01 WS-MONTH-START-DATE   PIC  9(08).
        01 WS-FEE-ACCT-NO        PIC  X(10).
        01 WS-FEE-MAINT-PART     PIC  9(5)V99 VALUE ZEROES.
        01 WS-FEE-WD-PART        PIC  9(5)V99 VALUE ZEROES.
        01 WS-FEE-BMIN-PART      PIC  9(5)V99 VALUE ZEROES.
        01 WS-FEE-GROSS          PIC  9(5)V99 VALUE ZEROES.
        01 WS-FEE-WAIVED         PIC  9(5)V99 VALUE ZEROES.
      *
      *    RELATIONSHIP FEE WAIVERS - THE RELTIER TABLE HELD FOR THE
      *    RUN, AND THE TOTALS BUILT BY BUILD-RELATIONSHIPS BEFORE
      *    THE FEE PASS STARTS ITS SWEEP OF THE ACCOUNT MASTER.
        01 REL-TIER-TABLE.
           05  RLT-ENTRY OCCURS 20 TIMES INDEXED BY RLT-IDX.
               10  RLT-CODE        PIC X(02).
               10  RLT-MIN         PIC 9(11)V99.
               10  RLT-MAINT-PCT   PIC 9(03).
               10  RLT-WD-PCT      PIC 9(03).
               10  RLT-BMIN-PCT    PIC 9(03).
               10  RLT-DESC        PIC X(30).
        01 WS-REL-TIER-COUNT     PIC  9(03) VALUE ZEROES.
        01 WS-REL-BEST-IDX       PIC  9(03) VALUE ZEROES.
        01 WS-RELTIER-STATUS     PIC  X(02).
        01 WS-XREF-STATUS        PIC  X(02).
        01 WS-TD-STATUS          PIC  X(02).
        01 WS-RELWK-STATUS       PIC  X(02).
        01 WS-WAIVRPT-STATUS     PIC  X(02).
        01 WS-RELTIER-EOF-SW     PIC  X(01) VALUE 'N'.
           88 WS-RELTIER-EOF               VALUE 'Y'.
        01 WS-XREF-EOF-SW        PIC  X(01) VALUE 'N'.
           88 WS-XREF-EOF                  VALUE 'Y'.
        01 WS-REL-FOUND-SW       PIC  X(01) VALUE 'N'.
           88 WS-REL-FOUND                 VALUE 'Y'.
        01 WS-REL-CUST-NO        PIC  X(06) VALUE SPACES.
        01 WS-REL-TOTAL          PIC S9(11)V99 VALUE ZEROES.
        01 WS-REL-NATIVE-AMT     PIC S9(9)V99 VALUE ZEROES.
        01 WS-REL-USD-AMT        PIC S9(11)V99 VALUE ZEROES.
        01 WS-WAIVED-COUNT       PIC  9(05) VALUE ZEROES.
        01 WS-WAIVED-TOTAL       PIC  9(9)V99 VALUE ZEROES.
      *
        01 WS-INT-RATE           PIC  9V9999.
        01 WS-INTEREST-AMT       PIC  S9(7)V99.
      *
      *    DEBIT INTEREST ON OVERDRAWN BALANCES - MONTHLY RATE BY
      *    ACCOUNT TYPE ON THE PART OF THE OVERDRAFT INSIDE THE
      *    (UNEXPIRED) FACILITY, AND THE HIGHER PENALTY RATE ON ANY
      *    EXCESS OVER IT. POSTED AS ITS OWN 'DRINT' TRANSACTION TO
      *    DEBIT-INTEREST INCOME. 'X' IS THE DEFAULT/UNKNOWN
      *    ACCOUNT-TYPE FALLBACK AND MUST STAY LAST.
        01 DEBIT-RATE-VALUES.
           05  FILLER              PIC X(11) VALUE 'S0015000250'.
           05  FILLER              PIC X(11) VALUE 'C0012500225'.
           05  FILLER              PIC X(11) VALUE 'F0015000250'.
           05  FILLER              PIC X(11) VALUE 'T0015000250'.
           05  FILLER              PIC X(11) VALUE 'X0015000250'.
        01 DEBIT-RATE-TABLE REDEFINES DEBIT-RATE-VALUES.
           05  DR-ENTRY OCCURS 5 TIMES INDEXED BY DR-IDX.
               10  DR-ACCT-TYPE    PIC X(01).
               10  DR-RATE         PIC 9V9999.
               10  DR-PENALTY-RATE PIC 9V9999.
        01 WS-OVERDRAWN-AMT      PIC  9(7)V99 VALUE ZEROES.
        01 WS-EXCESS-AMT         PIC  9(7)V99 VALUE ZEROES.
        01 WS-DRINT-AMT          PIC  9(7)V99 VALUE ZEROES.
        01 WS-INT-EOF-SW         PIC  X(01) VALUE 'N'.
           88 WS-INT-EOF                    VALUE 'Y'.
      *
        01 WS-INTEREST-EXP-ACCT  PIC  X(06) VALUE '400100'.
        01 WS-FEE-INCOME-ACCT    PIC  X(06) VALUE '500100'.
        01 WS-TAX-PAYABLE-ACCT   PIC  X(06) VALUE '200800'.
        01 WS-DRINT-INCOME-ACCT  PIC  X(06) VALUE '500200'.
      *
      *    INTER-BRANCH DUE-TO/DUE-FROM - WHEN THE TWO LEGS OF A
      *    MOVEMENT SIT IN DIFFERENT BRANCHES, THE DEBIT BRANCH
      *    CREDITS THIS ACCOUNT (DUE TO THE OTHER BRANCH) AND THE
      *    CREDIT BRANCH DEBITS IT (DUE FROM), BOTH UNDER THE
      *    MOVEMENT'S OWN REFERENCE, SO IBRECON CAN PAIR THEM AND
      *    THE BANK-WIDE POSITION NETS TO ZERO. WRITE-GL-BRANCH-PAIR
      *    BOOKS ONE DEBIT/CREDIT PAIR FROM THE FOUR FIELDS BELOW.
        01 WS-IB-DUE-ACCT        PIC  X(06) VALUE '190100'.
        01 WS-GLP-DR-ACCT        PIC  X(06) VALUE SPACES.
        01 WS-GLP-DR-BRANCH      PIC  X(04) VALUE SPACES.
        01 WS-GLP-CR-ACCT        PIC  X(06) VALUE SPACES.
        01 WS-GLP-CR-BRANCH      PIC  X(04) VALUE SPACES.
      *
      *    MOVEMENT BEING PASSED TO THE RECONCILIATION WORK FILE -
      *    THE APPLY PARAGRAPHS SET ONE SIDE AND PERFORM
          05  FILLER              PIC X(01) VALUE SPACE.
          05  RT-CLOSING          PIC -Z(6)9.99.
          05  FILLER              PIC X(24) VALUE SPACES.
      *
       01 VELRPT-HEADER1.
          05  FILLER              PIC X(45) VALUE
              'WITHDRAWAL VELOCITY BREACHES - BUSINESS DATE '.
          05  VR-HDR-DATE         PIC 9(08).
          05  FILLER              PIC X(27) VALUE SPACES.
       01 VELRPT-HEADER2.
          05  FILLER              PIC X(40) VALUE
              'ACCT-NO    BRCH TRAN-REF         AMOUNT '.
          05  FILLER              PIC X(40) VALUE
              '   DAY-TOTAL AMT-LIMIT  CNT LIM TYPE'.
       01 VELRPT-DETAIL-REC.
          05  VR-ACCT-NO          PIC X(10).
          05  FILLER              PIC X(01) VALUE SPACE.
          05  VR-BRANCH-ID        PIC X(04).
          05  FILLER              PIC X(01) VALUE SPACE.
          05  VR-TRAN-REF         PIC X(12).
          05  FILLER              PIC X(01) VALUE SPACE.
          05  VR-AMOUNT           PIC Z(6)9.99.
          05  FILLER              PIC X(01) VALUE SPACE.
          05  VR-DAY-AMT          PIC Z(8)9.99.
          05  FILLER              PIC X(01) VALUE SPACE.
          05  VR-AMT-LIMIT        PIC Z(5)9.99.
          05  FILLER              PIC X(01) VALUE SPACE.
          05  VR-DAY-CNT          PIC ZZZ9.
          05  FILLER              PIC X(01) VALUE SPACE.
          05  VR-CNT-LIMIT        PIC ZZ9.
          05  FILLER              PIC X(01) VALUE SPACE.
          05  VR-BREACH-TYPE      PIC X(05).
          05  FILLER              PIC X(03) VALUE SPACES.
       01 VELRPT-TOTAL-REC.
          05  FILLER              PIC X(25) VALUE
              'TOTAL VELOCITY BREACHES: '.
          05  VR-TOT-BREACHES     PIC ZZZZ9.
          05  FILLER              PIC X(50) VALUE SPACES.
      *
       01 WAIVRPT-HEADER1.
          05  FILLER              PIC X(41) VALUE
              'RELATIONSHIP FEE WAIVERS - BUSINESS DATE '.
          05  WV-HDR-DATE         PIC 9(08).
          05  FILLER              PIC X(31) VALUE SPACES.
       01 WAIVRPT-HEADER2.
          05  FILLER              PIC X(40) VALUE
              'ACCT-NO    CUST   TR  REL-TOTAL(USD)    '.
          05  FILLER              PIC X(40) VALUE
              'GROSS   WAIVED  CHARGED TIER'.
       01 WAIVRPT-DETAIL-REC.
          05  WV-ACCT-NO          PIC X(10).
          05  FILLER              PIC X(01) VALUE SPACE.
          05  WV-CUST-NO          PIC X(06).
          05  FILLER              PIC X(01) VALUE SPACE.
          05  WV-TIER-CODE        PIC X(02).
          05  FILLER              PIC X(01) VALUE SPACE.
          05  WV-REL-TOTAL        PIC -Z(10)9.99.
          05  FILLER              PIC X(01) VALUE SPACE.
          05  WV-GROSS            PIC ZZZZ9.99.
          05  FILLER              PIC X(01) VALUE SPACE.
          05  WV-WAIVED           PIC ZZZZ9.99.
          05  FILLER              PIC X(01) VALUE SPACE.
          05  WV-CHARGED          PIC ZZZZ9.99.
          05  FILLER              PIC X(01) VALUE SPACE.
          05  WV-TIER-DESC        PIC X(16).
       01 WAIVRPT-TOTAL-REC.
          05  FILLER              PIC X(25) VALUE
              'TOTAL ACCOUNTS WAIVED  : '.
          05  WV-TOT-COUNT        PIC ZZZZ9.
          05  FILLER              PIC X(17) VALUE
              '   FEES WAIVED : '.
          05  WV-TOT-WAIVED       PIC Z(8)9.99.
          05  FILLER              PIC X(21) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
        COPY ERRHAND.
        01 WS-DEP-EOF-SW       PIC  X(01) VALUE 'N'.
        01 WS-CURR-TRAN-REF    PIC  X(12) VALUE SPACES.
        01 WS-CURR-BRANCH-ID   PIC  X(04) VALUE SPACES.
        01 WS-CURR-TELLER-ID   PIC  X(04) VALUE SPACES.
      *    PAIRED-LEG MARKER OF THE DEPOSIT/WITHDRAWAL BEING APPLIED
      *    - SEE DEP-PAIRED-SW.
        01 WS-CURR-CONTRA-BRANCH PIC X(04) VALUE SPACES.
        01 WS-CURR-PAIRED-SW   PIC  X(01) VALUE SPACE.
           88 WS-CURR-PAIRED              VALUE 'Y'.
      *    CHEQUE DETAIL FOR THE NEXT AUDIT RECORD ONLY - SET BY THE
      *    DEPOSIT PATH, CLEARED AGAIN AS SOON AS IT IS WRITTEN.
        01 WS-CURR-INSTR-TYPE  PIC  X(01) VALUE SPACES.
        01 WS-CURR-CHEQUE-NO   PIC  9(08) VALUE ZEROES.
        01 WS-CURR-DRAWEE-BANK PIC  X(09) VALUE SPACES.
        01 WS-DUP-REF-SW       PIC  X(01) VALUE 'N'.
           88 WS-DUP-REF                  VALUE 'Y'.
      *
        01 WS-REVERSED-COUNT   PIC  9(05) VALUE ZEROES.
        01 WS-TRF-AMT          PIC  9(7)V99 VALUE ZEROES.
        01 WS-TRF-TO-GL-ACCT   PIC  X(06) VALUE SPACES.
        01 WS-TRF-TO-BRANCH    PIC  X(04) VALUE SPACES.
        01 WS-JRN-SEQ          PIC  9(09) VALUE ZEROES.
        01 WS-PRIOR-BAL        PIC S9(7)V99 VALUE ZEROES.
        01 WS-JRN-TRAN-TYPE    PIC  X(08) VALUE SPACES.
      *    HASH-CHAIN CONTROL FOR THE AUDIT TRAIL AND THE JOURNAL -
      *    EVERY RECORD IS LINKED BY CHNHASH BEFORE IT IS WRITTEN
      *    AND BOTH FILES ARE SEALED WITH A TRAILER AT CLOSE. ON A
      *    RESTART THE CHAIN IS PICKED UP FROM THE RECORDS ALREADY
      *    ON THE FILE BEFORE IT IS EXTENDED.
        01 WS-AUD-CHAIN.
           05 WS-AUD-CHAIN-FUNC   PIC  X(01) VALUE 'H'.
           05 WS-AUD-CHAIN-LEN    PIC  9(03) VALUE 80.
           05 WS-AUD-CHAIN-FILE   PIC  X(08) VALUE 'AUDITFIL'.
           05 WS-AUD-CHAIN-HASH   PIC  9(11) VALUE ZEROES.
           05 WS-AUD-CHAIN-COUNT  PIC  9(09) VALUE ZEROES.
           05 WS-AUD-CHAIN-RESULT PIC  X(01) VALUE SPACE.
        01 WS-JRN-CHAIN.
           05 WS-JRN-CHAIN-FUNC   PIC  X(01) VALUE 'H'.
           05 WS-JRN-CHAIN-LEN    PIC  9(03) VALUE 80.
           05 WS-JRN-CHAIN-FILE   PIC  X(08) VALUE 'JRNFILE '.
           05 WS-JRN-CHAIN-HASH   PIC  9(11) VALUE ZEROES.
           05 WS-JRN-CHAIN-COUNT  PIC  9(09) VALUE ZEROES.
           05 WS-JRN-CHAIN-RESULT PIC  X(01) VALUE SPACE.
        01 WS-CHAIN-EOF-SW        PIC  X(01) VALUE 'N'.
           88 WS-CHAIN-EOF                   VALUE 'Y'.
      *--------------------------
       PROCEDURE DIVISION.
      *--------------------------
           PERFORM WRITE-RECONCILIATION-REPORT.
      *
      *    INTEREST IS A MONTH-END EVENT, NOT A NIGHTLY ONE - ONLY
      *    RUN THE ACCRUAL PASS ON THE MONTH'S LAST BUSINESS DAY.
      *    STEPSEL'S MONTHEND INDICATOR SAYS WHETHER TONIGHT IS IT;
      *    WITH NO INDICATOR FOR TONIGHT, IT IS MONTH END WHEN THE
      *    NEXT BUSINESS DAY FALLS IN A DIFFERENT MONTH - SO A MONTH
      *    ENDING ON A WEEKEND OR HOLIDAY IS STILL CLOSED ON ITS LAST
      *    WORKING NIGHT RATHER THAN MISSED.
      *
           MOVE 'MONTHEND' TO WS-SCHED-STEP.
           CALL 'STEPCHK' USING WS-SCHED-STEP WS-MONTH-END-SW.
           IF WS-MONTH-END-SW = SPACE
               MOVE 'N' TO WS-BUSDAY-FUNC
               CALL 'BUSDAY' USING WS-BUSDAY-FUNC WS-TODAY-DATE
                                   WS-BUSDAY-N WS-NEXT-BUS-DATE
               IF WS-NEXT-BUS-DATE (5:2) NOT = WS-TODAY-DATE (5:2)
                   MOVE 'Y' TO WS-MONTH-END-SW
               ELSE
                   MOVE 'N' TO WS-MONTH-END-SW
               END-IF
           END-IF.
      *
           IF WS-IS-MONTH-END
               PERFORM START-INTEREST-PASS
               PERFORM ACCRUE-INTEREST-ALL UNTIL WS-INT-EOF
               PERFORM BUILD-RELATIONSHIPS
               PERFORM START-FEE-PASS
               PERFORM ASSESS-FEES-ALL UNTIL WS-FEE-EOF
           END-IF.
           END-IF.
      *
           IF WS-RESTART-SKIP > ZEROES
              PERFORM RESUME-AUDIT-CHAIN
              OPEN EXTEND AUDIT-TRAIL-FILE
           ELSE
              OPEN OUTPUT AUDIT-TRAIL-FILE
      *    AN ABSENT REGISTER SKIPS THE ISSUED-RANGE CHECK.
           OPEN INPUT STOP-PAY-FILE.
      *    AN ABSENT STOP-PAY FILE MEANS NO STOPS IN FORCE.
      *    AN ABSENT POSITIVE-PAY REGISTER IS CREATED EMPTY - EVERY
      *    CHEQUE ON AN ENROLLED ACCOUNT THEN GOES TO EXCEPTION, WHICH
      *    IS THE SAFE WAY ROUND FOR A FRAUD CONTROL.
           OPEN I-O POS-PAY-FILE.
           IF WS-PP-STATUS NOT = '00' AND WS-PP-STATUS NOT = '05'
              MOVE 'Error opening file PPREG'      TO WS-ERR-MSG
              MOVE WS-PP-STATUS                    TO WS-ERR-CDE
              MOVE 'OPEN-FILES'                    TO WS-ERR-PROC
              PERFORM ERR-HANDLING
           END-IF.
           OPEN INPUT LIEN-REG-FILE.
      *    AN ABSENT LIEN REGISTER MEANS NO LIENS IN FORCE.
           OPEN INPUT VEL-LIMIT-FILE.
      *    AN ABSENT OVERRIDE FILE MEANS DEFAULT LIMITS FOR ALL.
      *
      *    THE VELOCITY WORK FILE STARTS THE BUSINESS DAY EMPTY; A
      *    RESTART KEEPS WHAT THE CRASHED RUN ACCUMULATED, AND ITS
      *    BREACH REPORT IS EXTENDED LIKE THE OTHER OUTPUTS.
           IF WS-RESTART-SKIP = ZEROES
              OPEN OUTPUT VEL-WORK-FILE
              CLOSE VEL-WORK-FILE
           END-IF.
           OPEN I-O VEL-WORK-FILE.
           IF WS-VELWK-STATUS NOT = ZEROES
              MOVE 'Error opening file VELWK'      TO WS-ERR-MSG
              MOVE WS-VELWK-STATUS                 TO WS-ERR-CDE
              MOVE 'OPEN-FILES'                    TO WS-ERR-PROC
              PERFORM ERR-HANDLING
           END-IF.
           IF WS-RESTART-SKIP > ZEROES
              OPEN EXTEND VEL-RPT-FILE
           ELSE
              OPEN OUTPUT VEL-RPT-FILE
           END-IF.
           IF WS-VELRPT-STATUS NOT = ZEROES
              MOVE 'Error opening file VELRPT'     TO WS-ERR-MSG
              MOVE WS-VELRPT-STATUS                TO WS-ERR-CDE
              MOVE 'OPEN-FILES'                    TO WS-ERR-PROC
              PERFORM ERR-HANDLING
           END-IF.
           IF WS-RESTART-SKIP = ZEROES
              MOVE WS-TODAY-DATE TO VR-HDR-DATE
              WRITE VEL-RPT-REC FROM VELRPT-HEADER1
              WRITE VEL-RPT-REC FROM VELRPT-HEADER2
           END-IF.
      *
           OPEN INPUT TRAN-HIST-FILE.
      *    ABSENT HISTORY JUST MEANS ZERO PER-WITHDRAWAL CHARGES.
      *
           OPEN INPUT REL-TIER-FILE.
           IF WS-RELTIER-STATUS = '00'
              PERFORM LOAD-ONE-REL-TIER
                  UNTIL WS-RELTIER-EOF
           END-IF.
      *    AN ABSENT TIER TABLE MEANS NO RELATIONSHIP WAIVERS.
           OPEN INPUT XREF-FILE.
           OPEN INPUT TD-MASTER-FILE.
      *    WITHOUT CUSTACCT EACH ACCOUNT STANDS ON ITS OWN BALANCE;
      *    WITHOUT TDMAST A TERM DEPOSIT COUNTS AT ITS LEDGER BALANCE.
      *
           OPEN OUTPUT REL-WORK-FILE.
           CLOSE REL-WORK-FILE.
           OPEN I-O REL-WORK-FILE.
           IF WS-RELWK-STATUS NOT = ZEROES
              MOVE 'Error opening file RELWK'      TO WS-ERR-MSG
              MOVE WS-RELWK-STATUS                 TO WS-ERR-CDE
              MOVE 'OPEN-FILES'                    TO WS-ERR-PROC
              PERFORM ERR-HANDLING
           END-IF.
           OPEN OUTPUT WAIVER-RPT-FILE.
           IF WS-WAIVRPT-STATUS NOT = ZEROES
              MOVE 'Error opening file WAIVRPT'    TO WS-ERR-MSG
              MOVE WS-WAIVRPT-STATUS               TO WS-ERR-CDE
              MOVE 'OPEN-FILES'                    TO WS-ERR-PROC
              PERFORM ERR-HANDLING
           END-IF.
           MOVE WS-TODAY-DATE TO WV-HDR-DATE.
           WRITE WAIVER-RPT-REC FROM WAIVRPT-HEADER1.
           WRITE WAIVER-RPT-REC FROM WAIVRPT-HEADER2.
      *
           OPEN OUTPUT WAREHOUSE-OUT-FILE.
           IF WS-WHSE-STATUS NOT = ZEROES
           END-IF.
      *
           IF WS-RESTART-SKIP > ZEROES
              PERFORM RESUME-JOURNAL-CHAIN
              OPEN EXTEND JOURNAL-FILE
           ELSE
              OPEN OUTPUT JOURNAL-FILE
           OPEN INPUT REF-ARCH-FILE.
      *    AN ABSENT ARCHIVE JUST MEANS NOTHING HAS BEEN PRUNED YET.
      *
      *    A RESTARTED RUN EXTENDS THE AUDIT TRAIL AND JOURNAL IT
      *    ABENDED ON. READ WHAT IS ALREADY THERE BACK THROUGH CHNHASH
      *    SO THE NEW RECORDS CARRY ON THE SAME CHAIN.
       RESUME-AUDIT-CHAIN.
           MOVE ZEROES TO WS-AUD-CHAIN-HASH WS-AUD-CHAIN-COUNT.
           MOVE 'N'    TO WS-CHAIN-EOF-SW.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS NOT = ZEROES
              MOVE 'Error opening file AUDITFIL' TO WS-ERR-MSG
              MOVE WS-AUDIT-STATUS                TO WS-ERR-CDE
              MOVE 'RESUME-AUDIT-CHAIN'           TO WS-ERR-PROC
              PERFORM ERR-HANDLING
           END-IF.
           PERFORM RESUME-AUDIT-RECORD UNTIL WS-CHAIN-EOF.
           CLOSE AUDIT-TRAIL-FILE.
      *
       RESUME-AUDIT-RECORD.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-CHAIN-EOF-SW
               NOT AT END
                   MOVE 'C' TO WS-AUD-CHAIN-FUNC
                   CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN
                   IF AUDIT-TRAIL-REC (1:10) = '* TRAILER '
                      MOVE ZEROES TO WS-AUD-CHAIN-HASH
                                     WS-AUD-CHAIN-COUNT
                   END-IF
           END-READ.
      *
       RESUME-JOURNAL-CHAIN.
           MOVE ZEROES TO WS-JRN-CHAIN-HASH WS-JRN-CHAIN-COUNT.
           MOVE 'N'    TO WS-CHAIN-EOF-SW.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = ZEROES
              MOVE 'Error opening file JRNFILE'    TO WS-ERR-MSG
              MOVE WS-JRN-STATUS                   TO WS-ERR-CDE
              MOVE 'RESUME-JOURNAL-CHAIN'          TO WS-ERR-PROC
              PERFORM ERR-HANDLING
           END-IF.
           PERFORM RESUME-JOURNAL-RECORD UNTIL WS-CHAIN-EOF.
           CLOSE JOURNAL-FILE.
      *
       RESUME-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-CHAIN-EOF-SW
               NOT AT END
                   MOVE 'C' TO WS-JRN-CHAIN-FUNC
                   CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN
                   IF JOURNAL-REC (1:10) = '* TRAILER '
                      MOVE ZEROES TO WS-JRN-CHAIN-HASH
                                     WS-JRN-CHAIN-COUNT
                   END-IF
           END-READ.
      *
      *    PICK WHICHEVER BUFFERED TRANSACTION HAPPENED FIRST, APPLY
      *    IT, AND REFILL THAT SIDE'S BUFFER. A TIE GOES TO THE
      *    DEPOSIT SO THE CUSTOMER'S MONEY IS IN BEFORE THE DRAW.
           MOVE DEP-TRAN-REF  TO WS-CURR-TRAN-REF.
           MOVE DEP-BRANCH-ID TO WS-CURR-BRANCH-ID.
           MOVE DEP-TELLER-ID TO WS-CURR-TELLER-ID.
           MOVE DEP-CONTRA-BRANCH TO WS-CURR-CONTRA-BRANCH.
           MOVE DEP-PAIRED-SW     TO WS-CURR-PAIRED-SW.
           PERFORM CHECK-DUPLICATE-REF.
           IF WS-DUP-REF
              DISPLAY 'DUPLICATE DEPOSIT REFERENCE: ' DEP-TRAN-REF
             PERFORM WRITE-REJECT-RECORD
             GO TO APPLY-DEPOSIT-EXIT
           END-IF.
      *
      *    A SANCTIONS BLOCK STOPS MONEY IN AS WELL AS OUT.
           IF SANCTION-STATUS = 'S'
             DISPLAY 'DEPOSIT REJECTED - SANCTIONS BLOCK ON '
                     'ACCOUNT: ' ACCT-NO
             MOVE '18'                  TO WS-REJ-REASON-CDE
             MOVE 'ACCOUNT BLOCKED - SANCTIONS'
                                         TO WS-REJ-REASON-TXT
             MOVE ACCT-NO               TO REJ-ACCT-NO
             MOVE 'DEPOSIT '            TO REJ-TRAN-TYPE
             MOVE DEP-AMT               TO REJ-AMOUNT
             PERFORM WRITE-REJECT-RECORD
             GO TO APPLY-DEPOSIT-EXIT
           END-IF.
      *
             MOVE BAL-AMT     TO WS-BAL.
             MOVE DEP-AMT     TO WS-DEP.
             PERFORM RECON-ADD-MOVEMENT
             MOVE 'DEPOSIT '  TO AUD-TRAN-TYPE
             MOVE DEP-AMT     TO AUD-AMOUNT
             IF DEP-INSTR-TYPE = 'Q' OR DEP-INSTR-TYPE = 'F'
                MOVE DEP-INSTR-TYPE  TO WS-CURR-INSTR-TYPE
                IF DEP-CHEQUE-NO IS NUMERIC
                   MOVE DEP-CHEQUE-NO TO WS-CURR-CHEQUE-NO
                END-IF
                MOVE DEP-DRAWEE-BANK TO WS-CURR-DRAWEE-BANK
             END-IF
             PERFORM WRITE-AUDIT-RECORD
           ELSE
             MOVE '02'                    TO WS-REJ-REASON-CDE
           MOVE WIT-TRAN-REF  TO WS-CURR-TRAN-REF.
           MOVE WIT-BRANCH-ID TO WS-CURR-BRANCH-ID.
           MOVE WIT-TELLER-ID TO WS-CURR-TELLER-ID.
           MOVE WIT-CONTRA-BRANCH TO WS-CURR-CONTRA-BRANCH.
           MOVE WIT-PAIRED-SW     TO WS-CURR-PAIRED-SW.
           PERFORM CHECK-DUPLICATE-REF.
           IF WS-DUP-REF
              DISPLAY 'DUPLICATE WITHDRAWAL REFERENCE: ' WIT-TRAN-REF
             GO TO APPLY-WITHDRAWAL-EXIT
           END-IF.
      *
      *    A DECEASED HOLDER'S ACCOUNT IS FROZEN FOR THE ESTATE -
      *    NOTHING LEAVES IT UNTIL THE EXECUTOR SETTLES IT.
           IF ESTATE-STATUS = 'E'
             DISPLAY 'WITHDRAWAL REJECTED - ESTATE FREEZE ON '
                     'ACCOUNT: ' ACCT-NO
             MOVE '16'                  TO WS-REJ-REASON-CDE
             MOVE 'ACCOUNT FROZEN - ESTATE'
                                         TO WS-REJ-REASON-TXT
             MOVE ACCT-NO               TO REJ-ACCT-NO
             MOVE 'WITHDRAW'            TO REJ-TRAN-TYPE
             MOVE DRAW-AMT              TO REJ-AMOUNT
             PERFORM WRITE-REJECT-RECORD
             GO TO APPLY-WITHDRAWAL-EXIT
           END-IF.
      *
           IF SANCTION-STATUS = 'S'
             DISPLAY 'WITHDRAWAL REJECTED - SANCTIONS BLOCK ON '
                     'ACCOUNT: ' ACCT-NO
             MOVE '18'                  TO WS-REJ-REASON-CDE
             MOVE 'ACCOUNT BLOCKED - SANCTIONS'
                                         TO WS-REJ-REASON-TXT
             MOVE ACCT-NO               TO REJ-ACCT-NO
             MOVE 'WITHDRAW'            TO REJ-TRAN-TYPE
             MOVE DRAW-AMT              TO REJ-AMOUNT
             PERFORM WRITE-REJECT-RECORD
             GO TO APPLY-WITHDRAWAL-EXIT
           END-IF.
      *
      *    A BOTH-TO-SIGN ACCOUNT ONLY PAYS WHEN THE FEED CARRIES A
      *    SECOND AUTHORIZATION - ONE INSTRUCTION CAN NO LONGER
      *    EMPTY A TWO-SIGNATURE ACCOUNT.
      *    A CHEQUE WITHDRAWAL IS SCREENED AGAINST THE STOP-PAYMENT
      *    ORDERS AND THE ISSUED CHEQUE-BOOK RANGES BEFORE ANY MONEY
      *    MOVES - A STOPPED OR NEVER-ISSUED CHEQUE NUMBER IS A
      *    REJECT, NOT A PAYMENT. ON A POSITIVE-PAY ACCOUNT THE
      *    NUMBER AND AMOUNT MUST ALSO MATCH THE CUSTOMER'S ISSUED-
      *    CHEQUE LIST - AN ALTERED AMOUNT ON A GENUINE LEAF IS HELD
      *    AS AN EXCEPTION FOR THE CUSTOMER TO DECIDE.
           MOVE 'N' TO WS-PP-MATCHED-SW.
           IF WIT-CHEQUE-NO IS NUMERIC AND WIT-CHEQUE-NO > ZEROES
             PERFORM CHECK-CHEQUE-CONTROLS
             IF WS-CHQ-STOPPED
               PERFORM WRITE-REJECT-RECORD
               GO TO APPLY-WITHDRAWAL-EXIT
             END-IF
             IF POSPAY-FLAG = 'Y'
               PERFORM CHECK-POSITIVE-PAY
               IF NOT WS-PP-MATCHED
                 DISPLAY 'WITHDRAWAL HELD - POSITIVE PAY EXCEPTION '
                         WIT-CHEQUE-NO ' ON ACCOUNT: ' ACCT-NO
                 MOVE '14'                  TO WS-REJ-REASON-CDE
                 MOVE 'POSITIVE PAY EXCEPTION'
                                             TO WS-REJ-REASON-TXT
                 MOVE ACCT-NO               TO REJ-ACCT-NO
                 MOVE 'WITHDRAW'            TO REJ-TRAN-TYPE
                 MOVE DRAW-AMT              TO REJ-AMOUNT
                 PERFORM WRITE-REJECT-RECORD
                 GO TO APPLY-WITHDRAWAL-EXIT
               END-IF
             END-IF
           END-IF.
      *
             MOVE BAL-AMT         TO WS-BAL.
             MOVE DRAW-AMT        TO WS-DRAW.
             PERFORM LOAD-OVERDRAFT-LIMIT.
             PERFORM DEFAULT-AVAIL-BALANCE.
      *    THE OVERDRAFT TEST RUNS AGAINST AVAILABLE FUNDS, NOT THE
      *    LEDGER - UNCLEARED CHEQUE DEPOSITS CANNOT BE DRAWN ON.
             COMPUTE WS-AVAILABLE = AVAIL-AMT + WS-OVERDRAFT-LIMIT.
      *    FUNDS UNDER AN ACTIVE LEGAL LIEN ARE NOT AVAILABLE, AND AN
      *    ACCOUNT UNDER LIEN GETS NO OVERDRAFT HEADROOM - DRAWING ON
      *    THE LIMIT WOULD LEAVE THE ATTACHED BALANCE UNCOVERED.
             PERFORM SUM-ACTIVE-LIENS.
             IF WS-LIEN-HELD > ZEROES
                COMPUTE WS-AVAILABLE = AVAIL-AMT - WS-LIEN-HELD
             END-IF.
      *
           IF WS-DRAW IS NOT = ZEROES THEN
             IF WIT-CURRENCY-CODE = SPACES OR
                        'LIMIT FOR ACCOUNT: ' ACCT-NO
                MOVE '03'                     TO WS-REJ-REASON-CDE
                MOVE 'EXCEEDS OVERDRAFT LIMIT' TO WS-REJ-REASON-TXT
                IF WS-LIEN-HELD > ZEROES
                   MOVE '15'                  TO WS-REJ-REASON-CDE
                   MOVE 'FUNDS HELD UNDER LEGAL LIEN'
                                              TO WS-REJ-REASON-TXT
                END-IF
                MOVE ACCT-NO                  TO REJ-ACCT-NO
                MOVE 'WITHDRAW'               TO REJ-TRAN-TYPE
                MOVE DRAW-AMT                 TO REJ-AMOUNT
                PERFORM WRITE-REJECT-RECORD
             ELSE
      *    A WITHDRAWAL THAT WOULD TAKE TODAY'S TOTAL AMOUNT OR COUNT
      *    THROUGH ITS CHANNEL PAST THE ACCOUNT'S VELOCITY LIMIT IS
      *    REJECTED AND REPORTED TO THE FRAUD DESK.
               PERFORM CHECK-VELOCITY-LIMITS
                   THRU CHECK-VELOCITY-LIMITS-EXIT
               IF WS-VEL-BREACH
                  DISPLAY 'WITHDRAWAL REJECTED - VELOCITY LIMIT '
                          'FOR ACCOUNT: ' ACCT-NO
                  MOVE '17'                  TO WS-REJ-REASON-CDE
                  MOVE 'DAILY VELOCITY LIMIT EXCEEDED'
                                              TO WS-REJ-REASON-TXT
                  MOVE ACCT-NO               TO REJ-ACCT-NO
                  MOVE 'WITHDRAW'            TO REJ-TRAN-TYPE
                  MOVE DRAW-AMT              TO REJ-AMOUNT
                  PERFORM WRITE-REJECT-RECORD
                  PERFORM WRITE-VELOCITY-BREACH
                  GO TO APPLY-WITHDRAWAL-EXIT
               END-IF
               COMPUTE WS-NEW  = WS-BAL - WS-DRAW
               MOVE WS-NEW      TO WS-BAL-AMT
               MOVE WS-BAL      TO WS-PRIOR-BAL
               MOVE 'WITHDRAW' TO AUD-TRAN-TYPE
               MOVE DRAW-AMT   TO AUD-AMOUNT
               PERFORM WRITE-AUDIT-RECORD
               IF WS-PP-MATCHED
                  PERFORM MARK-POSITIVE-PAY-PAID
               END-IF
               PERFORM ADD-VELOCITY-MOVEMENT
             END-IF
           ELSE
             MOVE '02'                    TO WS-REJ-REASON-CDE
                 MOVE 'UNKNOWN ACCOUNT' TO WS-REJ-REASON-TXT
                 PERFORM WRITE-TRANSFER-REJECT
              NOT INVALID KEY
                 IF SANCTION-STATUS = 'S'
                    DISPLAY 'TRANSFER REJECTED - SANCTIONS BLOCK ON '
                            'ACCOUNT: ' ACCT-NO
                    MOVE '18' TO WS-REJ-REASON-CDE
                    MOVE 'ACCOUNT BLOCKED - SANCTIONS'
                        TO WS-REJ-REASON-TXT
                    PERFORM WRITE-TRANSFER-REJECT
                 ELSE
                    PERFORM LOOKUP-TO-SIDE-GL-ACCOUNT
                    PERFORM VALIDATE-TRANSFER-FROM-SIDE
                        THRU VALIDATE-FROM-SIDE-EXIT
                 END-IF
           END-READ.
      *
       LOOKUP-TO-SIDE-GL-ACCOUNT.
                   CONTINUE
           END-SEARCH.
           MOVE GL-CUST-ACCOUNT (GL-IDX) TO WS-TRF-TO-GL-ACCT.
           MOVE HOME-BRANCH              TO WS-TRF-TO-BRANCH.
      *
       VALIDATE-TRANSFER-FROM-SIDE.
      *
                    PERFORM WRITE-TRANSFER-REJECT
                    GO TO VALIDATE-FROM-SIDE-EXIT
                 END-IF
                 IF ESTATE-STATUS = 'E'
                    DISPLAY 'TRANSFER REJECTED - ESTATE FREEZE ON '
                            'ACCOUNT: ' ACCT-NO
                    MOVE '16' TO WS-REJ-REASON-CDE
                    MOVE 'ACCOUNT FROZEN - ESTATE'
                        TO WS-REJ-REASON-TXT
                    PERFORM WRITE-TRANSFER-REJECT
                    GO TO VALIDATE-FROM-SIDE-EXIT
                 END-IF
                 IF SANCTION-STATUS = 'S'
                    DISPLAY 'TRANSFER REJECTED - SANCTIONS BLOCK ON '
                            'ACCOUNT: ' ACCT-NO
                    MOVE '18' TO WS-REJ-REASON-CDE
                    MOVE 'ACCOUNT BLOCKED - SANCTIONS'
                        TO WS-REJ-REASON-TXT
                    PERFORM WRITE-TRANSFER-REJECT
                    GO TO VALIDATE-FROM-SIDE-EXIT
                 END-IF
                 MOVE BAL-AMT         TO WS-BAL
                 PERFORM LOAD-OVERDRAFT-LIMIT
                 PERFORM DEFAULT-AVAIL-BALANCE
                 COMPUTE WS-AVAILABLE = AVAIL-AMT + WS-OVERDRAFT-LIMIT
                 PERFORM SUM-ACTIVE-LIENS
                 IF WS-LIEN-HELD > ZEROES
                    COMPUTE WS-AVAILABLE = AVAIL-AMT - WS-LIEN-HELD
                 END-IF
                 IF WS-TRF-AMT > WS-AVAILABLE
                    DISPLAY 'TRANSFER REJECTED - EXCEEDS OVERDRAFT '
                            'LIMIT FOR ACCOUNT: ' ACCT-NO
                    MOVE '03' TO WS-REJ-REASON-CDE
                    MOVE 'EXCEEDS OVERDRAFT LIMIT'
                                 TO WS-REJ-REASON-TXT
                    IF WS-LIEN-HELD > ZEROES
                       MOVE '15' TO WS-REJ-REASON-CDE
                       MOVE 'FUNDS HELD UNDER LEGAL LIEN'
                                 TO WS-REJ-REASON-TXT
                    END-IF
                    PERFORM WRITE-TRANSFER-REJECT
                 ELSE
                    PERFORM APPLY-TRANSFER-LEGS
           MOVE WS-CURR-TRAN-REF TO AUD-TRAN-REF.
           MOVE WS-CURR-BRANCH-ID TO AUD-BRANCH-ID.
           MOVE WS-CURR-TELLER-ID TO AUD-TELLER-ID.
           MOVE WS-CURR-INSTR-TYPE  TO AUD-INSTR-TYPE.
           MOVE WS-CURR-CHEQUE-NO   TO AUD-CHEQUE-NO.
           MOVE WS-CURR-DRAWEE-BANK TO AUD-DRAWEE-BANK.
           MOVE 'H'                 TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN.
           WRITE AUDIT-TRAIL-REC.
           MOVE SPACES              TO WS-CURR-INSTR-TYPE.
           MOVE ZEROES              TO WS-CURR-CHEQUE-NO.
           MOVE SPACES              TO WS-CURR-DRAWEE-BANK.
           PERFORM WRITE-GL-POSTING.
           PERFORM RECORD-TRAN-REF.
      *
           MOVE AUD-TRAN-DATE TO GL-TRAN-DATE.
           MOVE AUD-TRAN-REF  TO GL-TRAN-REF.
           MOVE AUD-BRANCH-ID TO GL-BRANCH-ID.
      *    INTEREST, CHARGES AND TAX ON THEM ARE THE ACCOUNT'S OWN -
      *    BOTH SIDES BOOK TO ITS HOME BRANCH, SO EACH BRANCH'S GL
      *    CARRIES THE INCOME AND COST OF THE ACCOUNTS IT HOLDS.
           IF AUD-TRAN-TYPE = 'INTEREST' OR 'FEE     ' OR 'RTNFEE  '
                           OR 'WHT     ' OR 'DRINT   '
              MOVE HOME-BRANCH TO GL-BRANCH-ID
           END-IF.
      *
           EVALUATE AUD-TRAN-TYPE
      *    A PAIRED LEG BOOKS THE CUSTOMER SIDE TO THE ACCOUNT'S HOME
      *    BRANCH AND THE CASH-CONTROL SIDE TO THE CONTRA BRANCH THE
      *    GENERATOR NAMED.
               WHEN 'DEPOSIT '
                 IF WS-CURR-PAIRED
                   MOVE WS-CASH-CONTROL-ACCT  TO WS-GLP-DR-ACCT
                   MOVE WS-CURR-CONTRA-BRANCH TO WS-GLP-DR-BRANCH
                   MOVE WS-GL-CUST-ACCOUNT    TO WS-GLP-CR-ACCT
                   MOVE HOME-BRANCH           TO WS-GLP-CR-BRANCH
                   PERFORM WRITE-GL-BRANCH-PAIR
                 ELSE
                   MOVE WS-CASH-CONTROL-ACCT TO GL-ACCOUNT-CODE
                   MOVE 'DR'                 TO GL-DR-CR
                   WRITE GL-FEED-REC
                   MOVE WS-GL-CUST-ACCOUNT   TO GL-ACCOUNT-CODE
                   MOVE 'CR'                 TO GL-DR-CR
                   WRITE GL-FEED-REC
                 END-IF
               WHEN 'WITHDRAW'
                 IF WS-CURR-PAIRED
                   MOVE WS-GL-CUST-ACCOUNT    TO WS-GLP-DR-ACCT
                   MOVE HOME-BRANCH           TO WS-GLP-DR-BRANCH
                   MOVE WS-CASH-CONTROL-ACCT  TO WS-GLP-CR-ACCT
                   MOVE WS-CURR-CONTRA-BRANCH TO WS-GLP-CR-BRANCH
                   PERFORM WRITE-GL-BRANCH-PAIR
                 ELSE
                   MOVE WS-GL-CUST-ACCOUNT   TO GL-ACCOUNT-CODE
                   MOVE 'DR'                 TO GL-DR-CR
                   WRITE GL-FEED-REC
                   MOVE WS-CASH-CONTROL-ACCT TO GL-ACCOUNT-CODE
                   MOVE 'CR'                 TO GL-DR-CR
                   WRITE GL-FEED-REC
                 END-IF
               WHEN 'INTEREST'
                   MOVE WS-INTEREST-EXP-ACCT TO GL-ACCOUNT-CODE
                   MOVE 'DR'                 TO GL-DR-CR
      *    A TRANSFER'S BALANCED PAIR IS WRITTEN OFF THE TRF-OUT LEG
      *    ALONE (DR THE FROM-CUSTOMER GL, CR THE TO-CUSTOMER GL,
      *    SAVED BY LOOKUP-TO-SIDE-GL-ACCOUNT) - THE TRF-IN LEG
      *    WRITES NO GL RECORDS, SO THE FEED STAYS IN BALANCE. EACH
      *    SIDE BOOKS TO ITS OWN ACCOUNT'S HOME BRANCH (THE RECORD
      *    AREA STILL HOLDS THE FROM-ACCOUNT HERE).
               WHEN 'TRF-OUT '
                   MOVE WS-GL-CUST-ACCOUNT   TO WS-GLP-DR-ACCT
                   MOVE HOME-BRANCH          TO WS-GLP-DR-BRANCH
                   MOVE WS-TRF-TO-GL-ACCT    TO WS-GLP-CR-ACCT
                   MOVE WS-TRF-TO-BRANCH     TO WS-GLP-CR-BRANCH
                   PERFORM WRITE-GL-BRANCH-PAIR
               WHEN 'FEE     '
                   MOVE WS-GL-CUST-ACCOUNT   TO GL-ACCOUNT-CODE
                   MOVE 'DR'                 TO GL-DR-CR
                   MOVE WS-TAX-PAYABLE-ACCT  TO GL-ACCOUNT-CODE
                   MOVE 'CR'                 TO GL-DR-CR
                   WRITE GL-FEED-REC
      *    DEBIT INTEREST ON AN OVERDRAWN ACCOUNT IS INCOME TO THE
      *    BANK, KEPT APART FROM FEE INCOME.
               WHEN 'DRINT   '
                   MOVE WS-GL-CUST-ACCOUNT   TO GL-ACCOUNT-CODE
                   MOVE 'DR'                 TO GL-DR-CR
                   WRITE GL-FEED-REC
                   MOVE WS-DRINT-INCOME-ACCT TO GL-ACCOUNT-CODE
                   MOVE 'CR'                 TO GL-DR-CR
                   WRITE GL-FEED-REC
           END-EVALUATE.
      *
      *    ONE DEBIT/CREDIT PAIR WHOSE SIDES MAY SIT IN DIFFERENT
      *    BRANCHES - EACH BRANCH'S OWN BOOKS STAY BALANCED THROUGH
      *    THE INTER-BRANCH ACCOUNT: THE DEBIT BRANCH CREDITS IT
      *    (DUE TO), THE CREDIT BRANCH DEBITS IT (DUE FROM). SAME
      *    BRANCH ON BOTH SIDES WRITES THE PLAIN PAIR.
       WRITE-GL-BRANCH-PAIR.
           MOVE WS-GLP-DR-BRANCH     TO GL-BRANCH-ID.
           MOVE WS-GLP-DR-ACCT       TO GL-ACCOUNT-CODE.
           MOVE 'DR'                 TO GL-DR-CR.
           WRITE GL-FEED-REC.
           IF WS-GLP-DR-BRANCH NOT = WS-GLP-CR-BRANCH
              MOVE WS-IB-DUE-ACCT    TO GL-ACCOUNT-CODE
              MOVE 'CR'              TO GL-DR-CR
              WRITE GL-FEED-REC
              MOVE WS-GLP-CR-BRANCH  TO GL-BRANCH-ID
              MOVE WS-IB-DUE-ACCT    TO GL-ACCOUNT-CODE
              MOVE 'DR'              TO GL-DR-CR
              WRITE GL-FEED-REC
           END-IF.
           MOVE WS-GLP-CR-BRANCH     TO GL-BRANCH-ID.
           MOVE WS-GLP-CR-ACCT       TO GL-ACCOUNT-CODE.
           MOVE 'CR'                 TO GL-DR-CR.
           WRITE GL-FEED-REC.
      *
       WRITE-RECORD.
           IF WS-STATUS IS = ZEROES THEN
           IF AVAIL-AMT NOT NUMERIC
              MOVE BAL-AMT TO AVAIL-AMT
           END-IF.
      *
      *    THE OVERDRAFT FACILITY IN FORCE TODAY - A LIMIT WHOSE
      *    EXPIRY DATE HAS PASSED COUNTS AS ZERO EVEN BEFORE THE
      *    ODFACIL SWEEP HAS TAKEN IT OFF THE MASTER. NO EXPIRY DATE
      *    (A LIMIT SET BEFORE FACILITY DATES EXISTED) IS OPEN-ENDED.
       LOAD-OVERDRAFT-LIMIT.
           MOVE OVERDRAFT-LIMIT TO WS-OVERDRAFT-LIMIT.
           IF OD-EXPIRY-DATE IS NUMERIC
              AND OD-EXPIRY-DATE > ZEROES
              AND OD-EXPIRY-DATE < WS-TODAY-DATE
              MOVE ZEROES TO WS-OVERDRAFT-LIMIT
           END-IF.
      *
       LOOKUP-HOLD-PERIOD.
           IF WS-HOLD-LOOKUP-TYPE = SPACE
           MOVE AVAIL-AMT        TO JRN-PRIOR-AVAIL.
           MOVE WS-JRN-TRAN-TYPE TO JRN-TRAN-TYPE.
           MOVE WS-TODAY-DATE    TO JRN-DATE.
           MOVE 'H'              TO WS-JRN-CHAIN-FUNC.
           CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN.
           WRITE JOURNAL-REC.
      *
      *    STOP-PAYMENT LOOKUP IS A DIRECT KEYED READ; THE ISSUED-
              END-READ
           END-IF.
      *    AN ABSENT REGISTER TREATS EVERY CHEQUE AS ISSUED, WHICH
      *    IS EXACTLY THE OLD BEHAVIOUR. A RANGE STOPPED WHOLESALE
      *    (CQR-STOP-DATE SET) COUNTS AS A STOP ON EVERY LEAF IN IT.
           IF WS-CHQ-STATUS NOT = '00'
              MOVE 'Y' TO WS-CHQ-IN-RANGE-SW
           ELSE
                       IF WS-CHQ-NO NOT > CQR-END-NO
                           MOVE 'Y' TO WS-CHQ-IN-RANGE-SW
                           MOVE 'Y' TO WS-CHQ-SCAN-DONE-SW
                           IF CQR-STOP-DATE NUMERIC
                              AND CQR-STOP-DATE > ZEROES
                               MOVE 'Y' TO WS-CHQ-STOPPED-SW
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      *    ONE KEYED READ BY ACCOUNT/CHEQUE NUMBER. ANYTHING BUT AN
      *    ISSUED ENTRY FOR EXACTLY THE PRESENTED AMOUNT IS PARKED ON
      *    THE REGISTER AS A PENDING EXCEPTION ('X') CARRYING THE
      *    PRESENTED AMOUNT AND REFERENCE - PPEXCP SENDS IT TO THE
      *    CUSTOMER, PPDECIDE APPLIES THE ANSWER. A CHEQUE NEVER ON
      *    THE CUSTOMER'S LIST GETS A REGISTER RECORD OF ITS OWN
      *    (STATUS 'N') TO CARRY THE EXCEPTION.
       CHECK-POSITIVE-PAY.
           MOVE 'N'       TO WS-PP-MATCHED-SW.
           MOVE 'Y'       TO WS-PP-FOUND-SW.
           MOVE DRAW-AMT  TO WS-PP-PRESENTED.
           MOVE ACCT-NO   TO PP-ACCT-NO.
           MOVE WS-CHQ-NO TO PP-CHEQUE-NO.
           READ POS-PAY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PP-FOUND-SW
           END-READ.
           IF NOT WS-PP-FOUND
              MOVE SPACES    TO POS-PAY-DATA
              MOVE ZEROES    TO PP-ISSUED-AMOUNT
              MOVE ZEROES    TO PP-ISSUE-DATE
              MOVE ZEROES    TO PP-LOAD-DATE
              MOVE ZEROES    TO PP-PAID-DATE
              MOVE 'N'       TO PP-STATUS
              MOVE '01'      TO WS-PP-REASON
           ELSE
              EVALUATE TRUE
                 WHEN PP-ISSUED
                  AND PP-ISSUED-AMOUNT = WS-PP-PRESENTED
                    MOVE 'Y'  TO WS-PP-MATCHED-SW
                 WHEN PP-ISSUED
                    MOVE '02' TO WS-PP-REASON
                 WHEN PP-PAID
                    MOVE '03' TO WS-PP-REASON
                 WHEN PP-VOIDED
                    MOVE '04' TO WS-PP-REASON
                 WHEN OTHER
                    MOVE '01' TO WS-PP-REASON
              END-EVALUATE
           END-IF.
           IF NOT WS-PP-MATCHED
              ADD 1                TO WS-PP-EXCEPTIONS
              MOVE 'X'             TO PP-EXC-STATUS
              MOVE WS-PP-REASON    TO PP-EXC-REASON
              MOVE WS-TODAY-DATE   TO PP-EXC-DATE
              MOVE WS-PP-PRESENTED TO PP-EXC-AMOUNT
              MOVE WIT-TRAN-REF    TO PP-EXC-REF
              MOVE ZEROES          TO PP-DECIDED-DATE
              MOVE SPACE           TO PP-DECIDED-BY
              IF WS-PP-FOUND
                 REWRITE POS-PAY-REC
              ELSE
                 WRITE POS-PAY-REC
              END-IF
           END-IF.
      *
      *    EVERY LIEN REGISTERED AGAINST THE ACCOUNT IN BALANCE-IO
      *    (KEYED ACCT-NO/ORDER-REF, SO THEY SIT TOGETHER) THAT IS IN
      *    FORCE TODAY - ACTIVE, EFFECTIVE, NOT YET AT ITS RELEASE
      *    DATE - ADDS ITS UNREMITTED AMOUNT TO WS-LIEN-HELD. SAME
      *    SCAN SHAPE AS LOOKUP-CHEQUE-RANGE.
       SUM-ACTIVE-LIENS.
           MOVE ZEROES TO WS-LIEN-HELD.
           IF WS-LIEN-STATUS = '00'
              MOVE 'N' TO WS-LIEN-SCAN-DONE-SW
              MOVE ACCT-NO    TO LI-ACCT-NO
              MOVE LOW-VALUES TO LI-ORDER-REF
              START LIEN-REG-FILE KEY IS NOT LESS THAN LI-KEY
                  INVALID KEY
                      MOVE 'Y' TO WS-LIEN-SCAN-DONE-SW
              END-START
              PERFORM SCAN-ONE-LIEN
                  UNTIL WS-LIEN-SCAN-DONE
           END-IF.
      *
       SCAN-ONE-LIEN.
           READ LIEN-REG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LIEN-SCAN-DONE-SW
               NOT AT END
                   IF LI-ACCT-NO NOT = ACCT-NO
                       MOVE 'Y' TO WS-LIEN-SCAN-DONE-SW
                   ELSE
                       IF LI-ACTIVE
                          AND LI-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                          AND (LI-RELEASE-DATE = ZEROES
                               OR LI-RELEASE-DATE > WS-TODAY-DATE)
                          AND LI-AMOUNT > LI-REMITTED-AMT
                           COMPUTE WS-LIEN-HELD = WS-LIEN-HELD
                                   + LI-AMOUNT - LI-REMITTED-AMT
                       END-IF
                   END-IF
           END-READ.
      *
      *    THE MATCHED ENTRY IS STILL IN THE RECORD AREA FROM
      *    CHECK-POSITIVE-PAY - NO OTHER REGISTER I/O HAS RUN SINCE.
       MARK-POSITIVE-PAY-PAID.
           MOVE 'P'           TO PP-STATUS.
           MOVE WS-TODAY-DATE TO PP-PAID-DATE.
           MOVE WIT-TRAN-REF  TO PP-PAID-REF.
           REWRITE POS-PAY-REC.
      *
      *    WHICH VELOCITY CHANNEL THE WITHDRAWAL CAME THROUGH, BY
      *    ITS ORIGINATING BRANCH. THE OTHER PSEUDO-BRANCHES (AND A
      *    BLANK ONE FROM THE INTERNAL GENERATORS) CARRY PAYMENTS,
      *    COLLECTIONS AND DECISIONS THAT ARE CONTROLLED ELSEWHERE.
       SET-VELOCITY-CHANNEL.
           EVALUATE WIT-BRANCH-ID
              WHEN 'NETW'
                 MOVE 2 TO WS-VEL-CHANNEL
              WHEN 'SORD'
                 MOVE 3 TO WS-VEL-CHANNEL
              WHEN SPACES
              WHEN 'EPAY'
              WHEN 'DDEB'
              WHEN 'PPAY'
              WHEN 'DISP'
                 MOVE ZERO TO WS-VEL-CHANNEL
              WHEN OTHER
                 MOVE 1 TO WS-VEL-CHANNEL
           END-EVALUATE.
      *
      *    SETS WS-VEL-BREACH WHEN THE WITHDRAWAL IN WS-DRAW WOULD
      *    TAKE THE ACCOUNT'S TOTAL FOR ITS CHANNEL TODAY PAST THE
      *    AMOUNT LIMIT OR THE COUNT LIMIT. THE ACCOUNT'S WORK RECORD
      *    IS LEFT IN THE RECORD AREA FOR ADD-VELOCITY-MOVEMENT.
       CHECK-VELOCITY-LIMITS.
           MOVE 'N'    TO WS-VEL-BREACH-SW.
           MOVE SPACES TO WS-VEL-BREACH-TYPE.
           PERFORM SET-VELOCITY-CHANNEL.
           IF WS-VEL-CHANNEL = ZERO
              GO TO CHECK-VELOCITY-LIMITS-EXIT
           END-IF.
      *
           MOVE 'N' TO WS-VEL-FOUND-SW.
           IF WS-VEL-STATUS = '00'
              MOVE ACCT-NO TO VL-ACCT-NO
              READ VEL-LIMIT-FILE
                  INVALID KEY
                      MOVE 'N' TO WS-VEL-FOUND-SW
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-VEL-FOUND-SW
              END-READ
           END-IF.
           IF WS-VEL-FOUND
              MOVE VL-AMT-LIMIT (WS-VEL-CHANNEL) TO WS-VEL-AMT-LIMIT
              MOVE VL-CNT-LIMIT (WS-VEL-CHANNEL) TO WS-VEL-CNT-LIMIT
           ELSE
              SET VD-IDX TO 1
              SEARCH VD-ENTRY
                  AT END
                      SET VD-IDX TO 5
                  WHEN VD-ACCT-TYPE (VD-IDX) = ACCT-TYPE
                      CONTINUE
              END-SEARCH
              MOVE VD-AMT-LIMIT (VD-IDX WS-VEL-CHANNEL)
                                         TO WS-VEL-AMT-LIMIT
              MOVE VD-CNT-LIMIT (VD-IDX WS-VEL-CHANNEL)
                                         TO WS-VEL-CNT-LIMIT
           END-IF.
      *
           MOVE ACCT-NO TO VW-ACCT-NO.
           READ VEL-WORK-FILE
               INVALID KEY
                   MOVE 'N'     TO WS-VELWK-FOUND-SW
                   INITIALIZE VEL-WORK-REC
                   MOVE ACCT-NO TO VW-ACCT-NO
               NOT INVALID KEY
                   MOVE 'Y'     TO WS-VELWK-FOUND-SW
           END-READ.
           COMPUTE WS-VEL-DAY-AMT = VW-AMT (WS-VEL-CHANNEL) + WS-DRAW.
           COMPUTE WS-VEL-DAY-CNT = VW-CNT (WS-VEL-CHANNEL) + 1.
      *
           IF WS-VEL-AMT-LIMIT > ZEROES
              AND WS-VEL-DAY-AMT > WS-VEL-AMT-LIMIT
              MOVE 'Y'     TO WS-VEL-BREACH-SW
              MOVE 'VALUE' TO WS-VEL-BREACH-TYPE
              GO TO CHECK-VELOCITY-LIMITS-EXIT
           END-IF.
           IF WS-VEL-CNT-LIMIT > ZEROES
              AND WS-VEL-DAY-CNT > WS-VEL-CNT-LIMIT
              MOVE 'Y'     TO WS-VEL-BREACH-SW
              MOVE 'COUNT' TO WS-VEL-BREACH-TYPE
           END-IF.
      *
       CHECK-VELOCITY-LIMITS-EXIT.
           EXIT.
      *
      *    THE WORK RECORD IS STILL IN THE RECORD AREA FROM
      *    CHECK-VELOCITY-LIMITS - NO OTHER WORK-FILE I/O HAS RUN.
       ADD-VELOCITY-MOVEMENT.
           IF WS-VEL-CHANNEL > ZERO
              MOVE WS-VEL-DAY-AMT TO VW-AMT (WS-VEL-CHANNEL)
              MOVE WS-VEL-DAY-CNT TO VW-CNT (WS-VEL-CHANNEL)
              IF WS-VELWK-FOUND
                 REWRITE VEL-WORK-REC
              ELSE
                 WRITE VEL-WORK-REC
              END-IF
           END-IF.
      *
       WRITE-VELOCITY-BREACH.
           ADD 1 TO WS-VEL-BREACHES.
           MOVE ACCT-NO            TO VR-ACCT-NO.
           MOVE WIT-BRANCH-ID      TO VR-BRANCH-ID.
           MOVE WIT-TRAN-REF       TO VR-TRAN-REF.
           MOVE WS-DRAW            TO VR-AMOUNT.
           MOVE WS-VEL-DAY-AMT     TO VR-DAY-AMT.
           MOVE WS-VEL-AMT-LIMIT   TO VR-AMT-LIMIT.
           MOVE WS-VEL-DAY-CNT     TO VR-DAY-CNT.
           MOVE WS-VEL-CNT-LIMIT   TO VR-CNT-LIMIT.
           MOVE WS-VEL-BREACH-TYPE TO VR-BREACH-TYPE.
           WRITE VEL-RPT-REC FROM VELRPT-DETAIL-REC.
      *
       VALIDATE-CHECK-DIGIT.
           MOVE 'V' TO WS-CHKDGT-FUNC.
           END-SEARCH.
           MOVE INT-RATE (INT-IDX) TO WS-INT-RATE.
      *
      *    CREDIT INTEREST IS EARNED ON A POSITIVE BALANCE ONLY - AN
      *    OVERDRAWN BALANCE IS CHARGED DEBIT INTEREST BELOW INSTEAD.
           IF BAL-AMT > ZEROES
               COMPUTE WS-INTEREST-AMT ROUNDED = BAL-AMT * WS-INT-RATE
           ELSE
               MOVE ZEROES TO WS-INTEREST-AMT
           END-IF.
      *
           IF WS-INTEREST-AMT NOT = ZEROES
               PERFORM DEFAULT-AVAIL-BALANCE
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.
      *
           IF BAL-AMT < ZEROES
               PERFORM APPLY-DEBIT-INTEREST
           END-IF.
      *
      *    THE OVERDRAWN AMOUNT SPLITS INTO THE PART INSIDE THE
      *    FACILITY IN FORCE TODAY (DEBIT RATE) AND ANY EXCESS OVER
      *    IT (PENALTY RATE). NO WITHHOLDING TAX - THIS IS A CHARGE
      *    TO THE CUSTOMER, NOT INTEREST PAID TO THEM.
       APPLY-DEBIT-INTEREST.
      *
           SET DR-IDX TO 1.
           SEARCH DR-ENTRY
               AT END
                   SET DR-IDX TO 5
               WHEN DR-ACCT-TYPE (DR-IDX) = ACCT-TYPE
                   CONTINUE
           END-SEARCH.
           PERFORM LOAD-OVERDRAFT-LIMIT.
           COMPUTE WS-OVERDRAWN-AMT = ZEROES - BAL-AMT.
           IF WS-OVERDRAWN-AMT > WS-OVERDRAFT-LIMIT
               COMPUTE WS-EXCESS-AMT =
                   WS-OVERDRAWN-AMT - WS-OVERDRAFT-LIMIT
           ELSE
               MOVE ZEROES TO WS-EXCESS-AMT
           END-IF.
           COMPUTE WS-DRINT-AMT ROUNDED =
               ((WS-OVERDRAWN-AMT - WS-EXCESS-AMT) * DR-RATE (DR-IDX))
               + (WS-EXCESS-AMT * DR-PENALTY-RATE (DR-IDX)).
      *
           IF WS-DRINT-AMT > ZEROES
               PERFORM DEFAULT-AVAIL-BALANCE
               MOVE BAL-AMT TO WS-PRIOR-BAL
               MOVE 'DRINT   ' TO WS-JRN-TRAN-TYPE
               SUBTRACT WS-DRINT-AMT FROM BAL-AMT
               MOVE BAL-AMT TO WS-BAL-AMT
               PERFORM WRITE-JOURNAL-RECORD
               SUBTRACT WS-DRINT-AMT FROM AVAIL-AMT
               REWRITE BALANCE-IO
               MOVE 'DRINT   ' TO AUD-TRAN-TYPE
               MOVE WS-DRINT-AMT TO AUD-AMOUNT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
      *
      *    ONLY THE SLICE OF TONIGHT'S GROSS THAT PUSHES THE YEAR'S
      *    CUMULATIVE INTEREST PAST THE ANNUAL THRESHOLD IS TAXED.
      *
           PERFORM COUNT-MONTH-WITHDRAWALS.
      *
           MOVE FEE-MAINT-AMT (FEE-IDX) TO WS-FEE-MAINT-PART.
           COMPUTE WS-FEE-WD-PART =
               FEE-PER-WD-AMT (FEE-IDX) * WS-WD-COUNT.
           MOVE ZEROES TO WS-FEE-BMIN-PART.
           IF BAL-AMT < FEE-MIN-BALANCE (FEE-IDX)
               MOVE FEE-BELOW-MIN (FEE-IDX) TO WS-FEE-BMIN-PART
           END-IF.
           COMPUTE WS-FEE-AMT =
               WS-FEE-MAINT-PART + WS-FEE-WD-PART + WS-FEE-BMIN-PART.
      *
           IF WS-FEE-AMT NOT = ZEROES AND WS-REL-TIER-COUNT > ZEROES
               PERFORM APPLY-RELATIONSHIP-WAIVER
           END-IF.
      *
           IF WS-FEE-AMT NOT = ZEROES
                       END-IF
                   END-IF
           END-READ.
      *
      *    THE ACCOUNT IS PRICED AT THE HIGHEST RELTIER TIER ITS
      *    RELATIONSHIP TOTAL REACHES - THE BEST TOTAL AMONG ITS
      *    HOLDERS, OR ITS OWN BALANCE WHEN NO HOLDER IS ON CUSTACCT.
      *    EACH FEE COMPONENT LOSES ITS OWN WAIVE PERCENTAGE AND THE
      *    ACCOUNT GOES ON THE WAIVER REGISTER; ONLY THE NET FEE IS
      *    POSTED.
       APPLY-RELATIONSHIP-WAIVER.
      *
           MOVE 'A'    TO RX-REC-TYPE.
           MOVE ACCT-NO TO RX-KEY-ID.
           READ REL-WORK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REL-FOUND-SW
           END-READ.
           IF WS-REL-FOUND
               MOVE RX-REL-TOTAL TO WS-REL-TOTAL
               MOVE RX-BEST-CUST TO WS-REL-CUST-NO
           ELSE
               MOVE BAL-AMT TO WS-REL-NATIVE-AMT
               PERFORM CONVERT-HOLDING-TO-USD
               MOVE WS-REL-USD-AMT TO WS-REL-TOTAL
               MOVE SPACES TO WS-REL-CUST-NO
           END-IF.
      *
           MOVE ZEROES TO WS-REL-BEST-IDX.
           PERFORM PICK-ONE-REL-TIER
               VARYING RLT-IDX FROM 1 BY 1
               UNTIL RLT-IDX > WS-REL-TIER-COUNT.
           IF WS-REL-BEST-IDX > ZEROES
               MOVE WS-FEE-AMT TO WS-FEE-GROSS
               COMPUTE WS-FEE-WAIVED ROUNDED =
                   (WS-FEE-MAINT-PART *
                       RLT-MAINT-PCT (WS-REL-BEST-IDX) +
                    WS-FEE-WD-PART *
                       RLT-WD-PCT (WS-REL-BEST-IDX) +
                    WS-FEE-BMIN-PART *
                       RLT-BMIN-PCT (WS-REL-BEST-IDX)) / 100
               IF WS-FEE-WAIVED > ZEROES
                   SUBTRACT WS-FEE-WAIVED FROM WS-FEE-AMT
                   PERFORM WRITE-WAIVER-LINE
               END-IF
           END-IF.
      *
       PICK-ONE-REL-TIER.
           IF RLT-MIN (RLT-IDX) NOT > WS-REL-TOTAL
               IF WS-REL-BEST-IDX = ZEROES
                   SET WS-REL-BEST-IDX TO RLT-IDX
               ELSE
                   IF RLT-MIN (RLT-IDX) >
                      RLT-MIN (WS-REL-BEST-IDX)
                       SET WS-REL-BEST-IDX TO RLT-IDX
                   END-IF
               END-IF
           END-IF.
      *
       WRITE-WAIVER-LINE.
           MOVE ACCT-NO                      TO WV-ACCT-NO.
           MOVE WS-REL-CUST-NO               TO WV-CUST-NO.
           MOVE RLT-CODE (WS-REL-BEST-IDX)   TO WV-TIER-CODE.
           MOVE WS-REL-TOTAL                 TO WV-REL-TOTAL.
           MOVE WS-FEE-GROSS                 TO WV-GROSS.
           MOVE WS-FEE-WAIVED                TO WV-WAIVED.
           MOVE WS-FEE-AMT                   TO WV-CHARGED.
           MOVE RLT-DESC (WS-REL-BEST-IDX)   TO WV-TIER-DESC.
           WRITE WAIVER-RPT-REC FROM WAIVRPT-DETAIL-REC.
           IF WS-WAIVRPT-STATUS NOT = ZEROES
              MOVE 'Error writting file WAIVRPT'   TO WS-ERR-MSG
              MOVE WS-WAIVRPT-STATUS               TO WS-ERR-CDE
              MOVE 'WRITE-WAIVER-LINE'             TO WS-ERR-PROC
              PERFORM ERR-HANDLING
           END-IF.
           ADD 1             TO WS-WAIVED-COUNT.
           ADD WS-FEE-WAIVED TO WS-WAIVED-TOTAL.
      *
      *    ONE RELTIER ROW INTO THE TABLE. A PERCENTAGE OVER 100 IS
      *    HELD AT 100 - A WAIVER NEVER TURNS A FEE INTO A CREDIT.
       LOAD-ONE-REL-TIER.
           READ REL-TIER-FILE
               AT END
                   MOVE 'Y' TO WS-RELTIER-EOF-SW
               NOT AT END
                   IF RL-MIN-RELATIONSHIP IS NOT NUMERIC
                      OR RL-MAINT-WAIVE-PCT IS NOT NUMERIC
                      OR RL-WD-WAIVE-PCT IS NOT NUMERIC
                      OR RL-BMIN-WAIVE-PCT IS NOT NUMERIC
                       DISPLAY 'RELTIER ROW INVALID - ' RL-TIER-CODE
                               ' NOT LOADED'
                   ELSE
                       IF WS-REL-TIER-COUNT < 20
                           ADD 1 TO WS-REL-TIER-COUNT
                           SET RLT-IDX TO WS-REL-TIER-COUNT
                           MOVE RL-TIER-CODE TO RLT-CODE (RLT-IDX)
                           MOVE RL-MIN-RELATIONSHIP
                             TO RLT-MIN (RLT-IDX)
                           MOVE RL-MAINT-WAIVE-PCT
                             TO RLT-MAINT-PCT (RLT-IDX)
                           MOVE RL-WD-WAIVE-PCT
                             TO RLT-WD-PCT (RLT-IDX)
                           MOVE RL-BMIN-WAIVE-PCT
                             TO RLT-BMIN-PCT (RLT-IDX)
                           MOVE RL-DESCRIPTION TO RLT-DESC (RLT-IDX)
                           IF RLT-MAINT-PCT (RLT-IDX) > 100
                               MOVE 100 TO RLT-MAINT-PCT (RLT-IDX)
                           END-IF
                           IF RLT-WD-PCT (RLT-IDX) > 100
                               MOVE 100 TO RLT-WD-PCT (RLT-IDX)
                           END-IF
                           IF RLT-BMIN-PCT (RLT-IDX) > 100
                               MOVE 100 TO RLT-BMIN-PCT (RLT-IDX)
                           END-IF
                       ELSE
                           DISPLAY 'RELTIER TABLE FULL - '
                                   RL-TIER-CODE ' NOT LOADED'
                       END-IF
                   END-IF
           END-READ.
      *
      *    MONTH-END RELATIONSHIP TOTALS, BUILT BEFORE THE FEE PASS
      *    STARTS ITS SWEEP (THE RANDOM BALFILE READS HERE WOULD LOSE
      *    THAT SWEEP'S POSITION). THE FIRST CUSTACCT PASS TOTALS
      *    EACH CUSTOMER'S HOLDINGS ONTO A 'C' RECORD; THE SECOND
      *    GIVES EVERY ACCOUNT AN 'A' RECORD CARRYING THE BEST TOTAL
      *    AMONG ITS HOLDERS. ATTORNEYS OWN NOTHING AND ARE SKIPPED.
       BUILD-RELATIONSHIPS.
      *
           IF WS-REL-TIER-COUNT = ZEROES OR WS-XREF-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE 'N'    TO WS-XREF-EOF-SW
               MOVE SPACES TO WS-REL-CUST-NO
               MOVE ZEROES TO WS-REL-TOTAL
               PERFORM TOTAL-ONE-HOLDING
                   UNTIL WS-XREF-EOF
               IF WS-REL-CUST-NO NOT = SPACES
                   PERFORM WRITE-CUSTOMER-TOTAL
               END-IF
               CLOSE XREF-FILE
               OPEN INPUT XREF-FILE
               MOVE 'N'    TO WS-XREF-EOF-SW
               PERFORM LINK-ONE-HOLDING
                   UNTIL WS-XREF-EOF
           END-IF.
      *
       TOTAL-ONE-HOLDING.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
               NOT AT END
                   IF XR-ACCOUNT-HOLDER
                       IF XR-CUST-NO NOT = WS-REL-CUST-NO
                           IF WS-REL-CUST-NO NOT = SPACES
                               PERFORM WRITE-CUSTOMER-TOTAL
                           END-IF
                           MOVE XR-CUST-NO TO WS-REL-CUST-NO
                           MOVE ZEROES     TO WS-REL-TOTAL
                       END-IF
                       PERFORM VALUE-ONE-HOLDING
                   END-IF
           END-READ.
      *
      *    A TERM DEPOSIT'S BALFILE RECORD AND ITS TDMAST TERMS ARE
      *    THE SAME MONEY - IT IS COUNTED ONCE, AT THE TDMAST
      *    PRINCIPAL WHEN THE TERMS ARE ON FILE.
       VALUE-ONE-HOLDING.
           MOVE XR-ACCT-NO TO ACCT-NO.
           READ BALANCE-AMT KEY IS ACCT-NO
               INVALID KEY
                   MOVE 'N' TO WS-REL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REL-FOUND-SW
           END-READ.
           IF WS-REL-FOUND
               MOVE BAL-AMT TO WS-REL-NATIVE-AMT
               IF ACCT-TYPE = 'T' AND WS-TD-STATUS = '00'
                   MOVE XR-ACCT-NO TO TD-ACCT-NO
                   READ TD-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TD-PRINCIPAL TO WS-REL-NATIVE-AMT
                   END-READ
               END-IF
               PERFORM CONVERT-HOLDING-TO-USD
               ADD WS-REL-USD-AMT TO WS-REL-TOTAL
           END-IF.
      *
      *    THE TIERS ARE IN USD - A HOLDING IN ANY OTHER CURRENCY IS
      *    DIVIDED BY ITS UNITS-PER-USD RATE.
       CONVERT-HOLDING-TO-USD.
           IF CURRENCY-CODE = 'USD' OR CURRENCY-CODE = SPACES
               MOVE WS-REL-NATIVE-AMT TO WS-REL-USD-AMT
           ELSE
               MOVE CURRENCY-CODE TO WS-LOOKUP-CCY
               PERFORM LOOKUP-CURRENCY-RATE
               IF WS-LOOKUP-RATE > ZEROES
                   COMPUTE WS-REL-USD-AMT ROUNDED =
                       WS-REL-NATIVE-AMT / WS-LOOKUP-RATE
               ELSE
                   MOVE WS-REL-NATIVE-AMT TO WS-REL-USD-AMT
               END-IF
           END-IF.
      *
       WRITE-CUSTOMER-TOTAL.
           MOVE 'C'            TO RX-REC-TYPE.
           MOVE WS-REL-CUST-NO TO RX-KEY-ID.
           MOVE WS-REL-TOTAL   TO RX-REL-TOTAL.
           MOVE WS-REL-CUST-NO TO RX-BEST-CUST.
           WRITE REL-WORK-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *
       LINK-ONE-HOLDING.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
               NOT AT END
                   IF XR-ACCOUNT-HOLDER
                       PERFORM LINK-ACCOUNT-TO-HOLDER
                   END-IF
           END-READ.
      *
       LINK-ACCOUNT-TO-HOLDER.
           MOVE 'C'        TO RX-REC-TYPE.
           MOVE XR-CUST-NO TO RX-KEY-ID.
           READ REL-WORK-FILE
               INVALID KEY
                   MOVE ZEROES TO WS-REL-TOTAL
               NOT INVALID KEY
                   MOVE RX-REL-TOTAL TO WS-REL-TOTAL
           END-READ.
           MOVE 'A'        TO RX-REC-TYPE.
           MOVE XR-ACCT-NO TO RX-KEY-ID.
           READ REL-WORK-FILE
               INVALID KEY
                   MOVE WS-REL-TOTAL TO RX-REL-TOTAL
                   MOVE XR-CUST-NO   TO RX-BEST-CUST
                   WRITE REL-WORK-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF WS-REL-TOTAL > RX-REL-TOTAL
                       MOVE WS-REL-TOTAL TO RX-REL-TOTAL
                       MOVE XR-CUST-NO   TO RX-BEST-CUST
                       REWRITE REL-WORK-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.
      *
       CLOSE-FILES.
           CLOSE BALANCE-AMT.
           CLOSE DEPOSIT-AMT.
           CLOSE WITHDRW-AMT.
           CLOSE OUTPUT-AMT.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN.
           WRITE AUDIT-TRAIL-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.
           CLOSE RECON-FILE.
           CLOSE GL-FEED-FILE.
           CLOSE REF-HIST-FILE.
           CLOSE REF-ARCH-FILE.
           MOVE 'S' TO WS-JRN-CHAIN-FUNC.
           CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.
           CLOSE TRANSFER-FILE.
           CLOSE REVERSAL-FILE.
           CLOSE RATE-FILE.
           CLOSE CHQ-REG-FILE.
           CLOSE STOP-PAY-FILE.
           CLOSE POS-PAY-FILE.
           CLOSE LIEN-REG-FILE.
           DISPLAY 'POSITIVE PAY EXCEPTIONS: ' WS-PP-EXCEPTIONS.
           MOVE WS-VEL-BREACHES TO VR-TOT-BREACHES.
           WRITE VEL-RPT-REC FROM VELRPT-TOTAL-REC.
           CLOSE VEL-LIMIT-FILE.
           CLOSE VEL-WORK-FILE.
           CLOSE VEL-RPT-FILE.
           DISPLAY 'VELOCITY LIMIT BREACHES: ' WS-VEL-BREACHES.
           MOVE WS-WAIVED-COUNT TO WV-TOT-COUNT.
           MOVE WS-WAIVED-TOTAL TO WV-TOT-WAIVED.
           WRITE WAIVER-RPT-REC FROM WAIVRPT-TOTAL-REC.
           CLOSE REL-TIER-FILE.
           CLOSE XREF-FILE.
           CLOSE TD-MASTER-FILE.
           CLOSE REL-WORK-FILE.
           CLOSE WAIVER-RPT-FILE.
           DISPLAY 'FEE WAIVERS GRANTED    : ' WS-WAIVED-COUNT.
      *
       ERR-HANDLING.
            DISPLAY '********************************'.
