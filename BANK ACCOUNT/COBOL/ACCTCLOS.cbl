      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 02-11-2020
      * Purpose: ACCOUNT CLOSURE SETTLEMENT - TAKES THE BRANCHES'
      *        : CLOSE REQUESTS (CLOSREQ, EACH NAMING ITS PAYOUT
      *        : ROUTE - TRANSFER TO ANOTHER OF OUR ACCOUNTS OR A
      *        : CASHIER'S CHEQUE), ACCRUES INTEREST TO DATE,
      *        : CHARGES THE CLOSING FEE, REFUSES WHILE DEPOSIT
      *        : HOLDS, WAREHOUSED VALUE-DATED ITEMS OR A LEGAL LIEN
      *        : ARE STILL OUTSTANDING, CANCELS THE ACCOUNT'S STORDMST
      *        : STANDING ORDERS AND CHQREG CHEQUE-BOOK RANGES,
      *        : POSTS THE FINAL PAYOUT THROUGH THE NORMAL
      *        : MACHINERY (JRNFILE BEFORE-IMAGES, GLFEED PAIRS,
      *        : AUDITFIL-SHAPE RECORDS) AND HANDS BNKACCM A
      *        : RELEASE-READY 'D' CLOSE TRANSACTION FOR THE NOW
      *        : ZERO-BALANCE ACCOUNT, WITH A CLOSURE ADVICE FOR
      *        : THE CUSTOMER. AN ADVICE FOR A CUSTOMER WHOSE ADDRESS
      *        : IS FLAGGED BAD ON CUSKS080 IS MARKED FOR BRANCH HOLD
      *        : AND GOES ON THE MAILHOLD HOLD LIST, NOT INTO THE POST.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. ACCTCLOS.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    ONE CLOSE REQUEST PER RECORD, KEYED AT THE BRANCH BY THE
      *    OPERATOR AND COUNTERSIGNED BY A SECOND (CHECKER) ID.
           SELECT CLOSE-REQ-FILE ASSIGN TO CLOSREQ
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-REQ-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
      *    TONIGHT'S HOLD CARRY-FORWARD (BNKACC'S HOLDOUT) - EVERY
      *    RECORD ON IT IS A DEPOSIT STILL UNDER HOLD.
           SELECT OPTIONAL HOLD-IN-FILE ASSIGN TO HOLDIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-HOLD-STATUS.
      *
      *    VALUE-DATED ITEMS STILL WAITING FOR THEIR DAY - TONIGHT'S
      *    NEW WAREHSE GENERATION PLUS THE WHRELSE CARRY FILE.
           SELECT OPTIONAL WAREHOUSE-IN-FILE ASSIGN TO WHSEIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WHSE-STATUS.
      *
           SELECT ORDER-MASTER-FILE ASSIGN TO STORDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS  IS  WS-ORD-STATUS.
      *
      *    CHEQUE-ISSUE REGISTER (MAINTAINED BY BNKCHQM) - THE
      *    CLOSED ACCOUNT'S RANGES ARE DELETED SO A LATE CHEQUE
      *    FAILS THE RANGE TEST INSTEAD OF PAYING.
           SELECT OPTIONAL CHQ-REG-FILE ASSIGN TO CHQREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQR-KEY
               FILE STATUS IS WS-CHQ-STATUS.
      *
      *    LEGAL LIEN REGISTER (MAINTAINED BY BNKLIENM) - AN ACCOUNT
      *    UNDER A LIEN OR GARNISHMENT ORDER CANNOT BE PAID AWAY
      *    UNTIL THE ORDER IS RELEASED OR SATISFIED.
           SELECT OPTIONAL LIEN-REG-FILE ASSIGN TO LIENREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LI-KEY
               FILE STATUS IS WS-LIEN-STATUS.
      *
      *    TRANSACTION-HISTORY ARCHIVE - READ FOR THE YEAR'S GROSS
      *    INTEREST SO THE CLOSING ACCRUAL IS TAXED THE WAY BNKACC'S
      *    MONTH-END ACCRUAL IS. ABSENT = YEAR-TO-DATE OF ZERO.
           SELECT OPTIONAL TRAN-HIST-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TH-STATUS.
      *
      *    CUSTOMER MASTER - NAME AND ADDRESS FOR THE ADVICE AND THE
      *    DEFAULT CASHIER'S-CHEQUE PAYEE.
           SELECT OPTIONAL CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS IS WS-CUST-STATUS.
      *
      *    BEFORE-IMAGE JOURNAL, SAME LAYOUT BNKACC WRITES - ONE
      *    IMAGE PER AUDIT RECORD, SO BNKBACK CAN BACK A BAD RUN OUT.
           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-JRN-STATUS.
      *
           SELECT GL-FEED-FILE ASSIGN TO GLFEED
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-GL-STATUS.
      *
      *    ONE AUDIT RECORD PER POSTING IN THE SHARED AUDITFIL SHAPE
      *    - CLSAUDIT CONCATENATES ONTO BNKHARC'S AUDITIN (THE
      *    TDMATURE/TDMAUDIT PATTERN) SO THE SETTLEMENT REACHES
      *    TRANHIST, THE STATEMENTS AND THE AS-OF RECONSTRUCTION.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO CLSAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
      *    RELEASE-READY 'D' TRANSACTIONS IN BNKACCM'S ACCTTRAN
      *    LAYOUT - ONE PER ACCOUNT SETTLED TONIGHT.
           SELECT CLOSE-TRAN-FILE ASSIGN TO CLSTRAN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTRAN-STATUS.
      *
           SELECT CLOSE-ADVICE-FILE ASSIGN TO CLSADV
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ADV-STATUS.
      *
           SELECT CLOSE-RPT-FILE ASSIGN TO CLSRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
           SELECT MAIL-HOLD-FILE ASSIGN TO MAILHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS  WS-MHOLD-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    CLR-PAYOUT-ROUTE 'T' PAYS THE NET BALANCE ACROSS TO
      *    CLR-PAYOUT-ACCT; 'C' ISSUES A CASHIER'S CHEQUE TO
      *    CLR-PAYEE-NAME (SPACES = THE CUSTOMER'S OWN NAME).
       FD  CLOSE-REQ-FILE RECORDING MODE F.
       01  CLOSE-REQ-REC.
           05  CLR-ACCT-NO                PIC  X(10).
           05  CLR-CUST-NO                PIC  X(06).
           05  CLR-PAYOUT-ROUTE           PIC  X(01).
               88  CLR-ROUTE-TRANSFER              VALUE 'T'.
               88  CLR-ROUTE-CHEQUE                VALUE 'C'.
           05  CLR-PAYOUT-ACCT            PIC  X(10).
           05  CLR-PAYEE-NAME             PIC  X(30).
           05  CLR-OPERATOR-ID            PIC  X(08).
           05  CLR-CHECKER-ID             PIC  X(08).
           05  FILLER                     PIC  X(07).
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
      *    LAYOUT MIRRORS BNKACC.CBL'S HOLD-IN-REC.
       FD  HOLD-IN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  HOLD-IN-REC.
           05  HLDI-ACCT-NO               PIC  X(10).
           05  HLDI-AMOUNT                PIC  9(7)V99.
           05  HLDI-RELEASE-DATE          PIC  9(08).
           05  HLDI-PLACED-DATE           PIC  9(08).
           05  HLDI-INSTR-TYPE            PIC  X(01).
           05  FILLER                     PIC  X(44).
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S WAREHOUSE-REC - THE PARKED
      *    DEPOSIT OR WITHDRAWAL IMAGE LEADS WITH ITS ACCOUNT NUMBER.
       FD  WAREHOUSE-IN-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  WAREHOUSE-REC.
           05  WH-TYPE                    PIC  X(01).
           05  WH-RECORD.
               10  WH-ACCT-NO             PIC  X(10).
               10  FILLER                 PIC  X(70).
           05  WH-LODGED-DATE             PIC  9(08).
           05  FILLER                     PIC  X(11).
      *
      *    LAYOUT MIRRORS STORDER.CBL'S ORDER-MASTER-REC.
       FD  ORDER-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ORDER-MASTER-REC.
           05  SO-ORDER-ID                PIC  X(06).
           05  SO-ACCT-NO                 PIC  X(10).
           05  SO-ORDER-TYPE              PIC  X(01).
           05  SO-AMOUNT                  PIC  9(7)V99.
           05  SO-FREQUENCY               PIC  X(01).
           05  SO-NEXT-RUN-DATE           PIC  9(08).
           05  SO-EXPIRY-DATE             PIC  9(08).
           05  SO-TARGET-BALANCE          PIC  9(7)V99.
           05  SO-SWEEP-TO-ACCT           PIC  X(10).
           05  SO-STATUS                  PIC  X(01).
               88  SO-SUSPENDED                    VALUE 'S'.
           05  SO-NSF-SKIP-DATE           PIC  9(08).
           05  FILLER                     PIC  X(10).
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S CHQ-REG-REC.
       FD  CHQ-REG-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CHQ-REG-REC.
           05  CQR-KEY.
               10  CQR-ACCT-NO            PIC  X(10).
               10  CQR-START-NO           PIC  9(08).
           05  CQR-END-NO                 PIC  9(08).
           05  CQR-ISSUED-DATE            PIC  9(08).
           05  CQR-STOP-DATE              PIC  9(08).
           05  FILLER                     PIC  X(38).
      *
       FD  LIEN-REG-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  LIEN-REG-REC.
           02  LI-KEY.
               03  LI-ACCT-NO             PIC  X(10).
               03  LI-ORDER-REF           PIC  X(12).
      *    NAMED LIEN FIELDS (LIEN-REG-DATA GROUP) - SEE
      *    COPYBOOKS/LIENREG.cbl
           COPY LIENREG.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S TRAN-HIST-REC.
       FD  TRAN-HIST-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  TRAN-HIST-REC.
           05  TH-KEY.
               10  TH-ACCT-NO             PIC  X(10).
               10  TH-TRAN-DATE           PIC  9(08).
               10  TH-SEQ-NO              PIC  9(04).
           05  TH-TRAN-TYPE               PIC  X(08).
           05  TH-AMOUNT                  PIC  9999999.99.
           05  FILLER                     PIC  X(40).
      *
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05  CUSKS080-KEY               PIC  X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S JOURNAL-REC.
       FD  JOURNAL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  JOURNAL-REC.
           05  JRN-SEQ                    PIC  9(09).
           05  JRN-ACCT-NO                PIC  X(10).
           05  JRN-PRIOR-BAL              PIC S9(7)V99.
           05  JRN-NEW-BAL                PIC S9(7)V99.
           05  JRN-PRIOR-AVAIL            PIC S9(7)V99.
           05  JRN-TRAN-TYPE              PIC  X(08).
           05  JRN-DATE                   PIC  9(08).
           05  FILLER                     PIC  X(12).
           05  JRN-CHAIN-LINK             PIC  9(11) COMP-3.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S GL-FEED-REC.
       FD  GL-FEED-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-FEED-REC.
           05  GL-SOURCE-ACCT-NO          PIC  X(10).
           05  FILLER                     PIC  X(01).
           05  GL-ACCOUNT-CODE            PIC  X(06).
           05  FILLER                     PIC  X(01).
           05  GL-DR-CR                   PIC  X(02).
           05  FILLER                     PIC  X(01).
           05  GL-POST-AMOUNT             PIC  9999999.99.
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-TYPE               PIC  X(08).
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-DATE               PIC  9(08).
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-REF                PIC  X(12).
           05  GL-BRANCH-ID               PIC  X(04).
           05  FILLER                     PIC  X(14).
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S AUDIT-TRAIL-REC.
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  AUDIT-TRAIL-REC.
           05  AUD-ACCT-NO                PIC  X(10).
           05  AUD-TRAN-TYPE              PIC  X(08).
           05  AUD-AMOUNT                 PIC  9999999.99.
           05  AUD-TRAN-DATE              PIC  9(08).
           05  AUD-TRAN-REF               PIC  X(12).
           05  AUD-BRANCH-ID              PIC  X(04).
           05  AUD-TELLER-ID              PIC  X(04).
           05  FILLER                     PIC  X(18).
           05  AUD-CHAIN-LINK             PIC  9(11) COMP-3.
      *
      *    LAYOUT MIRRORS BNKACCM.CBL'S ACCT-TRAN-REC.
       FD  CLOSE-TRAN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLOSE-TRAN-REC.
           05  CT-TRAN-CODE               PIC  X(01).
           05  CT-ACCT-NO                 PIC  X(10).
           05  CT-OVERDRAFT-LIMIT         PIC  9999999.99.
           05  CT-CURRENCY-CODE           PIC  X(03).
           05  CT-ACCT-TYPE               PIC  X(01).
           05  CT-CUST-NO                 PIC  X(06).
           05  CT-OPERATOR-ID             PIC  X(08).
           05  CT-HOLDER-ROLE             PIC  X(01).
           05  CT-MANDATE                 PIC  X(01).
           05  CT-OD-SANCTION-DATE        PIC  9(08).
           05  CT-OD-EXPIRY-DATE          PIC  9(08).
           05  FILLER                     PIC  X(14).
           05  CT-CHECKER-ID              PIC  X(08).
           05  CT-RELEASE-FLAG            PIC  X(01).
      *
       FD  CLOSE-ADVICE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLOSE-ADVICE-REC               PIC  X(80).
      *
       FD  CLOSE-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLOSE-RPT-REC                  PIC  X(80).
      *
      *    BRANCH HOLD LIST - SEE COPYBOOKS/MAILHOLD.cbl
       FD  MAIL-HOLD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           COPY MAILHOLD.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-REQ-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-WHSE-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ORD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CHQ-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-LIEN-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TH-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-JRN-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CTRAN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ADV-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-MHOLD-STATUS                PIC X(02) VALUE SPACES.
      *
       01  WS-REQ-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-REQ-EOF                           VALUE 'Y'.
       01  WS-HOLD-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-HOLD-EOF                          VALUE 'Y'.
       01  WS-WHSE-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-WHSE-EOF                          VALUE 'Y'.
       01  WS-ORD-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-ORD-EOF                           VALUE 'Y'.
       01  WS-CHQ-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CHQ-EOF                           VALUE 'Y'.
       01  WS-LIEN-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-LIEN-EOF                          VALUE 'Y'.
       01  WS-YTD-DONE-SW                 PIC X(01) VALUE 'N'.
           88  WS-YTD-DONE                          VALUE 'Y'.
       01  WS-FOUND-SW                    PIC X(01) VALUE 'N'.
           88  WS-FOUND                             VALUE 'Y'.
       01  WS-CHQ-PRESENT-SW              PIC X(01) VALUE 'N'.
           88  WS-CHQ-PRESENT                       VALUE 'Y'.
       01  WS-CUST-PRESENT-SW             PIC X(01) VALUE 'N'.
           88  WS-CUST-PRESENT                      VALUE 'Y'.
       01  WS-REFUSE-SW                   PIC X(01) VALUE 'N'.
           88  WS-REFUSED                           VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INT                   PIC S9(9).
       01  WS-MONTH-START-DATE            PIC 9(08).
       01  WS-NEXT-MONTH-DATE             PIC 9(08).
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NM-YEAR                 PIC 9(04).
           05  WS-NM-MONTH                PIC 9(02).
           05  WS-NM-DAY                  PIC 9(02).
       01  WS-DAYS-IN-MONTH               PIC 9(02) VALUE ZEROES.
       01  WS-DAYS-RUN                    PIC 9(02) VALUE ZEROES.
       01  WS-YEAR-START-DATE             PIC 9(08) VALUE ZEROES.
      *
       01  WS-READ-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-CLOSED-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-REFUSED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-ADV-HELD-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-PAID-OUT-TOTAL              PIC 9(11)V99 VALUE ZEROES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL AND
      *    THE JOURNAL - EVERY RECORD LINKED, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC          PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN           PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE          PIC X(08) VALUE 'CLSAUDIT'.
           05  WS-AUD-CHAIN-HASH          PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT        PIC X(01) VALUE SPACE.
       01  WS-JRN-CHAIN.
           05  WS-JRN-CHAIN-FUNC          PIC X(01) VALUE 'H'.
           05  WS-JRN-CHAIN-LEN           PIC 9(03) VALUE 80.
           05  WS-JRN-CHAIN-FILE          PIC X(08) VALUE 'CLSJRNL '.
           05  WS-JRN-CHAIN-HASH          PIC 9(11) VALUE ZEROES.
           05  WS-JRN-CHAIN-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-JRN-CHAIN-RESULT        PIC X(01) VALUE SPACE.
       01  WS-JRN-SEQ                     PIC 9(09) VALUE ZEROES.
       01  WS-REF-SEQ                     PIC 9(03) VALUE ZEROES.
       01  WS-ORDERS-CANCELLED            PIC 9(03) VALUE ZEROES.
       01  WS-RANGES-CANCELLED            PIC 9(03) VALUE ZEROES.
      *
      *    THE REFUSAL REASON PRINTED ON CLSRPT - A REFUSED REQUEST
      *    POSTS NOTHING AND MUST BE RE-KEYED ONCE IT IS CLEARED.
       01  WS-REFUSE-REASON               PIC X(30) VALUE SPACES.
      *
      *    THE CLOSING ACCOUNT'S FIGURES, SAVED BEFORE THE PAYOUT
      *    ACCOUNT IS READ INTO THE SAME RECORD AREA.
       01  WS-CLS-ACCT-NO                 PIC X(10) VALUE SPACES.
       01  WS-CLS-ACCT-TYPE               PIC X(01) VALUE SPACES.
       01  WS-CLS-CURRENCY                PIC X(03) VALUE SPACES.
       01  WS-CLS-HOME-BRANCH             PIC X(04) VALUE SPACES.
       01  WS-CLS-LEDGER-BAL              PIC S9(7)V99 VALUE ZEROES.
       01  WS-CLS-GL-ACCOUNT              PIC X(06) VALUE SPACES.
       01  WS-PAY-GL-ACCOUNT              PIC X(06) VALUE SPACES.
       01  WS-PAYEE-NAME                  PIC X(30) VALUE SPACES.
      *
       01  WS-INT-RATE                    PIC 9V9999 VALUE ZEROES.
       01  WS-INTEREST-AMT                PIC 9(7)V99 VALUE ZEROES.
       01  WS-WHT-AMT                     PIC 9(7)V99 VALUE ZEROES.
       01  WS-FEE-AMT                     PIC 9(5)V99 VALUE ZEROES.
       01  WS-NET-PAYOUT                  PIC S9(7)V99 VALUE ZEROES.
       01  WS-FEE-CEILING                 PIC S9(7)V99 VALUE ZEROES.
      *
      *    WITHHOLDING TAX ON THE CLOSING ACCRUAL - THE SAME RATE,
      *    THRESHOLD AND YEAR-TO-DATE TEST BNKACC'S MONTH-END
      *    INTEREST PASS APPLIES.
       01  WS-WHT-RATE                    PIC 9V9999 VALUE 0.1000.
       01  WS-WHT-THRESHOLD               PIC 9(7)V99 VALUE 10000.00.
       01  WS-YTD-INTEREST                PIC S9(9)V99 VALUE ZEROES.
       01  WS-WHT-TAXABLE                 PIC S9(9)V99 VALUE ZEROES.
       01  WS-TH-WORK-AMT                 PIC 9(7)V99 VALUE ZEROES.
      *
      *    ONE POSTING LEG AGAINST THE ACCOUNT NOW IN BALANCE-IO -
      *    SIGN '+' CREDITS, '-' DEBITS. A SPACES DEBIT GL CODE
      *    WRITES NO GL PAIR (THE TRF-IN LEG OF A TRANSFER, WHOSE
      *    PAIR THE TRF-OUT LEG ALREADY CARRIES).
       01  WS-LEG-TYPE                    PIC X(08) VALUE SPACES.
       01  WS-LEG-AMOUNT                  PIC 9(7)V99 VALUE ZEROES.
       01  WS-LEG-SIGN                    PIC X(01) VALUE SPACES.
           88  WS-LEG-CREDIT                        VALUE '+'.
           88  WS-LEG-DEBIT                         VALUE '-'.
       01  WS-LEG-DR-GL                   PIC X(06) VALUE SPACES.
       01  WS-LEG-CR-GL                   PIC X(06) VALUE SPACES.
      *
      *    EVERY LEG OF ONE CLOSURE CARRIES THE SAME REFERENCE -
      *    'CLS' + BUSINESS DATE YYMMDD + RUN SEQUENCE.
       01  WS-CLOSE-REF.
           05  FILLER                     PIC X(03) VALUE 'CLS'.
           05  WS-CLOSE-REF-DATE          PIC 9(06).
           05  WS-CLOSE-REF-SEQ           PIC 9(03).
      *
      *    PERIODIC (MONTHLY) INTEREST RATE BY ACCOUNT TYPE - SAME
      *    TABLE BNKACC'S MONTH-END PASS USES, PRO-RATED HERE FOR
      *    THE DAYS OF THE MONTH RUN SO FAR. 'X' IS THE FALLBACK AND
      *    MUST STAY LAST.
       01  INTEREST-RATE-VALUES.
           05  FILLER              PIC X(06) VALUE 'S00050'.
           05  FILLER              PIC X(06) VALUE 'C00010'.
           05  FILLER              PIC X(06) VALUE 'F00075'.
           05  FILLER              PIC X(06) VALUE 'T00000'.
           05  FILLER              PIC X(06) VALUE 'X00010'.
       01  INTEREST-RATE-TABLE REDEFINES INTEREST-RATE-VALUES.
           05  INT-ENTRY OCCURS 5 TIMES INDEXED BY INT-IDX.
               10  INT-ACCT-TYPE   PIC X(01).
               10  INT-RATE        PIC 9V9999.
      *
      *    CLOSING FEE BY ACCOUNT TYPE. A TERM DEPOSIT CLOSES
      *    THROUGH TDMATURE'S PAYOUT AND A FIXED ACCOUNT CARRIES NO
      *    CHARGES, SO BOTH CLOSE FREE. 'X' IS THE FALLBACK AND MUST
      *    STAY LAST.
       01  CLOSE-FEE-VALUES.
           05  FILLER              PIC X(06) VALUE 'S01000'.
           05  FILLER              PIC X(06) VALUE 'C02500'.
           05  FILLER              PIC X(06) VALUE 'F00000'.
           05  FILLER              PIC X(06) VALUE 'T00000'.
           05  FILLER              PIC X(06) VALUE 'X01000'.
       01  CLOSE-FEE-TABLE REDEFINES CLOSE-FEE-VALUES.
           05  CLF-ENTRY OCCURS 5 TIMES INDEXED BY CLF-IDX.
               10  CLF-ACCT-TYPE   PIC X(01).
               10  CLF-FEE-AMT     PIC 9(3)V99.
      *
      *    GL ACCOUNT CODE BY ACCT-TYPE - SAME TABLE BNKACC USES.
       01  GL-ACCOUNT-VALUES.
           05  FILLER              PIC X(07) VALUE 'S200100'.
           05  FILLER              PIC X(07) VALUE 'C200200'.
           05  FILLER              PIC X(07) VALUE 'F200300'.
           05  FILLER              PIC X(07) VALUE 'T200400'.
           05  FILLER              PIC X(07) VALUE 'X200900'.
       01  GL-ACCOUNT-TABLE REDEFINES GL-ACCOUNT-VALUES.
           05  GL-ENTRY OCCURS 5 TIMES INDEXED BY GL-IDX.
               10  GL-ACCT-TYPE    PIC X(01).
               10  GL-CUST-ACCOUNT PIC X(06).
       01  WS-INTEREST-EXP-ACCT           PIC X(06) VALUE '400100'.
       01  WS-FEE-INCOME-ACCT             PIC X(06) VALUE '500100'.
       01  WS-TAX-PAYABLE-ACCT            PIC X(06) VALUE '200800'.
      *    CASHIER'S CHEQUES ISSUED AND NOT YET PRESENTED - THE
      *    BANK'S OWN LIABILITY UNTIL THE CHEQUE CLEARS.
       01  WS-CHQ-PAYABLE-ACCT            PIC X(06) VALUE '200500'.
      *
      *    AUTHCHK / CHKDGT INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM                PIC X(08) VALUE 'ACCTCLOS'.
       01  WS-AUTH-ACTION                 PIC X(01) VALUE 'D'.
       01  WS-AUTH-AMOUNT                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-AUTH-RESULT                 PIC X(01) VALUE 'Y'.
       01  WS-CHKDGT-FUNC                 PIC X(01) VALUE 'V'.
       01  WS-CHKDGT-ACCT                 PIC X(10) VALUE SPACES.
       01  WS-CHKDGT-RESULT               PIC X(01) VALUE 'Y'.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(35) VALUE
               'ACCOUNT CLOSURE SETTLEMENT -       '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(37) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ROUTE             PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-NET-PAYOUT        PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-NOTE              PIC X(30).
           05  FILLER               PIC X(26) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(08) VALUE 'CLOSED: '.
           05  RT-CLOSED            PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  REFUSED: '.
           05  RT-REFUSED           PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE '  PAID OUT:  '.
           05  RT-PAID-OUT          PIC Z(9)9.99.
           05  FILLER               PIC X(25) VALUE SPACES.
      *
      *    CLOSURE ADVICE - ONE BLOCK PER ACCOUNT SETTLED, MAILED TO
      *    THE CUSTOMER WITH THE CHEQUE OR TRANSFER CONFIRMATION.
       01  ADV-TITLE-LINE.
           05  FILLER               PIC X(30) VALUE
               'ACCOUNT CLOSURE ADVICE        '.
           05  FILLER               PIC X(06) VALUE 'DATE: '.
           05  AT-DATE              PIC 9(08).
           05  FILLER               PIC X(07) VALUE '  REF: '.
           05  AT-REF               PIC X(12).
           05  FILLER               PIC X(17) VALUE SPACES.
       01  ADV-ACCOUNT-LINE.
           05  FILLER               PIC X(09) VALUE 'ACCOUNT: '.
           05  AA-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(13) VALUE '   CUSTOMER: '.
           05  AA-CUST-NO           PIC X(06).
           05  FILLER               PIC X(42) VALUE SPACES.
       01  ADV-NAME-LINE.
           05  AN-FNAME             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AN-LNAME             PIC X(15).
           05  FILLER               PIC X(49) VALUE SPACES.
       01  ADV-ADDRESS-LINE.
           05  AD-ADDR-LINE1        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-CITY              PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-STATE             PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-ZIP               PIC X(05).
           05  FILLER               PIC X(38) VALUE SPACES.
       01  ADV-AMOUNT-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  AM-LABEL             PIC X(26).
           05  AM-AMOUNT            PIC Z(6)9.99-.
           05  FILLER               PIC X(39) VALUE SPACES.
       01  ADV-PAYOUT-LINE.
           05  AP-TEXT              PIC X(34).
           05  AP-DETAIL            PIC X(30).
           05  FILLER               PIC X(16) VALUE SPACES.
       01  ADV-CANCEL-LINE.
           05  FILLER               PIC X(27) VALUE
               'STANDING ORDERS CANCELLED: '.
           05  AC-ORDERS            PIC ZZ9.
           05  FILLER               PIC X(28) VALUE
               '   CHEQUE RANGES CANCELLED: '.
           05  AC-RANGES            PIC ZZ9.
           05  FILLER               PIC X(19) VALUE SPACES.
       01  ADV-CLOSING-LINE.
           05  FILLER               PIC X(60) VALUE
           'YOUR ACCOUNT IS NOW CLOSED. THANK YOU FOR BANKING WITH US.'.
           05  FILLER               PIC X(20) VALUE SPACES.
       01  ADV-RULE-LINE            PIC X(80) VALUE ALL '-'.
       01  ADV-HOLD-LINE.
           05  FILLER               PIC X(80) VALUE
               '*** ADDRESS RETURNED - HOLD AT BRANCH, DO NOT POST ***'.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********ACCOUNT CLOSURE SETTLEMENT*************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE CLOSE-RPT-REC FROM RPT-HEADER-REC.
           MOVE WS-TODAY-DATE (3:6) TO WS-CLOSE-REF-DATE.
           PERFORM 110-SET-MONTH-DATES.
      *
           PERFORM 200-PROCESS-ONE-REQUEST
              UNTIL WS-REQ-EOF.
      *
           MOVE WS-CLOSED-COUNT   TO RT-CLOSED.
           MOVE WS-REFUSED-COUNT  TO RT-REFUSED.
           MOVE WS-PAID-OUT-TOTAL TO RT-PAID-OUT.
           WRITE CLOSE-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'CLOSE REQUESTS READ : ' WS-READ-COUNT.
           DISPLAY 'ACCOUNTS SETTLED    : ' WS-CLOSED-COUNT.
           DISPLAY 'REQUESTS REFUSED    : ' WS-REFUSED-COUNT.
           DISPLAY 'AMOUNT PAID OUT     : ' WS-PAID-OUT-TOTAL.
           DISPLAY 'ADVICES HELD        : ' WS-ADV-HELD-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  CLOSE-REQ-FILE.
               IF WS-REQ-STATUS NOT = ZEROES
                  MOVE 'Error opening file CLOSREQ'    TO WS-ERR-MSG
                  MOVE WS-REQ-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    BALANCE-AMT.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file BALFILE'    TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    ORDER-MASTER-FILE.
               IF WS-ORD-STATUS NOT = ZEROES
                  MOVE 'Error opening file STORDMST'   TO WS-ERR-MSG
                  MOVE WS-ORD-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    THE OPTIONAL MASTERS ARE USED ONLY WHEN THEY ARE REALLY
      *    THERE - AN ABSENT REGISTER HAS NO RANGES TO CANCEL, AN
      *    ABSENT CUSTOMER MASTER LEAVES THE ADVICE UNADDRESSED.
               OPEN I-O    CHQ-REG-FILE.
               IF WS-CHQ-STATUS = '00'
                  MOVE 'Y' TO WS-CHQ-PRESENT-SW
               END-IF.
      *
               OPEN INPUT  LIEN-REG-FILE.
      *
               OPEN INPUT  TRAN-HIST-FILE.
      *
               OPEN INPUT  CUSKS080-FILE.
               IF WS-CUST-STATUS = '00'
                  MOVE 'Y' TO WS-CUST-PRESENT-SW
               END-IF.
      *
               OPEN OUTPUT JOURNAL-FILE.
               IF WS-JRN-STATUS NOT = ZEROES
                  MOVE 'Error opening file JRNFILE'    TO WS-ERR-MSG
                  MOVE WS-JRN-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT GL-FEED-FILE.
               IF WS-GL-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLFEED'     TO WS-ERR-MSG
                  MOVE WS-GL-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.
               IF WS-AUDIT-STATUS NOT = ZEROES
                  MOVE 'Error opening file CLSAUDIT'   TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT CLOSE-TRAN-FILE.
               IF WS-CTRAN-STATUS NOT = ZEROES
                  MOVE 'Error opening file CLSTRAN'    TO WS-ERR-MSG
                  MOVE WS-CTRAN-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT CLOSE-ADVICE-FILE.
               IF WS-ADV-STATUS NOT = ZEROES
                  MOVE 'Error opening file CLSADV'     TO WS-ERR-MSG
                  MOVE WS-ADV-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT CLOSE-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file CLSRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN EXTEND MAIL-HOLD-FILE.
               IF WS-MHOLD-STATUS = '35'
                  OPEN OUTPUT MAIL-HOLD-FILE
               END-IF.
               IF WS-MHOLD-STATUS NOT = '00'
                  MOVE 'Error opening file MAILHOLD'   TO WS-ERR-MSG
                  MOVE WS-MHOLD-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    THE PRO-RATA BASIS - DAYS OF THE CURRENT MONTH RUN SO FAR
      *    (TODAY INCLUDED) OVER THE DAYS IN THE WHOLE MONTH.
         110-SET-MONTH-DATES.
               MOVE WS-TODAY-DATE TO WS-MONTH-START-DATE.
               MOVE 01 TO WS-MONTH-START-DATE (7:2).
               MOVE WS-MONTH-START-DATE TO WS-NEXT-MONTH-DATE.
               IF WS-NM-MONTH = 12
                  ADD 1 TO WS-NM-YEAR
                  MOVE 01 TO WS-NM-MONTH
               ELSE
                  ADD 1 TO WS-NM-MONTH
               END-IF.
               COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-MONTH-START-DATE).
               MOVE WS-TODAY-DATE (7:2) TO WS-DAYS-RUN.
               MOVE WS-TODAY-DATE TO WS-YEAR-START-DATE.
               MOVE 0101 TO WS-YEAR-START-DATE (5:4).
      *
         200-PROCESS-ONE-REQUEST.
               READ CLOSE-REQ-FILE
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 210-VALIDATE-REQUEST
                           THRU 210-VALIDATE-EXIT
                       IF WS-REFUSED
                           PERFORM 290-REPORT-REFUSAL
                       ELSE
                           PERFORM 300-SETTLE-ACCOUNT
                       END-IF
               END-READ.
      *
      *    EVERY TEST RUNS BEFORE A SINGLE POSTING IS MADE - THE
      *    FIRST FAILURE REFUSES THE WHOLE REQUEST, SO A REFUSED
      *    CLOSE LEAVES THE ACCOUNT EXACTLY AS IT WAS.
         210-VALIDATE-REQUEST.
               MOVE 'N'    TO WS-REFUSE-SW.
               MOVE SPACES TO WS-REFUSE-REASON.
      *
               MOVE 'V'         TO WS-CHKDGT-FUNC.
               MOVE CLR-ACCT-NO TO WS-CHKDGT-ACCT.
               CALL 'CHKDGT' USING WS-CHKDGT-FUNC WS-CHKDGT-ACCT
                                   WS-CHKDGT-RESULT.
               IF WS-CHKDGT-RESULT = 'N'
                  MOVE 'INVALID CHECK DIGIT' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
      *
               MOVE CLR-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON FILE' TO WS-REFUSE-REASON
               END-READ.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 210-REFUSE
               END-IF.
      *
      *    THE OPERATOR NEEDS AN ACCTCLOS GRANT COVERING THE LEDGER
      *    BALANCE BEING PAID AWAY, AND A DIFFERENT CHECKER MUST
      *    HAVE COUNTERSIGNED - THE CLOSE TRANSACTION HANDED TO
      *    BNKACCM GOES OUT ALREADY RELEASED ON THE STRENGTH OF IT.
               IF BAL-AMT > ZEROES
                  MOVE BAL-AMT TO WS-AUTH-AMOUNT
               ELSE
                  MOVE ZEROES  TO WS-AUTH-AMOUNT
               END-IF.
               CALL 'AUTHCHK' USING CLR-OPERATOR-ID WS-AUTH-PROGRAM
                                    WS-AUTH-ACTION WS-AUTH-AMOUNT
                                    WS-AUTH-RESULT.
               IF WS-AUTH-RESULT = 'N'
                  MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
               IF CLR-CHECKER-ID = SPACES
                  OR CLR-CHECKER-ID = CLR-OPERATOR-ID
                  MOVE 'RELEASE CHECKER INVALID' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
      *
               IF DORMANT-STATUS = 'D'
                  MOVE 'ACCOUNT DORMANT' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
      *    AN ESTATE-FROZEN OR SANCTIONS-BLOCKED ACCOUNT IS NOT PAID
      *    AWAY HERE - ESTATE SETTLEMENT AND COMPLIANCE RELEASE
      *    COME FIRST.
               IF ESTATE-STATUS = 'E'
                  MOVE 'ESTATE FREEZE' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
               IF SANCTION-STATUS = 'S'
                  MOVE 'SANCTIONS BLOCK' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
               IF BAL-AMT < ZEROES
                  MOVE 'ACCOUNT OVERDRAWN' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
      *
               MOVE ACCT-NO       TO WS-CLS-ACCT-NO.
               MOVE ACCT-TYPE     TO WS-CLS-ACCT-TYPE.
               MOVE CURRENCY-CODE TO WS-CLS-CURRENCY.
               MOVE HOME-BRANCH   TO WS-CLS-HOME-BRANCH.
               MOVE BAL-AMT       TO WS-CLS-LEDGER-BAL.
               SET GL-IDX TO 1.
               SEARCH GL-ENTRY
                   AT END
                       SET GL-IDX TO 5
                   WHEN GL-ACCT-TYPE (GL-IDX) = ACCT-TYPE
                       CONTINUE
               END-SEARCH.
               MOVE GL-CUST-ACCOUNT (GL-IDX) TO WS-CLS-GL-ACCOUNT.
      *
               PERFORM 250-LOAD-CUSTOMER.
      *
      *    A TRANSFER PAYOUT NEEDS A LIVE, DIFFERENT ACCOUNT OF
      *    OURS IN THE SAME CURRENCY; A CHEQUE NEEDS A PAYEE.
               EVALUATE TRUE
                   WHEN CLR-ROUTE-TRANSFER
                       PERFORM 220-CHECK-PAYOUT-ACCOUNT
                   WHEN CLR-ROUTE-CHEQUE
                       MOVE CLR-PAYEE-NAME TO WS-PAYEE-NAME
                       IF WS-PAYEE-NAME = SPACES
                           STRING CUS-FNAME DELIMITED BY SPACE
                                  ' '       DELIMITED BY SIZE
                                  CUS-LNAME DELIMITED BY SPACE
                               INTO WS-PAYEE-NAME
                           END-STRING
                       END-IF
                       IF WS-PAYEE-NAME = SPACES
                           MOVE 'CHEQUE PAYEE NOT KNOWN'
                               TO WS-REFUSE-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'INVALID PAYOUT ROUTE' TO WS-REFUSE-REASON
               END-EVALUATE.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 210-REFUSE
               END-IF.
      *
               PERFORM 230-SCAN-HOLDS.
               IF WS-FOUND
                  MOVE 'DEPOSIT HOLDS OUTSTANDING' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
      *
               PERFORM 240-SCAN-WAREHOUSE.
               IF WS-FOUND
                  MOVE 'WAREHOUSED ITEMS OUTSTANDING'
                      TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
      *
               PERFORM 245-SCAN-LIENS.
               IF WS-FOUND
                  MOVE 'LEGAL LIEN IN FORCE' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
      *
               PERFORM 260-COMPUTE-SETTLEMENT.
               GO TO 210-VALIDATE-EXIT.
      *
         210-REFUSE.
               MOVE 'Y' TO WS-REFUSE-SW.
      *
         210-VALIDATE-EXIT.
               EXIT.
      *
         220-CHECK-PAYOUT-ACCOUNT.
               IF CLR-PAYOUT-ACCT = SPACES
                  OR CLR-PAYOUT-ACCT = CLR-ACCT-NO
                  MOVE 'PAYOUT ACCOUNT INVALID' TO WS-REFUSE-REASON
               ELSE
                  MOVE 'V'             TO WS-CHKDGT-FUNC
                  MOVE CLR-PAYOUT-ACCT TO WS-CHKDGT-ACCT
                  CALL 'CHKDGT' USING WS-CHKDGT-FUNC WS-CHKDGT-ACCT
                                      WS-CHKDGT-RESULT
                  IF WS-CHKDGT-RESULT = 'N'
                     MOVE 'PAYOUT ACCOUNT INVALID' TO WS-REFUSE-REASON
                  END-IF
               END-IF.
               IF WS-REFUSE-REASON = SPACES
                  MOVE CLR-PAYOUT-ACCT TO ACCT-NO
                  READ BALANCE-AMT
                      INVALID KEY
                          MOVE 'PAYOUT ACCOUNT NOT ON FILE'
                              TO WS-REFUSE-REASON
                  END-READ
               END-IF.
               IF WS-REFUSE-REASON = SPACES
                  IF DORMANT-STATUS = 'D'
                     OR CURRENCY-CODE NOT = WS-CLS-CURRENCY
                      MOVE 'PAYOUT ACCOUNT INVALID'
                          TO WS-REFUSE-REASON
                  ELSE
                      SET GL-IDX TO 1
                      SEARCH GL-ENTRY
                          AT END
                              SET GL-IDX TO 5
                          WHEN GL-ACCT-TYPE (GL-IDX) = ACCT-TYPE
                              CONTINUE
                      END-SEARCH
                      MOVE GL-CUST-ACCOUNT (GL-IDX)
                          TO WS-PAY-GL-ACCOUNT
                  END-IF
               END-IF.
      *
      *    HOLDIN IS A PLAIN SEQUENTIAL CARRY FILE - IT IS RE-READ
      *    FROM THE TOP FOR EACH REQUEST. CLOSE REQUESTS ARE FEW.
         230-SCAN-HOLDS.
               MOVE 'N' TO WS-FOUND-SW.
               MOVE 'N' TO WS-HOLD-EOF-SW.
               OPEN INPUT HOLD-IN-FILE.
               PERFORM 231-CHECK-ONE-HOLD
                  UNTIL WS-HOLD-EOF OR WS-FOUND.
               CLOSE HOLD-IN-FILE.
      *
         231-CHECK-ONE-HOLD.
               READ HOLD-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF-SW
                   NOT AT END
                       IF HLDI-ACCT-NO = WS-CLS-ACCT-NO
                           MOVE 'Y' TO WS-FOUND-SW
                       END-IF
               END-READ.
      *
         240-SCAN-WAREHOUSE.
               MOVE 'N' TO WS-FOUND-SW.
               MOVE 'N' TO WS-WHSE-EOF-SW.
               OPEN INPUT WAREHOUSE-IN-FILE.
               PERFORM 241-CHECK-ONE-ITEM
                  UNTIL WS-WHSE-EOF OR WS-FOUND.
               CLOSE WAREHOUSE-IN-FILE.
      *
         241-CHECK-ONE-ITEM.
               READ WAREHOUSE-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-WHSE-EOF-SW
                   NOT AT END
                       IF WH-ACCT-NO = WS-CLS-ACCT-NO
                           MOVE 'Y' TO WS-FOUND-SW
                       END-IF
               END-READ.
      *
      *    ANY ACTIVE ORDER NOT YET AT ITS RELEASE DATE REFUSES THE
      *    CLOSE - ONE SERVED BUT NOT YET EFFECTIVE INCLUDED. AN
      *    ABSENT REGISTER HAS NO LIENS.
         245-SCAN-LIENS.
               MOVE 'N' TO WS-FOUND-SW.
               MOVE 'N' TO WS-LIEN-EOF-SW.
               IF WS-LIEN-STATUS NOT = '00'
                  MOVE 'Y' TO WS-LIEN-EOF-SW
               ELSE
                  MOVE WS-CLS-ACCT-NO TO LI-ACCT-NO
                  MOVE LOW-VALUES     TO LI-ORDER-REF
                  START LIEN-REG-FILE KEY IS NOT LESS THAN LI-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-LIEN-EOF-SW
                  END-START
               END-IF.
               PERFORM 246-CHECK-ONE-LIEN
                  UNTIL WS-LIEN-EOF OR WS-FOUND.
      *
         246-CHECK-ONE-LIEN.
               READ LIEN-REG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIEN-EOF-SW
                   NOT AT END
                       IF LI-ACCT-NO NOT = WS-CLS-ACCT-NO
                           MOVE 'Y' TO WS-LIEN-EOF-SW
                       ELSE
                           IF LI-ACTIVE
                              AND (LI-RELEASE-DATE = ZEROES
                                   OR LI-RELEASE-DATE > WS-TODAY-DATE)
                               MOVE 'Y' TO WS-FOUND-SW
                           END-IF
                       END-IF
               END-READ.
      *
         250-LOAD-CUSTOMER.
               MOVE SPACES TO CUSKS080-DATA.
               IF WS-CUST-PRESENT
                  MOVE CLR-CUST-NO TO CUSKS080-KEY
                  READ CUSKS080-FILE
                      INVALID KEY
                          MOVE SPACES TO CUSKS080-DATA
                  END-READ
               END-IF.
      *
      *    INTEREST TO DATE, THE TAX WITHHELD ON IT AND THE CLOSING
      *    FEE. ON THE LAST DAY OF THE MONTH BNKACC'S MONTH-END PASS
      *    HAS ALREADY CREDITED THE WHOLE MONTH TONIGHT, SO NOTHING
      *    MORE ACCRUES. THE FEE NEVER TAKES THE ACCOUNT BELOW ZERO
      *    - ANY PART THE BALANCE CANNOT COVER IS WAIVED.
         260-COMPUTE-SETTLEMENT.
               MOVE ZEROES TO WS-INTEREST-AMT.
               MOVE ZEROES TO WS-WHT-AMT.
               IF WS-CLS-LEDGER-BAL > ZEROES
                  AND WS-DAYS-RUN < WS-DAYS-IN-MONTH
                   SET INT-IDX TO 1
                   SEARCH INT-ENTRY
                       AT END
                           SET INT-IDX TO 5
                       WHEN INT-ACCT-TYPE (INT-IDX) = WS-CLS-ACCT-TYPE
                           CONTINUE
                   END-SEARCH
                   MOVE INT-RATE (INT-IDX) TO WS-INT-RATE
                   COMPUTE WS-INTEREST-AMT ROUNDED =
                       WS-CLS-LEDGER-BAL * WS-INT-RATE
                     * WS-DAYS-RUN / WS-DAYS-IN-MONTH
               END-IF.
               IF WS-INTEREST-AMT > ZEROES
                   PERFORM 270-COMPUTE-WITHHOLDING-TAX
               END-IF.
      *
               SET CLF-IDX TO 1.
               SEARCH CLF-ENTRY
                   AT END
                       SET CLF-IDX TO 5
                   WHEN CLF-ACCT-TYPE (CLF-IDX) = WS-CLS-ACCT-TYPE
                       CONTINUE
               END-SEARCH.
               MOVE CLF-FEE-AMT (CLF-IDX) TO WS-FEE-AMT.
               COMPUTE WS-FEE-CEILING =
                   WS-CLS-LEDGER-BAL + WS-INTEREST-AMT - WS-WHT-AMT.
               IF WS-FEE-AMT > WS-FEE-CEILING
                  MOVE WS-FEE-CEILING TO WS-FEE-AMT
               END-IF.
      *
               COMPUTE WS-NET-PAYOUT =
                   WS-FEE-CEILING - WS-FEE-AMT.
      *
      *    ONLY THE SLICE OF THE CLOSING ACCRUAL THAT PUSHES THE
      *    YEAR'S CUMULATIVE INTEREST PAST THE THRESHOLD IS TAXED.
         270-COMPUTE-WITHHOLDING-TAX.
               MOVE ZEROES TO WS-YTD-INTEREST.
               IF WS-TH-STATUS = '00'
                  MOVE 'N'                 TO WS-YTD-DONE-SW
                  MOVE WS-CLS-ACCT-NO      TO TH-ACCT-NO
                  MOVE WS-YEAR-START-DATE  TO TH-TRAN-DATE
                  MOVE ZEROES              TO TH-SEQ-NO
                  START TRAN-HIST-FILE KEY IS NOT LESS THAN TH-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-YTD-DONE-SW
                  END-START
                  PERFORM 271-SUM-ONE-INTEREST-RECORD
                      UNTIL WS-YTD-DONE
               END-IF.
               COMPUTE WS-WHT-TAXABLE =
                   WS-YTD-INTEREST + WS-INTEREST-AMT - WS-WHT-THRESHOLD.
               IF WS-WHT-TAXABLE > WS-INTEREST-AMT
                  MOVE WS-INTEREST-AMT TO WS-WHT-TAXABLE
               END-IF.
               IF WS-WHT-TAXABLE > ZEROES
                  COMPUTE WS-WHT-AMT ROUNDED =
                      WS-WHT-TAXABLE * WS-WHT-RATE
               END-IF.
      *
         271-SUM-ONE-INTEREST-RECORD.
               READ TRAN-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-YTD-DONE-SW
                   NOT AT END
                       IF TH-ACCT-NO NOT = WS-CLS-ACCT-NO
                          OR TH-TRAN-DATE > WS-TODAY-DATE
                           MOVE 'Y' TO WS-YTD-DONE-SW
                       ELSE
                           IF TH-TRAN-TYPE = 'INTEREST'
                               MOVE TH-AMOUNT TO WS-TH-WORK-AMT
                               ADD WS-TH-WORK-AMT TO WS-YTD-INTEREST
                           END-IF
                       END-IF
               END-READ.
      *
         290-REPORT-REFUSAL.
               ADD 1 TO WS-REFUSED-COUNT.
               MOVE CLR-ACCT-NO      TO RD-ACCT-NO.
               MOVE CLR-PAYOUT-ROUTE TO RD-ROUTE.
               MOVE ZEROES           TO RD-NET-PAYOUT.
               MOVE WS-REFUSE-REASON TO RD-NOTE.
               WRITE CLOSE-RPT-REC FROM RPT-DETAIL-REC.
      *
      *    THE SETTLEMENT ITSELF - INTEREST, TAX AND FEE LEGS, THE
      *    PAYOUT LEG THAT EMPTIES THE ACCOUNT, THE CREDIT TO THE
      *    PAYOUT ACCOUNT ON A TRANSFER, THEN THE TIDY-UP OF THE
      *    ACCOUNT'S STANDING INSTRUCTIONS AND THE BNKACCM HAND-OFF.
         300-SETTLE-ACCOUNT.
               ADD 1 TO WS-REF-SEQ.
               MOVE WS-REF-SEQ TO WS-CLOSE-REF-SEQ.
      *
               MOVE WS-CLS-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE 'Error re-reading closing account'
                           TO WS-ERR-MSG
                       MOVE WS-BAL-STATUS TO WS-ERR-CDE
                       MOVE '300-SETTLE-ACCOUNT' TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-READ.
               IF AVAIL-AMT NOT NUMERIC
                  MOVE BAL-AMT TO AVAIL-AMT
               END-IF.
      *
               IF WS-INTEREST-AMT > ZEROES
                  MOVE 'INTEREST'           TO WS-LEG-TYPE
                  MOVE WS-INTEREST-AMT      TO WS-LEG-AMOUNT
                  MOVE '+'                  TO WS-LEG-SIGN
                  MOVE WS-INTEREST-EXP-ACCT TO WS-LEG-DR-GL
                  MOVE WS-CLS-GL-ACCOUNT    TO WS-LEG-CR-GL
                  PERFORM 310-POST-ONE-LEG
               END-IF.
               IF WS-WHT-AMT > ZEROES
                  MOVE 'WHT     '           TO WS-LEG-TYPE
                  MOVE WS-WHT-AMT           TO WS-LEG-AMOUNT
                  MOVE '-'                  TO WS-LEG-SIGN
                  MOVE WS-CLS-GL-ACCOUNT    TO WS-LEG-DR-GL
                  MOVE WS-TAX-PAYABLE-ACCT  TO WS-LEG-CR-GL
                  PERFORM 310-POST-ONE-LEG
               END-IF.
               IF WS-FEE-AMT > ZEROES
                  MOVE 'FEE     '           TO WS-LEG-TYPE
                  MOVE WS-FEE-AMT           TO WS-LEG-AMOUNT
                  MOVE '-'                  TO WS-LEG-SIGN
                  MOVE WS-CLS-GL-ACCOUNT    TO WS-LEG-DR-GL
                  MOVE WS-FEE-INCOME-ACCT   TO WS-LEG-CR-GL
                  PERFORM 310-POST-ONE-LEG
               END-IF.
      *
      *    THE PAYOUT - A TRANSFER'S GL PAIR MOVES THE MONEY
      *    BETWEEN THE TWO CUSTOMER POSITIONS; A CASHIER'S CHEQUE
      *    MOVES IT TO THE CHEQUES-PAYABLE LIABILITY.
               IF WS-NET-PAYOUT > ZEROES
                  MOVE WS-NET-PAYOUT        TO WS-LEG-AMOUNT
                  MOVE '-'                  TO WS-LEG-SIGN
                  MOVE WS-CLS-GL-ACCOUNT    TO WS-LEG-DR-GL
                  IF CLR-ROUTE-TRANSFER
                     MOVE 'TRF-OUT '        TO WS-LEG-TYPE
                     MOVE WS-PAY-GL-ACCOUNT TO WS-LEG-CR-GL
                  ELSE
                     MOVE 'CLOSEPAY'        TO WS-LEG-TYPE
                     MOVE WS-CHQ-PAYABLE-ACCT TO WS-LEG-CR-GL
                  END-IF
                  PERFORM 310-POST-ONE-LEG
               END-IF.
      *
      *    NOTHING CAN DRAW ON THE ACCOUNT BETWEEN HERE AND THE
      *    BNKACCM CLOSE - THE LIMIT GOES WITH THE BALANCE.
               MOVE ZEROES TO BAL-AMT.
               MOVE ZEROES TO AVAIL-AMT.
               MOVE ZEROES TO OVERDRAFT-LIMIT.
               REWRITE BALANCE-IO.
      *
               IF CLR-ROUTE-TRANSFER
                  AND WS-NET-PAYOUT > ZEROES
                   PERFORM 320-CREDIT-PAYOUT-ACCOUNT
               END-IF.
      *
               PERFORM 330-CANCEL-STANDING-ORDERS.
               PERFORM 340-CANCEL-CHEQUE-RANGES.
               PERFORM 350-WRITE-CLOSE-TRANSACTION.
               PERFORM 360-WRITE-CLOSURE-ADVICE.
      *
               ADD 1 TO WS-CLOSED-COUNT.
               ADD WS-NET-PAYOUT TO WS-PAID-OUT-TOTAL.
               MOVE WS-CLS-ACCT-NO   TO RD-ACCT-NO.
               MOVE CLR-PAYOUT-ROUTE TO RD-ROUTE.
               MOVE WS-NET-PAYOUT    TO RD-NET-PAYOUT.
               MOVE 'SETTLED - CLOSE PASSED ON'  TO RD-NOTE.
               WRITE CLOSE-RPT-REC FROM RPT-DETAIL-REC.
      *
      *    ONE LEG AGAINST THE ACCOUNT NOW IN BALANCE-IO: BEFORE-
      *    IMAGE, BALANCE UPDATE, AUDIT RECORD AND (UNLESS THE
      *    DEBIT GL IS SPACES) ITS BALANCED GL PAIR.
         310-POST-ONE-LEG.
               ADD 1 TO WS-JRN-SEQ.
               MOVE WS-JRN-SEQ     TO JRN-SEQ.
               MOVE ACCT-NO        TO JRN-ACCT-NO.
               MOVE BAL-AMT        TO JRN-PRIOR-BAL.
               MOVE AVAIL-AMT      TO JRN-PRIOR-AVAIL.
               IF WS-LEG-CREDIT
                  ADD WS-LEG-AMOUNT      TO BAL-AMT
                  ADD WS-LEG-AMOUNT      TO AVAIL-AMT
               ELSE
                  SUBTRACT WS-LEG-AMOUNT FROM BAL-AMT
                  SUBTRACT WS-LEG-AMOUNT FROM AVAIL-AMT
               END-IF.
               MOVE BAL-AMT        TO JRN-NEW-BAL.
               MOVE WS-LEG-TYPE    TO JRN-TRAN-TYPE.
               MOVE WS-TODAY-DATE  TO JRN-DATE.
               MOVE 'H' TO WS-JRN-CHAIN-FUNC.
               CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN.
               WRITE JOURNAL-REC.
               MOVE WS-TODAY-DATE  TO LAST-ACTIVITY-DATE.
               REWRITE BALANCE-IO.
      *
               MOVE SPACES              TO AUDIT-TRAIL-REC.
               MOVE ACCT-NO             TO AUD-ACCT-NO.
               MOVE WS-LEG-TYPE         TO AUD-TRAN-TYPE.
               MOVE WS-LEG-AMOUNT       TO AUD-AMOUNT.
               MOVE WS-TODAY-DATE       TO AUD-TRAN-DATE.
               MOVE WS-CLOSE-REF        TO AUD-TRAN-REF.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN.
               WRITE AUDIT-TRAIL-REC.
      *
               IF WS-LEG-DR-GL NOT = SPACES
                  MOVE SPACES          TO GL-FEED-REC
                  MOVE ACCT-NO         TO GL-SOURCE-ACCT-NO
                  MOVE WS-LEG-TYPE     TO GL-TRAN-TYPE
                  MOVE WS-LEG-AMOUNT   TO GL-POST-AMOUNT
                  MOVE WS-TODAY-DATE   TO GL-TRAN-DATE
                  MOVE WS-CLOSE-REF    TO GL-TRAN-REF
      *           THE ACCOUNT'S OWN INTEREST, TAX AND CHARGES BOOK TO
      *           ITS HOME BRANCH; THE PAYOUT STAYS AT HEAD OFFICE.
                  IF WS-LEG-TYPE = 'INTEREST' OR 'WHT     '
                                            OR 'FEE     '
                     MOVE HOME-BRANCH  TO GL-BRANCH-ID
                  END-IF
                  MOVE WS-LEG-DR-GL    TO GL-ACCOUNT-CODE
                  MOVE 'DR'            TO GL-DR-CR
                  WRITE GL-FEED-REC
                  MOVE WS-LEG-CR-GL    TO GL-ACCOUNT-CODE
                  MOVE 'CR'            TO GL-DR-CR
                  WRITE GL-FEED-REC
               END-IF.
      *
      *    THE TRF-IN LEG ON THE RECEIVING ACCOUNT - ITS GL PAIR
      *    RODE ON THE TRF-OUT LEG, THE WAY BNKACC'S TRANSFERS DO.
         320-CREDIT-PAYOUT-ACCOUNT.
               MOVE CLR-PAYOUT-ACCT TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE 'Error re-reading payout account'
                           TO WS-ERR-MSG
                       MOVE WS-BAL-STATUS TO WS-ERR-CDE
                       MOVE '320-CREDIT-PAYOUT' TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-READ.
               IF AVAIL-AMT NOT NUMERIC
                  MOVE BAL-AMT TO AVAIL-AMT
               END-IF.
               MOVE 'TRF-IN  '     TO WS-LEG-TYPE.
               MOVE WS-NET-PAYOUT  TO WS-LEG-AMOUNT.
               MOVE '+'            TO WS-LEG-SIGN.
               MOVE SPACES         TO WS-LEG-DR-GL.
               MOVE SPACES         TO WS-LEG-CR-GL.
               PERFORM 310-POST-ONE-LEG.
      *
      *    EVERY ORDER DRAWING ON THE ACCOUNT OR SWEEPING INTO IT
      *    GOES - STORDER WOULD ONLY REJECT THEM NIGHT AFTER NIGHT.
         330-CANCEL-STANDING-ORDERS.
               MOVE ZEROES TO WS-ORDERS-CANCELLED.
               MOVE 'N' TO WS-ORD-EOF-SW.
               MOVE LOW-VALUES TO SO-ORDER-ID.
               START ORDER-MASTER-FILE KEY IS NOT LESS THAN SO-ORDER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-ORD-EOF-SW
               END-START.
               PERFORM 331-CHECK-ONE-ORDER
                  UNTIL WS-ORD-EOF.
      *
         331-CHECK-ONE-ORDER.
               READ ORDER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORD-EOF-SW
                   NOT AT END
                       IF SO-ACCT-NO = WS-CLS-ACCT-NO
                          OR SO-SWEEP-TO-ACCT = WS-CLS-ACCT-NO
                           DELETE ORDER-MASTER-FILE RECORD
                           ADD 1 TO WS-ORDERS-CANCELLED
                       END-IF
               END-READ.
      *
         340-CANCEL-CHEQUE-RANGES.
               MOVE ZEROES TO WS-RANGES-CANCELLED.
               MOVE 'N' TO WS-CHQ-EOF-SW.
               IF NOT WS-CHQ-PRESENT
                  MOVE 'Y' TO WS-CHQ-EOF-SW
               ELSE
                  MOVE WS-CLS-ACCT-NO TO CQR-ACCT-NO
                  MOVE ZEROES         TO CQR-START-NO
                  START CHQ-REG-FILE KEY IS NOT LESS THAN CQR-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-CHQ-EOF-SW
                  END-START
               END-IF.
               PERFORM 341-CHECK-ONE-RANGE
                  UNTIL WS-CHQ-EOF.
      *
         341-CHECK-ONE-RANGE.
               READ CHQ-REG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CHQ-EOF-SW
                   NOT AT END
                       IF CQR-ACCT-NO NOT = WS-CLS-ACCT-NO
                           MOVE 'Y' TO WS-CHQ-EOF-SW
                       ELSE
                           DELETE CHQ-REG-FILE RECORD
                           ADD 1 TO WS-RANGES-CANCELLED
                       END-IF
               END-READ.
      *
      *    THE 'D' TRANSACTION GOES OUT ALREADY RELEASED UNDER THE
      *    REQUEST'S CHECKER, SO BNKACCM APPLIES IT INSTEAD OF
      *    PARKING IT ON PENDAUTH FOR A SECOND APPROVAL.
         350-WRITE-CLOSE-TRANSACTION.
               MOVE SPACES             TO CLOSE-TRAN-REC.
               MOVE 'D'                TO CT-TRAN-CODE.
               MOVE WS-CLS-ACCT-NO     TO CT-ACCT-NO.
               MOVE ZEROES             TO CT-OVERDRAFT-LIMIT.
               MOVE ZEROES             TO CT-OD-SANCTION-DATE.
               MOVE ZEROES             TO CT-OD-EXPIRY-DATE.
               MOVE WS-CLS-CURRENCY    TO CT-CURRENCY-CODE.
               MOVE WS-CLS-ACCT-TYPE   TO CT-ACCT-TYPE.
               MOVE CLR-CUST-NO        TO CT-CUST-NO.
               MOVE CLR-OPERATOR-ID    TO CT-OPERATOR-ID.
               MOVE CLR-CHECKER-ID     TO CT-CHECKER-ID.
               MOVE 'Y'                TO CT-RELEASE-FLAG.
               WRITE CLOSE-TRAN-REC.
      *
         360-WRITE-CLOSURE-ADVICE.
               MOVE WS-TODAY-DATE  TO AT-DATE.
               MOVE WS-CLOSE-REF   TO AT-REF.
               WRITE CLOSE-ADVICE-REC FROM ADV-TITLE-LINE.
               IF CUS-ADDR-BAD
                  WRITE CLOSE-ADVICE-REC FROM ADV-HOLD-LINE
                  PERFORM 365-HOLD-ADVICE
               END-IF.
               MOVE WS-CLS-ACCT-NO TO AA-ACCT-NO.
               MOVE CLR-CUST-NO    TO AA-CUST-NO.
               WRITE CLOSE-ADVICE-REC FROM ADV-ACCOUNT-LINE.
               MOVE CUS-FNAME      TO AN-FNAME.
               MOVE CUS-LNAME      TO AN-LNAME.
               WRITE CLOSE-ADVICE-REC FROM ADV-NAME-LINE.
               MOVE CUS-ADDR-LINE1 TO AD-ADDR-LINE1.
               MOVE CUS-CITY       TO AD-CITY.
               MOVE CUS-STATE      TO AD-STATE.
               MOVE CUS-ZIP        TO AD-ZIP.
               WRITE CLOSE-ADVICE-REC FROM ADV-ADDRESS-LINE.
      *
               MOVE 'LEDGER BALANCE'       TO AM-LABEL.
               MOVE WS-CLS-LEDGER-BAL      TO AM-AMOUNT.
               WRITE CLOSE-ADVICE-REC FROM ADV-AMOUNT-LINE.
               MOVE 'INTEREST TO DATE'     TO AM-LABEL.
               MOVE WS-INTEREST-AMT        TO AM-AMOUNT.
               WRITE CLOSE-ADVICE-REC FROM ADV-AMOUNT-LINE.
               MOVE 'TAX WITHHELD'         TO AM-LABEL.
               COMPUTE AM-AMOUNT = ZERO - WS-WHT-AMT.
               WRITE CLOSE-ADVICE-REC FROM ADV-AMOUNT-LINE.
               MOVE 'CLOSING FEE'          TO AM-LABEL.
               COMPUTE AM-AMOUNT = ZERO - WS-FEE-AMT.
               WRITE CLOSE-ADVICE-REC FROM ADV-AMOUNT-LINE.
               MOVE 'NET AMOUNT PAID'      TO AM-LABEL.
               MOVE WS-NET-PAYOUT          TO AM-AMOUNT.
               WRITE CLOSE-ADVICE-REC FROM ADV-AMOUNT-LINE.
      *
               IF CLR-ROUTE-TRANSFER
                  MOVE 'PAID BY TRANSFER TO ACCOUNT       '
                      TO AP-TEXT
                  MOVE CLR-PAYOUT-ACCT TO AP-DETAIL
               ELSE
                  MOVE 'PAID BY CASHIER''S CHEQUE TO       '
                      TO AP-TEXT
                  MOVE WS-PAYEE-NAME   TO AP-DETAIL
               END-IF.
               WRITE CLOSE-ADVICE-REC FROM ADV-PAYOUT-LINE.
      *
               MOVE WS-ORDERS-CANCELLED TO AC-ORDERS.
               MOVE WS-RANGES-CANCELLED TO AC-RANGES.
               WRITE CLOSE-ADVICE-REC FROM ADV-CANCEL-LINE.
               WRITE CLOSE-ADVICE-REC FROM ADV-CLOSING-LINE.
               WRITE CLOSE-ADVICE-REC FROM ADV-RULE-LINE.
      *
      *    POST TO THIS CUSTOMER HAS COME BACK BEFORE - THE ADVICE IS
      *    PRINTED BUT KEPT FOR THE ACCOUNT'S BRANCH TO HAND OVER
      *    ONCE THE ADDRESS IS PUT RIGHT. THE ADVICE ONLY EVER GOES
      *    BY POST, SO THE EMAIL FLAG DOES NOT HOLD IT.
         365-HOLD-ADVICE.
               ADD 1 TO WS-ADV-HELD-COUNT.
               MOVE SPACES             TO MAIL-HOLD-REC.
               MOVE WS-TODAY-DATE      TO MH-HOLD-DATE.
               MOVE 'ACCTCLOS'         TO MH-PROGRAM.
               MOVE CLR-CUST-NO        TO MH-CUST-NO.
               MOVE WS-CLS-ACCT-NO     TO MH-REFERENCE.
               MOVE WS-CLS-HOME-BRANCH TO MH-BRANCH.
               MOVE 'A'                TO MH-REASON.
               MOVE 'CLSADV  '         TO MH-DOC-DSN.
               MOVE 'CLSADV'           TO MH-REPORT-CODE.
               WRITE MAIL-HOLD-REC.
      *
         400-CLOSE-FILES.
               CLOSE CLOSE-REQ-FILE.
               CLOSE BALANCE-AMT.
               CLOSE ORDER-MASTER-FILE.
               CLOSE CHQ-REG-FILE.
               CLOSE LIEN-REG-FILE.
               CLOSE TRAN-HIST-FILE.
               CLOSE CUSKS080-FILE.
               MOVE 'S' TO WS-JRN-CHAIN-FUNC.
               CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN.
               WRITE JOURNAL-REC.
               CLOSE JOURNAL-FILE.
               CLOSE GL-FEED-FILE.
               MOVE 'S' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN.
               WRITE AUDIT-TRAIL-REC.
               CLOSE AUDIT-TRAIL-FILE.
               CLOSE CLOSE-TRAN-FILE.
               CLOSE CLOSE-ADVICE-FILE.
               CLOSE CLOSE-RPT-FILE.
               CLOSE MAIL-HOLD-FILE.
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
