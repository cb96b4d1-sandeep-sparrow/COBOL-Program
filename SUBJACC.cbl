      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 28-12-2020
      * Purpose: CUSTOMER SUBJECT-ACCESS EXTRACT - WHEN A CUSTOMER
      *        : ASKS FOR A COPY OF EVERYTHING WE HOLD ON THEM,
      *        : COMPLIANCE KEYS ONE SARCARD PER REQUEST (CUSKS080
      *        : KEY, CASE REFERENCE, DATE RECEIVED, OPERATOR) AND
      *        : THIS RUN PRODUCES ONE STRUCTURED EXTRACT OF IT ALL:
      *        : THE CUSTOMER RECORD, EVERY ACCOUNT LINKED THROUGH
      *        : CUSTACCT WITH ITS BALFILE ENTRY AND FULL TRANSACTION
      *        : HISTORY (TRANARCH ARCHIVE, THEN LIVE TRANHIST), THE
      *        : DB2 INVOICES AND ON-ACCOUNT CREDITS, THE PAYMENTS
      *        : PAYAPPL APPLIED (PAYHIST), EVERY BROKING CLIENT
      *        : LINKED THROUGH CUSTCLI WITH ITS POSLEDG POSITIONS
      *        : AND CLIDTOT CHARGES, AND EVERY REPORT SECTION FILED
      *        : FOR THEM IN REPOFILE. A CUSTOMER WHO WAS MERGED
      *        : (CUSMERGE) IS FOLLOWED BOTH WAYS ALONG THE
      *        : CUS-FORWARD-KEY CHAIN, SO DATA STILL FILED UNDER AN
      *        : OLD KEY IS NOT MISSED. EACH REQUEST IS ALSO LOGGED
      *        : ON THE SARREG COMPLIANCE REGISTER WITH WHAT WAS
      *        : FOUND. EVERY EXTRACT LINE CARRIES A FOUR-BYTE
      *        : SECTION TAG IN COLUMNS 1-4 AND THE SUBJECT'S KEY IN
      *        : COLUMNS 6-11, SO THE FILE READS AS A DOCUMENT AND
      *        : SORTS/SPLITS AS DATA.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. SUBJACC.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT SAR-CARD-FILE ASSIGN TO SARCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUSKS080-KEY
                  FILE STATUS IS CUSKS080-STATUS.
           SELECT XREF-FILE ASSIGN TO CUSTACCT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XREF-STATUS.
           SELECT BALANCE-AMT ASSIGN TO BALFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCT-NO
                  FILE STATUS IS WS-BAL-STATUS.
           SELECT TRAN-HIST-FILE ASSIGN TO TRANHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TH-KEY
                  FILE STATUS IS WS-HIST-STATUS.
      *    PRUNED-HISTORY ARCHIVE (HISTPRUN) - READ FIRST, AS BNKHINQ
      *    DOES, SO AN ACCOUNT'S HISTORY COMES OUT IN DATE ORDER.
           SELECT OPTIONAL TRAN-ARCH-FILE ASSIGN TO TRANARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS THA-KEY
                  FILE STATUS IS WS-ARCH-STATUS.
      *    PAYMENT HISTORY PAYAPPL APPENDS - NOT KEYED BY CUSTOMER,
      *    SO IT IS PASSED ONCE PER REQUEST.
           SELECT OPTIONAL PAY-HIST-FILE ASSIGN TO PAYHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PAYH-STATUS.
      *    THE BROKING SIDE - ABSENT FILES LEAVE THE BROKING SECTION
      *    EMPTY, AS IN CUSTPOS.
           SELECT OPTIONAL CLI-XREF-FILE ASSIGN TO CUSTCLI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CC-KEY
                  FILE STATUS IS WS-CLIXREF-STATUS.
           SELECT OPTIONAL POS-LEDGER-FILE ASSIGN TO POSLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PL-KEY
                  FILE STATUS IS WS-POSL-STATUS.
           SELECT OPTIONAL CLIDTOT-FILE ASSIGN TO CLIDTOT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLIDTOT-KEY
                  FILE STATUS IS WS-CLIDTOT-STATUS.
      *    REPORT REPOSITORY (RPTSTORE) - KEYED BY REPORT CODE FIRST,
      *    SO IT TOO IS PASSED ONCE PER REQUEST.
           SELECT OPTIONAL REPO-FILE ASSIGN TO REPOFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RP-KEY
                  FILE STATUS IS WS-REPO-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO SAREXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-EXTR-STATUS.
      *    THE COMPLIANCE REGISTER IS KEPT, RUN ON RUN.
           SELECT REGISTER-FILE ASSIGN TO SARREG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *    ONE SUBJECT-ACCESS REQUEST PER CARD.
       FD SAR-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 SAR-CARD-REC.
           05 SC-CUST-NO              PIC X(06).
           05 SC-CASE-REF             PIC X(12).
           05 SC-RECEIVED-DATE        PIC 9(08).
           05 SC-OPERATOR-ID          PIC X(08).
           05 FILLER                  PIC X(46).
      *
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
      *    LAYOUT MIRRORS BNKHARC.CBL'S TRAN-HIST-REC.
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
       FD  TRAN-ARCH-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  TRAN-ARCH-REC.
           05  THA-KEY.
               10  THA-ACCT-NO            PIC  X(10).
               10  THA-TRAN-DATE          PIC  9(08).
               10  THA-SEQ-NO             PIC  9(04).
           05  THA-TRAN-TYPE              PIC  X(08).
           05  THA-AMOUNT                 PIC  9999999.99.
           05  FILLER                     PIC  X(40).
      *
      *    LAYOUT MIRRORS PAYAPPL.CBL'S PAY-HIST-REC.
       FD PAY-HIST-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 PAY-HIST-REC.
           05 PH-CUSTNO               PIC X(06).
           05 PH-INVNO                PIC X(06).
           05 PH-INV-DATE             PIC 9(08).
           05 PH-PAY-DATE             PIC 9(08).
           05 PH-APPLIED              PIC 9(7)V99.
           05 PH-DAYS-TO-PAY          PIC 9(05).
           05 PH-SETTLED              PIC X(01).
           05 FILLER                  PIC X(37).
      *
      *    LAYOUT MIRRORS CLIMNT.CBL'S CLI-XREF-REC.
       FD  CLI-XREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLI-XREF-REC.
           05 CC-KEY.
              10 CC-CUST-NO           PIC X(06).
              10 CC-CLIENT-ID         PIC X(08).
           05 CC-SETTLE-ACCT-NO       PIC X(10).
           05 CC-LINKED-DATE          PIC 9(08).
           05 FILLER                  PIC X(48).
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
       FD  CLIDTOT-FILE.
       COPY CLIDTOT.
      *
      *    SAME RECORD RPTSTORE FILES - SEE RPTSTORE.CBL.
       FD  REPO-FILE
            RECORD CONTAINS 265 CHARACTERS
            RECORDING MODE IS F.
       01  REPO-REC.
           05  RP-KEY.
               10  RP-REPORT-CODE         PIC X(06).
               10  RP-RUN-DATE            PIC 9(08).
               10  RP-RECIPIENT           PIC X(30).
               10  RP-LINE-SEQ            PIC 9(05).
           05  RP-EXPIRY-DATE             PIC 9(08).
           05  RP-LINE-DATA               PIC X(208).
      *
       FD EXTRACT-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01 EXTRACT-REC                 PIC X(132).
      *
       FD REGISTER-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01 REGISTER-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE INVOICE  END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
      *
       01  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
       01  CUSKS080-STATUS             PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ARCH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PAYH-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CLIXREF-STATUS           PIC X(02) VALUE SPACES.
       01  WS-POSL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CLIDTOT-STATUS           PIC X(02) VALUE SPACES.
       01  WS-REPO-STATUS              PIC X(02) VALUE SPACES.
       01  WS-EXTR-STATUS              PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS               PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  SWITCHES.
           05 END-OF-CARDS-SW          PIC X(01) VALUE 'N'.
              88 END-OF-CARDS                    VALUE 'Y'.
           05 END-OF-XREF-SW           PIC X(01) VALUE 'N'.
              88 END-OF-XREF                     VALUE 'Y'.
           05 END-OF-HIST-SW           PIC X(01) VALUE 'N'.
              88 END-OF-HIST                     VALUE 'Y'.
           05 END-OF-INVOICES-SW       PIC X(01) VALUE 'N'.
              88 END-OF-INVOICES                 VALUE 'Y'.
           05 END-OF-CREDITS-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CREDITS                  VALUE 'Y'.
           05 END-OF-PAYHIST-SW        PIC X(01) VALUE 'N'.
              88 END-OF-PAYHIST                  VALUE 'Y'.
           05 END-OF-CLIXREF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CLIXREF                  VALUE 'Y'.
           05 END-OF-POSL-SW           PIC X(01) VALUE 'N'.
              88 END-OF-POSL                     VALUE 'Y'.
           05 END-OF-CLIDTOT-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CLIDTOT                  VALUE 'Y'.
           05 END-OF-REPO-SW           PIC X(01) VALUE 'N'.
              88 END-OF-REPO                     VALUE 'Y'.
           05 END-OF-SWEEP-SW          PIC X(01) VALUE 'N'.
              88 END-OF-SWEEP                    VALUE 'Y'.
           05 WS-CHAIN-DONE-SW         PIC X(01) VALUE 'N'.
              88 WS-CHAIN-DONE                   VALUE 'Y'.
           05 WS-SET-GREW-SW           PIC X(01) VALUE 'N'.
              88 WS-SET-GREW                     VALUE 'Y'.
           05 WS-IN-SET-SW             PIC X(01) VALUE 'N'.
              88 WS-IN-SET                       VALUE 'Y'.
           05 WS-SECTION-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-SECTION-OPEN                 VALUE 'Y'.
           05 WS-SECTION-MINE-SW       PIC X(01) VALUE 'N'.
              88 WS-SECTION-MINE                 VALUE 'Y'.
      *
      *    OPTIONAL FILES THAT ACTUALLY OPENED.
       01  WS-ARCH-OPEN-SW             PIC X(01) VALUE 'N'.
           88 WS-ARCH-OPEN                        VALUE 'Y'.
       01  WS-CLIXREF-OPEN-SW          PIC X(01) VALUE 'N'.
           88 WS-CLIXREF-OPEN                     VALUE 'Y'.
       01  WS-POSL-OPEN-SW             PIC X(01) VALUE 'N'.
           88 WS-POSL-OPEN                        VALUE 'Y'.
       01  WS-CLIDTOT-OPEN-SW          PIC X(01) VALUE 'N'.
           88 WS-CLIDTOT-OPEN                     VALUE 'Y'.
       01  WS-REPO-OPEN-SW             PIC X(01) VALUE 'N'.
           88 WS-REPO-OPEN                        VALUE 'Y'.
      *
       01  WS-TODAY-DATE               PIC 9(08) VALUE ZEROES.
       01  WS-CARD-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-DONE-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-NOTFOUND-COUNT           PIC 9(05) VALUE ZEROES.
      *
      *    THE SUBJECT'S IDENTITY SET - THE KEY ON THE CARD, THE
      *    SURVIVOR(S) IT WAS MERGED INTO AND ANY KEYS MERGED INTO
      *    THOSE. EVERY SOURCE IS SEARCHED UNDER EVERY KEY; THE
      *    EMAIL IS KEPT BECAUSE REPOFILE FILES A RESOLVED
      *    CUSTOMER RECIPIENT UNDER ITS EMAIL ADDRESS.
       01  WS-KS-COUNT                 PIC 9(02) VALUE ZEROES.
       01  WS-KS-MAX                   PIC 9(02) VALUE 20.
       01  WS-KS-SUB                   PIC 9(02) VALUE ZEROES.
       01  KEY-SET-TABLE.
           05 KS-ENTRY OCCURS 20 TIMES INDEXED BY KS-IDX.
              10 KS-KEY                PIC X(06).
              10 KS-RELATION           PIC X(12).
              10 KS-EMAIL              PIC X(30).
       01  WS-LOOK-KEY                 PIC X(06) VALUE SPACES.
       01  WS-NEW-RELATION             PIC X(12) VALUE SPACES.
       01  WS-CURR-ACCT                PIC X(10) VALUE SPACES.
       01  WS-CURR-CLIENT              PIC X(08) VALUE SPACES.
      *
      *    THE REPORT SECTION BEING READ OFF REPOFILE.
       01  WS-SEC-CODE                 PIC X(06) VALUE SPACES.
       01  WS-SEC-RUN-DATE             PIC 9(08) VALUE ZEROES.
       01  WS-SEC-RECIPIENT            PIC X(30) VALUE SPACES.
       01  WS-SEC-EXPIRY               PIC 9(08) VALUE ZEROES.
       01  WS-SEC-LINES                PIC 9(05) VALUE ZEROES.
      *
      *    WHAT WAS FOUND FOR THE REQUEST IN HAND.
       01  REQUEST-COUNTS.
           05 RC-ACCTS                 PIC 9(04) VALUE ZEROES.
           05 RC-TXNS                  PIC 9(07) VALUE ZEROES.
           05 RC-INVOICES              PIC 9(05) VALUE ZEROES.
           05 RC-CREDITS               PIC 9(05) VALUE ZEROES.
           05 RC-PAYMENTS              PIC 9(05) VALUE ZEROES.
           05 RC-CLIENTS               PIC 9(03) VALUE ZEROES.
           05 RC-POSITIONS             PIC 9(04) VALUE ZEROES.
           05 RC-SECTIONS              PIC 9(04) VALUE ZEROES.
      *
       01 DB2-WORK-FIELDS             COMP-3.
          05 WS-OPEN-ITEM             PIC S9(9)V99 VALUE 0.
          05 CREDAMT                  PIC S9(7)V99 VALUE 0.
       01 CREDDATE                    PIC X(10).
      *
      *    EVERY EXTRACT LINE - SECTION TAG, SUBJECT KEY, DATA.
       01  SAR-LINE.
           05 SL-TAG                   PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SL-SUBJECT               PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SL-DATA                  PIC X(120).
      *
       01  SAR-HDR-DATA.
           05 FILLER                   PIC X(28) VALUE
              'SUBJECT ACCESS EXTRACT CASE '.
           05 SH-CASE-REF              PIC X(12).
           05 FILLER                   PIC X(10) VALUE ' RECEIVED '.
           05 SH-RECEIVED              PIC X(08).
           05 FILLER                   PIC X(10) VALUE ' PRODUCED '.
           05 SH-PRODUCED              PIC 9(08).
           05 FILLER                   PIC X(10) VALUE ' OPERATOR '.
           05 SH-OPERATOR              PIC X(08).
           05 FILLER                   PIC X(26) VALUE SPACES.
       01  SAR-HEADING-DATA.
           05 FILLER                   PIC X(05) VALUE '*** '.
           05 SD-HEADING               PIC X(60).
           05 FILLER                   PIC X(55) VALUE SPACES.
       01  SAR-KEY-DATA.
           05 FILLER                   PIC X(13) VALUE
              'CUSTOMER KEY '.
           05 SK-KEY                   PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SK-RELATION              PIC X(12).
           05 FILLER                   PIC X(88) VALUE SPACES.
       01  SAR-NAME-DATA.
           05 FILLER                   PIC X(04) VALUE 'KEY '.
           05 SN-KEY                   PIC X(06).
           05 FILLER                   PIC X(06) VALUE ' NAME '.
           05 SN-FNAME                 PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SN-LNAME                 PIC X(15).
           05 FILLER                   PIC X(09) VALUE ' ADDRESS '.
           05 SN-ADDR                  PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SN-CITY                  PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SN-STATE                 PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SN-ZIP                   PIC X(05).
           05 FILLER                   PIC X(22) VALUE SPACES.
       01  SAR-CONTACT-DATA.
           05 FILLER                   PIC X(04) VALUE 'KEY '.
           05 SO-KEY                   PIC X(06).
           05 FILLER                   PIC X(07) VALUE ' EMAIL '.
           05 SO-EMAIL                 PIC X(40).
           05 FILLER                   PIC X(07) VALUE ' PHONE '.
           05 SO-PHONE                 PIC X(15).
           05 FILLER                   PIC X(10) VALUE ' DELIVERY '.
           05 SO-METHOD                PIC X(01).
           05 FILLER                   PIC X(30) VALUE SPACES.
       01  SAR-STATUS-DATA.
           05 FILLER                   PIC X(04) VALUE 'KEY '.
           05 SS-KEY                   PIC X(06).
           05 FILLER                   PIC X(08) VALUE ' STATUS '.
           05 SS-STATUS                PIC X(01).
           05 FILLER                   PIC X(08) VALUE ' CLOSED '.
           05 SS-CLOSE-DATE            PIC X(08).
           05 FILLER                   PIC X(13) VALUE
              ' MERGED INTO '.
           05 SS-FORWARD-KEY           PIC X(06).
           05 FILLER                   PIC X(14) VALUE
              ' CREDIT LIMIT '.
           05 SS-CREDIT-LIMIT          PIC Z(6)9.99.
           05 FILLER                   PIC X(06) VALUE ' HOLD '.
           05 SS-CREDIT-HOLD           PIC X(01).
           05 FILLER                   PIC X(35) VALUE SPACES.
       01  SAR-KYC-DATA.
           05 FILLER                   PIC X(04) VALUE 'KEY '.
           05 SY-KEY                   PIC X(06).
           05 FILLER                   PIC X(09) VALUE ' KYC DOC '.
           05 SY-DOC-TYPE              PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SY-DOC-NUMBER            PIC X(15).
           05 FILLER                   PIC X(10) VALUE ' VERIFIED '.
           05 SY-VERIFIED              PIC X(08).
           05 FILLER                   PIC X(09) VALUE ' EXPIRES '.
           05 SY-EXPIRES               PIC X(08).
           05 FILLER                   PIC X(06) VALUE ' RISK '.
           05 SY-RISK                  PIC X(01).
           05 FILLER                   PIC X(41) VALUE SPACES.
       01  SAR-QUALITY-DATA.
           05 FILLER                   PIC X(04) VALUE 'KEY '.
           05 SQ-KEY                   PIC X(06).
           05 FILLER                   PIC X(13) VALUE
              ' BAD ADDRESS '.
           05 SQ-ADDR-FLAG             PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SQ-ADDR-DATE             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SQ-ADDR-SOURCE           PIC X(08).
           05 FILLER                   PIC X(11) VALUE ' BAD EMAIL '.
           05 SQ-EMAIL-FLAG            PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SQ-EMAIL-DATE            PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SQ-EMAIL-SOURCE          PIC X(08).
           05 FILLER                   PIC X(48) VALUE SPACES.
       01  SAR-ACCT-DATA.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 SA-ACCT-NO               PIC X(10).
           05 FILLER                   PIC X(08) VALUE ' HOLDER '.
           05 SA-HOLDER                PIC X(06).
           05 FILLER                   PIC X(06) VALUE ' ROLE '.
           05 SA-ROLE                  PIC X(01).
           05 FILLER                   PIC X(08) VALUE ' OPENED '.
           05 SA-OPENED                PIC X(08).
           05 FILLER                   PIC X(09) VALUE ' BALANCE '.
           05 SA-BALANCE               PIC -Z(6)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SA-CURRENCY              PIC X(03).
           05 FILLER                   PIC X(06) VALUE ' TYPE '.
           05 SA-TYPE                  PIC X(01).
           05 FILLER                   PIC X(08) VALUE ' BRANCH '.
           05 SA-BRANCH                PIC X(04).
           05 FILLER                   PIC X(22) VALUE SPACES.
       01  SAR-ACCT2-DATA.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 SB-ACCT-NO               PIC X(10).
           05 FILLER                   PIC X(11) VALUE ' AVAILABLE '.
           05 SB-AVAILABLE             PIC -Z(6)9.99.
           05 FILLER                   PIC X(10) VALUE ' OD LIMIT '.
           05 SB-OD-LIMIT              PIC X(10).
           05 FILLER                   PIC X(15) VALUE
              ' LAST ACTIVITY '.
           05 SB-LAST-ACTIVITY         PIC X(08).
           05 FILLER                   PIC X(07) VALUE ' FLAGS '.
           05 SB-DORMANT               PIC X(01).
           05 SB-MANDATE               PIC X(01).
           05 SB-POSPAY                PIC X(01).
           05 SB-ESTATE                PIC X(01).
           05 SB-SANCTION              PIC X(01).
           05 FILLER                   PIC X(25) VALUE SPACES.
       01  SAR-NOACCT-DATA.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 SX-ACCT-NO               PIC X(10).
           05 FILLER                   PIC X(08) VALUE ' HOLDER '.
           05 SX-HOLDER                PIC X(06).
           05 FILLER                   PIC X(24) VALUE
              ' NOT ON ACCOUNT MASTER  '.
           05 FILLER                   PIC X(64) VALUE SPACES.
       01  SAR-TXN-DATA.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 ST-ACCT-NO               PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ST-TRAN-DATE             PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ST-SEQ-NO                PIC 9(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ST-TRAN-TYPE             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ST-AMOUNT                PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ST-SOURCE                PIC X(08).
           05 FILLER                   PIC X(59) VALUE SPACES.
       01  SAR-INV-DATA.
           05 FILLER                   PIC X(09) VALUE 'CUSTOMER '.
           05 SI-CUSTNO                PIC X(06).
           05 FILLER                   PIC X(09) VALUE ' INVOICE '.
           05 SI-INVNO                 PIC X(06).
           05 FILLER                   PIC X(07) VALUE ' DATED '.
           05 SI-INVDATE               PIC X(10).
           05 FILLER                   PIC X(08) VALUE ' BILLED '.
           05 SI-TOTAL                 PIC Z(7)9.99.
           05 FILLER                   PIC X(06) VALUE ' PAID '.
           05 SI-PAID                  PIC Z(7)9.99.
           05 FILLER                   PIC X(06) VALUE ' OPEN '.
           05 SI-OPEN                  PIC -Z(7)9.99.
           05 FILLER                   PIC X(19) VALUE SPACES.
       01  SAR-CREDIT-DATA.
           05 FILLER                   PIC X(09) VALUE 'CUSTOMER '.
           05 SR-CUSTNO                PIC X(06).
           05 FILLER                   PIC X(19) VALUE
              ' CREDIT ON ACCOUNT '.
           05 SR-CREDDATE              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SR-AMOUNT                PIC Z(7)9.99.
           05 FILLER                   PIC X(64) VALUE SPACES.
       01  SAR-PAY-DATA.
           05 FILLER                   PIC X(09) VALUE 'CUSTOMER '.
           05 SP-CUSTNO                PIC X(06).
           05 FILLER                   PIC X(09) VALUE ' INVOICE '.
           05 SP-INVNO                 PIC X(06).
           05 FILLER                   PIC X(06) VALUE ' PAID '.
           05 SP-PAY-DATE              PIC X(08).
           05 FILLER                   PIC X(09) VALUE ' APPLIED '.
           05 SP-APPLIED               PIC Z(6)9.99.
           05 FILLER                   PIC X(06) VALUE ' DAYS '.
           05 SP-DAYS                  PIC ZZZZ9.
           05 FILLER                   PIC X(09) VALUE ' SETTLED '.
           05 SP-SETTLED               PIC X(01).
           05 FILLER                   PIC X(36) VALUE SPACES.
       01  SAR-CLIENT-DATA.
           05 FILLER                   PIC X(09) VALUE 'CUSTOMER '.
           05 SC-CUSTNO                PIC X(06).
           05 FILLER                   PIC X(08) VALUE ' CLIENT '.
           05 SC-CLIENT-ID             PIC X(08).
           05 FILLER                   PIC X(17) VALUE
              ' SETTLEMENT ACCT '.
           05 SC-SETTLE-ACCT           PIC X(10).
           05 FILLER                   PIC X(08) VALUE ' LINKED '.
           05 SC-LINKED                PIC X(08).
           05 FILLER                   PIC X(46) VALUE SPACES.
       01  SAR-POS-DATA.
           05 FILLER                   PIC X(07) VALUE 'CLIENT '.
           05 SO-CLIENT-ID             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SO-INSTRUMENT            PIC X(08).
           05 FILLER                   PIC X(05) VALUE ' QTY '.
           05 SO-QTY                   PIC -Z(6)9.
           05 FILLER                   PIC X(10) VALUE ' AVG COST '.
           05 SO-AVG-COST              PIC Z(4)9.9999.
           05 FILLER                   PIC X(10) VALUE ' REALIZED '.
           05 SO-REALIZED              PIC -Z(8)9.99.
           05 FILLER                   PIC X(12) VALUE
              ' LAST TRADE '.
           05 SO-LAST-TRADE            PIC X(08).
           05 FILLER                   PIC X(20) VALUE SPACES.
       01  SAR-CHARGE-DATA.
           05 FILLER                   PIC X(07) VALUE 'CLIENT '.
           05 SG-CLIENT-ID             PIC X(08).
           05 FILLER                   PIC X(06) VALUE ' YEAR '.
           05 SG-YEAR                  PIC 9(04).
           05 FILLER                   PIC X(13) VALUE
              ' CHARGES YTD '.
           05 SG-YTD-CHARGES           PIC Z(8)9.99.
           05 FILLER                   PIC X(12) VALUE
              ' TRADES YTD '.
           05 SG-YTD-TRADES            PIC Z(6)9.
           05 FILLER                   PIC X(51) VALUE SPACES.
       01  SAR-SECTION-DATA.
           05 FILLER                   PIC X(07) VALUE 'REPORT '.
           05 SE-REPORT-CODE           PIC X(06).
           05 FILLER                   PIC X(05) VALUE ' RUN '.
           05 SE-RUN-DATE              PIC 9(08).
           05 FILLER                   PIC X(11) VALUE ' RECIPIENT '.
           05 SE-RECIPIENT             PIC X(30).
           05 FILLER                   PIC X(07) VALUE ' LINES '.
           05 SE-LINES                 PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE
              ' KEPT UNTIL '.
           05 SE-EXPIRY                PIC 9(08).
           05 FILLER                   PIC X(21) VALUE SPACES.
       01  SAR-END-DATA.
           05 FILLER                   PIC X(07) VALUE 'ACCTS  '.
           05 SZ-ACCTS                 PIC ZZZ9.
           05 FILLER                   PIC X(07) VALUE ' TXNS  '.
           05 SZ-TXNS                  PIC Z(6)9.
           05 FILLER                   PIC X(07) VALUE ' INVS  '.
           05 SZ-INVOICES              PIC ZZZZ9.
           05 FILLER                   PIC X(07) VALUE ' CRDS  '.
           05 SZ-CREDITS               PIC ZZZZ9.
           05 FILLER                   PIC X(07) VALUE ' PAYS  '.
           05 SZ-PAYMENTS              PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE ' CLIENTS  '.
           05 SZ-CLIENTS               PIC ZZ9.
           05 FILLER                   PIC X(08) VALUE ' POSNS  '.
           05 SZ-POSITIONS             PIC ZZZ9.
           05 FILLER                   PIC X(08) VALUE ' SECTS  '.
           05 SZ-SECTIONS              PIC ZZZ9.
           05 FILLER                   PIC X(22) VALUE SPACES.
       01  SAR-NOTFOUND-DATA.
           05 FILLER                   PIC X(40) VALUE
              'CUSTOMER KEY NOT ON CUSKS080 - NO DATA  '.
           05 FILLER                   PIC X(80) VALUE SPACES.
       01  SAR-BLANK-LINE              PIC X(132) VALUE SPACES.
      *
      *    ONE LINE PER REQUEST ON THE COMPLIANCE REGISTER.
       01  REGISTER-LINE.
           05 RG-RUN-DATE              PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RG-CASE-REF              PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RG-CUST-NO               PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RG-RECEIVED              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RG-OPERATOR              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RG-STATUS                PIC X(11).
           05 FILLER                   PIC X(05) VALUE ' KEY '.
           05 RG-KEYS                  PIC Z9.
           05 FILLER                   PIC X(05) VALUE ' ACC '.
           05 RG-ACCTS                 PIC ZZZ9.
           05 FILLER                   PIC X(05) VALUE ' TXN '.
           05 RG-TXNS                  PIC Z(6)9.
           05 FILLER                   PIC X(05) VALUE ' INV '.
           05 RG-INVOICES              PIC ZZZZ9.
           05 FILLER                   PIC X(05) VALUE ' PAY '.
           05 RG-PAYMENTS              PIC ZZZZ9.
           05 FILLER                   PIC X(05) VALUE ' CLI '.
           05 RG-CLIENTS               PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE ' POS '.
           05 RG-POSITIONS             PIC ZZZ9.
           05 FILLER                   PIC X(05) VALUE ' RPT '.
           05 RG-SECTIONS              PIC ZZZ9.
      *
      *    SAME INVOICE AND CREDIT CURSOR SHAPES AS ARSTMT - ONE
      *    CUSTOMER KEY'S INVOICES AND ON-ACCOUNT CREDITS.
           EXEC SQL
              DECLARE SARINV CURSOR FOR
                 SELECT INVNO, INVDATE, INVTOTAL, INVPAID
                   FROM INV
                  WHERE INVCUST = :CUSTNO
                  ORDER BY INVDATE, INVNO
           END-EXEC.
      *
           EXEC SQL
              DECLARE SARCRD CURSOR FOR
                 SELECT CREDAMT, CREDDATE
                   FROM CUSTCRED
                  WHERE CUSTNO = :CUSTNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PRODUCE-EXTRACTS.
      *
            DISPLAY "***                                         ***".
            DISPLAY "CUSTOMER SUBJECT-ACCESS EXTRACT".
      *
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
            PERFORM 010-OPEN-FILES.
      *
            PERFORM 100-PROCESS-REQUEST
               UNTIL END-OF-CARDS.
      *
            DISPLAY 'REQUESTS READ        : ' WS-CARD-COUNT.
            DISPLAY 'EXTRACTS PRODUCED    : ' WS-DONE-COUNT.
            DISPLAY 'CUSTOMER NOT ON FILE : ' WS-NOTFOUND-COUNT.
      *
            PERFORM 999-CLOSE-FILES.
      *
            DISPLAY "END OF SUBJECT-ACCESS RUN.".
            STOP RUN.
      *
       010-OPEN-FILES.
      *
            OPEN INPUT SAR-CARD-FILE.
            IF WS-CARD-STATUS NOT = '00'
               MOVE 'Error opening file SARCARD'  TO WS-ERR-MSG
               MOVE WS-CARD-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT CUSKS080-FILE.
            IF CUSKS080-STATUS NOT = '00'
               MOVE 'Error opening file CUSKS080' TO WS-ERR-MSG
               MOVE CUSKS080-STATUS               TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT XREF-FILE.
            IF WS-XREF-STATUS NOT = '00'
               MOVE 'Error opening file CUSTACCT' TO WS-ERR-MSG
               MOVE WS-XREF-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT BALANCE-AMT.
            IF WS-BAL-STATUS NOT = '00'
               MOVE 'Error opening file BALFILE'  TO WS-ERR-MSG
               MOVE WS-BAL-STATUS                 TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT TRAN-HIST-FILE.
            IF WS-HIST-STATUS NOT = '00'
               MOVE 'Error opening file TRANHIST' TO WS-ERR-MSG
               MOVE WS-HIST-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT TRAN-ARCH-FILE.
            IF WS-ARCH-STATUS = '00'
               MOVE 'Y' TO WS-ARCH-OPEN-SW
            END-IF.
            OPEN INPUT CLI-XREF-FILE.
            IF WS-CLIXREF-STATUS = '00'
               MOVE 'Y' TO WS-CLIXREF-OPEN-SW
            END-IF.
            OPEN INPUT POS-LEDGER-FILE.
            IF WS-POSL-STATUS = '00'
               MOVE 'Y' TO WS-POSL-OPEN-SW
            END-IF.
            OPEN INPUT CLIDTOT-FILE.
            IF WS-CLIDTOT-STATUS = '00'
               MOVE 'Y' TO WS-CLIDTOT-OPEN-SW
            END-IF.
            OPEN INPUT REPO-FILE.
            IF WS-REPO-STATUS = '00'
               MOVE 'Y' TO WS-REPO-OPEN-SW
            END-IF.
      *
            OPEN OUTPUT EXTRACT-FILE.
            IF WS-EXTR-STATUS NOT = '00'
               MOVE 'Error opening file SAREXTR'  TO WS-ERR-MSG
               MOVE WS-EXTR-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN EXTEND REGISTER-FILE.
            IF WS-REG-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
            END-IF.
            IF WS-REG-STATUS NOT = '00'
               MOVE 'Error opening file SARREG'   TO WS-ERR-MSG
               MOVE WS-REG-STATUS                 TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       100-PROCESS-REQUEST.
      *
            READ SAR-CARD-FILE
               AT END
                  MOVE 'Y' TO END-OF-CARDS-SW
               NOT AT END
                  ADD 1 TO WS-CARD-COUNT
                  PERFORM 110-EXTRACT-ONE-SUBJECT
            END-READ.
      *
       110-EXTRACT-ONE-SUBJECT.
      *
            INITIALIZE REQUEST-COUNTS.
            MOVE ZEROES          TO WS-KS-COUNT.
            MOVE SC-CUST-NO      TO SL-SUBJECT.
            MOVE SC-CASE-REF     TO SH-CASE-REF.
            MOVE SC-RECEIVED-DATE TO SH-RECEIVED.
            MOVE WS-TODAY-DATE   TO SH-PRODUCED.
            MOVE SC-OPERATOR-ID  TO SH-OPERATOR.
            MOVE 'HDR '          TO SL-TAG.
            MOVE SAR-HDR-DATA    TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
            MOVE SC-CUST-NO TO CUSKS080-KEY.
            READ CUSKS080-FILE
                INVALID KEY
                    ADD 1 TO WS-NOTFOUND-COUNT
                    MOVE 'END '            TO SL-TAG
                    MOVE SAR-NOTFOUND-DATA TO SL-DATA
                    PERFORM 900-WRITE-EXTRACT-LINE
                    WRITE EXTRACT-REC FROM SAR-BLANK-LINE
                    MOVE 'NOT ON FILE'     TO RG-STATUS
                    PERFORM 800-WRITE-REGISTER
                NOT INVALID KEY
                    ADD 1 TO WS-DONE-COUNT
                    PERFORM 120-BUILD-KEY-SET
                    PERFORM 200-EXTRACT-CUSTOMER
                    PERFORM 300-EXTRACT-ACCOUNTS
                    PERFORM 400-EXTRACT-RECEIVABLES
                    PERFORM 450-EXTRACT-PAYMENTS
                    PERFORM 500-EXTRACT-BROKING
                    PERFORM 600-EXTRACT-REPORTS THRU 600-EXIT
                    PERFORM 700-WRITE-TRAILER
                    MOVE 'COMPLETE'        TO RG-STATUS
                    PERFORM 800-WRITE-REGISTER
            END-READ.
      *
      *    THE KEY ON THE CARD, THEN FORWARD ALONG CUS-FORWARD-KEY TO
      *    THE SURVIVOR, THEN BACK - ANY RECORD WHOSE FORWARD KEY IS
      *    ALREADY IN THE SET WAS MERGED INTO THIS CUSTOMER. THE
      *    BACKWARD SWEEP REPEATS UNTIL A PASS ADDS NOTHING, SO A
      *    CHAIN OF MERGES IS FOLLOWED TO ITS END WHATEVER ORDER
      *    THE KEYS FALL IN ON THE MASTER.
       120-BUILD-KEY-SET.
      *
            MOVE CUSKS080-KEY   TO WS-LOOK-KEY.
            MOVE 'SUBJECT'      TO WS-NEW-RELATION.
            PERFORM 190-ADD-TO-KEY-SET.
      *
            MOVE 'N' TO WS-CHAIN-DONE-SW.
            PERFORM 125-FOLLOW-FORWARD-KEY
               UNTIL WS-CHAIN-DONE.
      *
            MOVE 'Y' TO WS-SET-GREW-SW.
            PERFORM 130-SWEEP-FOR-MERGED
               UNTIL NOT WS-SET-GREW.
      *
       125-FOLLOW-FORWARD-KEY.
      *
            IF CUS-FORWARD-KEY = SPACES
               OR WS-KS-COUNT NOT < WS-KS-MAX
               MOVE 'Y' TO WS-CHAIN-DONE-SW
            ELSE
               MOVE CUS-FORWARD-KEY TO WS-LOOK-KEY
               PERFORM 195-FIND-IN-KEY-SET
               IF WS-IN-SET
                  MOVE 'Y' TO WS-CHAIN-DONE-SW
               ELSE
                  MOVE WS-LOOK-KEY TO CUSKS080-KEY
                  READ CUSKS080-FILE
                      INVALID KEY
                          MOVE 'Y' TO WS-CHAIN-DONE-SW
                      NOT INVALID KEY
                          MOVE 'MERGED INTO' TO WS-NEW-RELATION
                          PERFORM 190-ADD-TO-KEY-SET
                  END-READ
               END-IF
            END-IF.
      *
       130-SWEEP-FOR-MERGED.
      *
            MOVE 'N'        TO WS-SET-GREW-SW.
            MOVE 'N'        TO END-OF-SWEEP-SW.
            MOVE LOW-VALUES TO CUSKS080-KEY.
            START CUSKS080-FILE KEY IS NOT LESS THAN CUSKS080-KEY
                INVALID KEY
                    MOVE 'Y' TO END-OF-SWEEP-SW
            END-START.
            PERFORM 135-READ-NEXT-MASTER
               UNTIL END-OF-SWEEP.
      *
       135-READ-NEXT-MASTER.
      *
            READ CUSKS080-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-SWEEP-SW
                NOT AT END
                    IF CUS-FORWARD-KEY NOT = SPACES
                       MOVE CUS-FORWARD-KEY TO WS-LOOK-KEY
                       PERFORM 195-FIND-IN-KEY-SET
                       IF WS-IN-SET
                          MOVE CUSKS080-KEY TO WS-LOOK-KEY
                          PERFORM 195-FIND-IN-KEY-SET
                          IF NOT WS-IN-SET
                             AND WS-KS-COUNT < WS-KS-MAX
                             MOVE 'MERGED FROM' TO WS-NEW-RELATION
                             PERFORM 190-ADD-TO-KEY-SET
                             MOVE 'Y' TO WS-SET-GREW-SW
                          END-IF
                       END-IF
                    END-IF
            END-READ.
      *
      *    WS-LOOK-KEY JOINS THE SET; THE RECORD IN THE BUFFER IS
      *    ITS MASTER RECORD.
       190-ADD-TO-KEY-SET.
      *
            ADD 1 TO WS-KS-COUNT.
            SET KS-IDX TO WS-KS-COUNT.
            MOVE WS-LOOK-KEY      TO KS-KEY (KS-IDX).
            MOVE WS-NEW-RELATION  TO KS-RELATION (KS-IDX).
            MOVE CUS-EMAIL (1:30) TO KS-EMAIL (KS-IDX).
      *
       195-FIND-IN-KEY-SET.
      *
            MOVE 'N' TO WS-IN-SET-SW.
            SET KS-IDX TO 1.
            SEARCH KS-ENTRY
                AT END
                    CONTINUE
                WHEN KS-IDX > WS-KS-COUNT
                    CONTINUE
                WHEN KS-KEY (KS-IDX) = WS-LOOK-KEY
                    MOVE 'Y' TO WS-IN-SET-SW
            END-SEARCH.
      *
      *    THE CUSTOMER RECORD UNDER EVERY KEY OF THE SET, FIELD BY
      *    FIELD.
       200-EXTRACT-CUSTOMER.
      *
            MOVE 'KEY '                       TO SL-TAG.
            MOVE 'IDENTITY - CUSTOMER KEYS SEARCHED'
                                              TO SD-HEADING.
            MOVE SAR-HEADING-DATA             TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
            PERFORM 205-LIST-ONE-KEY
               VARYING WS-KS-SUB FROM 1 BY 1
               UNTIL WS-KS-SUB > WS-KS-COUNT.
      *
            MOVE 'CUS '                       TO SL-TAG.
            MOVE 'CUSTOMER RECORD - CUSKS080' TO SD-HEADING.
            MOVE SAR-HEADING-DATA             TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
            PERFORM 210-SHOW-ONE-CUSTOMER
               VARYING WS-KS-SUB FROM 1 BY 1
               UNTIL WS-KS-SUB > WS-KS-COUNT.
      *
       205-LIST-ONE-KEY.
      *
            MOVE KS-KEY (WS-KS-SUB)      TO SK-KEY.
            MOVE KS-RELATION (WS-KS-SUB) TO SK-RELATION.
            MOVE SAR-KEY-DATA            TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
       210-SHOW-ONE-CUSTOMER.
      *
            MOVE KS-KEY (WS-KS-SUB) TO CUSKS080-KEY.
            READ CUSKS080-FILE
                INVALID KEY
                    MOVE SPACES TO CUSKS080-DATA
            END-READ.
      *
            MOVE CUSKS080-KEY          TO SN-KEY SO-KEY SS-KEY
                                          SY-KEY SQ-KEY.
            MOVE CUS-FNAME             TO SN-FNAME.
            MOVE CUS-LNAME             TO SN-LNAME.
            MOVE CUS-ADDR-LINE1        TO SN-ADDR.
            MOVE CUS-CITY              TO SN-CITY.
            MOVE CUS-STATE             TO SN-STATE.
            MOVE CUS-ZIP               TO SN-ZIP.
            MOVE SAR-NAME-DATA         TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
            MOVE CUS-EMAIL             TO SO-EMAIL.
            MOVE CUS-PHONE             TO SO-PHONE.
            MOVE CUS-DELIV-METHOD      TO SO-METHOD.
            MOVE SAR-CONTACT-DATA      TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
            MOVE CUS-ACCT-STATUS       TO SS-STATUS.
            MOVE CUS-CLOSE-DATE        TO SS-CLOSE-DATE.
            MOVE CUS-FORWARD-KEY       TO SS-FORWARD-KEY.
            MOVE CUS-CREDIT-LIMIT      TO SS-CREDIT-LIMIT.
            MOVE CUS-CREDIT-HOLD       TO SS-CREDIT-HOLD.
            MOVE SAR-STATUS-DATA       TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
            MOVE CUS-KYC-DOC-TYPE      TO SY-DOC-TYPE.
            MOVE CUS-KYC-DOC-NUMBER    TO SY-DOC-NUMBER.
            MOVE CUS-KYC-VERIFIED-DATE TO SY-VERIFIED.
            MOVE CUS-KYC-EXPIRY-DATE   TO SY-EXPIRES.
            MOVE CUS-KYC-RISK-RATING   TO SY-RISK.
            MOVE SAR-KYC-DATA          TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
            MOVE CUS-BAD-ADDR-FLAG     TO SQ-ADDR-FLAG.
            MOVE CUS-BAD-ADDR-DATE     TO SQ-ADDR-DATE.
            MOVE CUS-BAD-ADDR-SOURCE   TO SQ-ADDR-SOURCE.
            MOVE CUS-BAD-EMAIL-FLAG    TO SQ-EMAIL-FLAG.
            MOVE CUS-BAD-EMAIL-DATE    TO SQ-EMAIL-DATE.
            MOVE CUS-BAD-EMAIL-SOURCE  TO SQ-EMAIL-SOURCE.
            MOVE SAR-QUALITY-DATA      TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
      *    SAME START/READ-NEXT SHAPE AS CUSTPOS - EVERY CUSTACCT
      *    PAIRING FOR EACH KEY, EACH ACCOUNT FOLLOWED BY ITS WHOLE
      *    HISTORY.
       300-EXTRACT-ACCOUNTS.
      *
            MOVE 'ACC '                       TO SL-TAG.
            MOVE 'ACCOUNTS AND HISTORY - CUSTACCT, BALFILE, TRANHIST'
                                              TO SD-HEADING.
            MOVE SAR-HEADING-DATA             TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
            PERFORM 310-ACCOUNTS-FOR-ONE-KEY
               VARYING WS-KS-SUB FROM 1 BY 1
               UNTIL WS-KS-SUB > WS-KS-COUNT.
      *
       310-ACCOUNTS-FOR-ONE-KEY.
      *
            MOVE 'N'                 TO END-OF-XREF-SW.
            MOVE KS-KEY (WS-KS-SUB)  TO XR-CUST-NO.
            MOVE SPACES              TO XR-ACCT-NO.
            START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                INVALID KEY
                    MOVE 'Y' TO END-OF-XREF-SW
            END-START.
            PERFORM 320-READ-NEXT-XREF
               UNTIL END-OF-XREF.
      *
       320-READ-NEXT-XREF.
      *
            READ XREF-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-XREF-SW
                NOT AT END
                    IF XR-CUST-NO NOT = KS-KEY (WS-KS-SUB)
                        MOVE 'Y' TO END-OF-XREF-SW
                    ELSE
                        ADD 1 TO RC-ACCTS
                        PERFORM 330-SHOW-ONE-ACCOUNT
                    END-IF
            END-READ.
      *
       330-SHOW-ONE-ACCOUNT.
      *
            MOVE 'ACC '     TO SL-TAG.
            MOVE XR-ACCT-NO TO ACCT-NO WS-CURR-ACCT.
            READ BALANCE-AMT
                INVALID KEY
                    MOVE XR-ACCT-NO      TO SX-ACCT-NO
                    MOVE XR-CUST-NO      TO SX-HOLDER
                    MOVE SAR-NOACCT-DATA TO SL-DATA
                    PERFORM 900-WRITE-EXTRACT-LINE
                NOT INVALID KEY
                    PERFORM 335-SHOW-ACCOUNT-MASTER
            END-READ.
      *
            MOVE 'TXN ' TO SL-TAG.
            IF WS-ARCH-OPEN
               PERFORM 340-LIST-ARCHIVED-HISTORY
            END-IF.
            PERFORM 350-LIST-LIVE-HISTORY.
      *
       335-SHOW-ACCOUNT-MASTER.
      *
            MOVE XR-ACCT-NO          TO SA-ACCT-NO SB-ACCT-NO.
            MOVE XR-CUST-NO          TO SA-HOLDER.
            MOVE XR-HOLDER-ROLE      TO SA-ROLE.
            MOVE XR-OPENED-DATE      TO SA-OPENED.
            MOVE BAL-AMT             TO SA-BALANCE.
            MOVE CURRENCY-CODE       TO SA-CURRENCY.
            MOVE ACCT-TYPE           TO SA-TYPE.
            MOVE HOME-BRANCH         TO SA-BRANCH.
            MOVE SAR-ACCT-DATA       TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
            MOVE AVAIL-AMT           TO SB-AVAILABLE.
            MOVE OVERDRAFT-LIMIT     TO SB-OD-LIMIT.
            MOVE LAST-ACTIVITY-DATE  TO SB-LAST-ACTIVITY.
            MOVE DORMANT-STATUS      TO SB-DORMANT.
            MOVE MANDATE-RULE        TO SB-MANDATE.
            MOVE POSPAY-FLAG         TO SB-POSPAY.
            MOVE ESTATE-STATUS       TO SB-ESTATE.
            MOVE SANCTION-STATUS     TO SB-SANCTION.
            MOVE SAR-ACCT2-DATA      TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
       340-LIST-ARCHIVED-HISTORY.
      *
            MOVE 'N'          TO END-OF-HIST-SW.
            MOVE WS-CURR-ACCT TO THA-ACCT-NO.
            MOVE ZEROES       TO THA-TRAN-DATE THA-SEQ-NO.
            START TRAN-ARCH-FILE KEY IS NOT LESS THAN THA-KEY
                INVALID KEY
                    MOVE 'Y' TO END-OF-HIST-SW
            END-START.
            PERFORM 345-READ-NEXT-ARCHIVE
               UNTIL END-OF-HIST.
      *
       345-READ-NEXT-ARCHIVE.
      *
            READ TRAN-ARCH-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-HIST-SW
                NOT AT END
                    IF THA-ACCT-NO NOT = WS-CURR-ACCT
                        MOVE 'Y' TO END-OF-HIST-SW
                    ELSE
                        ADD 1 TO RC-TXNS
                        MOVE THA-ACCT-NO   TO ST-ACCT-NO
                        MOVE THA-TRAN-DATE TO ST-TRAN-DATE
                        MOVE THA-SEQ-NO    TO ST-SEQ-NO
                        MOVE THA-TRAN-TYPE TO ST-TRAN-TYPE
                        MOVE THA-AMOUNT    TO ST-AMOUNT
                        MOVE 'ARCHIVE'     TO ST-SOURCE
                        MOVE SAR-TXN-DATA  TO SL-DATA
                        PERFORM 900-WRITE-EXTRACT-LINE
                    END-IF
            END-READ.
      *
       350-LIST-LIVE-HISTORY.
      *
            MOVE 'N'          TO END-OF-HIST-SW.
            MOVE WS-CURR-ACCT TO TH-ACCT-NO.
            MOVE ZEROES       TO TH-TRAN-DATE TH-SEQ-NO.
            START TRAN-HIST-FILE KEY IS NOT LESS THAN TH-KEY
                INVALID KEY
                    MOVE 'Y' TO END-OF-HIST-SW
            END-START.
            PERFORM 355-READ-NEXT-HISTORY
               UNTIL END-OF-HIST.
      *
       355-READ-NEXT-HISTORY.
      *
            READ TRAN-HIST-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-HIST-SW
                NOT AT END
                    IF TH-ACCT-NO NOT = WS-CURR-ACCT
                        MOVE 'Y' TO END-OF-HIST-SW
                    ELSE
                        ADD 1 TO RC-TXNS
                        MOVE TH-ACCT-NO   TO ST-ACCT-NO
                        MOVE TH-TRAN-DATE TO ST-TRAN-DATE
                        MOVE TH-SEQ-NO    TO ST-SEQ-NO
                        MOVE TH-TRAN-TYPE TO ST-TRAN-TYPE
                        MOVE TH-AMOUNT    TO ST-AMOUNT
                        MOVE 'LIVE'       TO ST-SOURCE
                        MOVE SAR-TXN-DATA TO SL-DATA
                        PERFORM 900-WRITE-EXTRACT-LINE
                    END-IF
            END-READ.
      *
      *    THE DB2 INVOICES AND ON-ACCOUNT CREDITS UNDER EVERY KEY -
      *    AN UNFINISHED MERGE CAN LEAVE INVOICES UNDER THE OLD KEY
      *    UNTIL THE DBA WORKLIST IS RUN.
       400-EXTRACT-RECEIVABLES.
      *
            MOVE 'INV '                       TO SL-TAG.
            MOVE 'RECEIVABLES - DB2 INVOICES AND CREDITS'
                                              TO SD-HEADING.
            MOVE SAR-HEADING-DATA             TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
            PERFORM 410-RECEIVABLES-FOR-ONE-KEY
               VARYING WS-KS-SUB FROM 1 BY 1
               UNTIL WS-KS-SUB > WS-KS-COUNT.
      *
       410-RECEIVABLES-FOR-ONE-KEY.
      *
            MOVE KS-KEY (WS-KS-SUB) TO CUSTNO SI-CUSTNO SR-CUSTNO.
      *
            MOVE 'INV ' TO SL-TAG.
            EXEC SQL
               OPEN SARINV
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE OPENING SARINV: ' SQLCODE
            ELSE
               MOVE 'N' TO END-OF-INVOICES-SW
               PERFORM 420-SHOW-ONE-INVOICE
                  UNTIL END-OF-INVOICES
               EXEC SQL
                  CLOSE SARINV
               END-EXEC
            END-IF.
      *
            MOVE 'CRD ' TO SL-TAG.
            EXEC SQL
               OPEN SARCRD
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE OPENING SARCRD: ' SQLCODE
            ELSE
               MOVE 'N' TO END-OF-CREDITS-SW
               PERFORM 430-SHOW-ONE-CREDIT
                  UNTIL END-OF-CREDITS
               EXEC SQL
                  CLOSE SARCRD
               END-EXEC
            END-IF.
      *
       420-SHOW-ONE-INVOICE.
      *
            EXEC SQL
               FETCH SARINV
                INTO :INVNO, :INVDATE, :INVTOTAL, :INVPAID
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-INVOICES-SW
               IF SQLCODE NOT = 100
                  DISPLAY 'SQLCODE FETCHING SARINV: ' SQLCODE
               END-IF
            ELSE
               ADD 1 TO RC-INVOICES
               COMPUTE WS-OPEN-ITEM = INVTOTAL - INVPAID
               MOVE INVNO          TO SI-INVNO
               MOVE INVDATE        TO SI-INVDATE
               MOVE INVTOTAL       TO SI-TOTAL
               MOVE INVPAID        TO SI-PAID
               MOVE WS-OPEN-ITEM   TO SI-OPEN
               MOVE SAR-INV-DATA   TO SL-DATA
               PERFORM 900-WRITE-EXTRACT-LINE
            END-IF.
      *
       430-SHOW-ONE-CREDIT.
      *
            EXEC SQL
               FETCH SARCRD
                INTO :CREDAMT, :CREDDATE
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-CREDITS-SW
               IF SQLCODE NOT = 100
                  DISPLAY 'SQLCODE FETCHING SARCRD: ' SQLCODE
               END-IF
            ELSE
               ADD 1 TO RC-CREDITS
               MOVE CREDDATE        TO SR-CREDDATE
               MOVE CREDAMT         TO SR-AMOUNT
               MOVE SAR-CREDIT-DATA TO SL-DATA
               PERFORM 900-WRITE-EXTRACT-LINE
            END-IF.
      *
      *    ONE PASS OF PAYHIST PER REQUEST - EVERY PAYMENT APPLIED
      *    UNDER ANY KEY OF THE SET, IN THE ORDER IT WAS APPLIED.
       450-EXTRACT-PAYMENTS.
      *
            MOVE 'PAY '                       TO SL-TAG.
            MOVE 'PAYMENTS APPLIED - PAYHIST' TO SD-HEADING.
            MOVE SAR-HEADING-DATA             TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
            OPEN INPUT PAY-HIST-FILE.
            IF WS-PAYH-STATUS = '00'
               MOVE 'N' TO END-OF-PAYHIST-SW
               PERFORM 460-READ-NEXT-PAYMENT
                  UNTIL END-OF-PAYHIST
               CLOSE PAY-HIST-FILE
            END-IF.
      *
       460-READ-NEXT-PAYMENT.
      *
            READ PAY-HIST-FILE
                AT END
                    MOVE 'Y' TO END-OF-PAYHIST-SW
                NOT AT END
                    MOVE PH-CUSTNO TO WS-LOOK-KEY
                    PERFORM 195-FIND-IN-KEY-SET
                    IF WS-IN-SET
                       ADD 1 TO RC-PAYMENTS
                       MOVE PH-CUSTNO      TO SP-CUSTNO
                       MOVE PH-INVNO       TO SP-INVNO
                       MOVE PH-PAY-DATE    TO SP-PAY-DATE
                       MOVE PH-APPLIED     TO SP-APPLIED
                       MOVE PH-DAYS-TO-PAY TO SP-DAYS
                       MOVE PH-SETTLED     TO SP-SETTLED
                       MOVE SAR-PAY-DATA   TO SL-DATA
                       PERFORM 900-WRITE-EXTRACT-LINE
                    END-IF
            END-READ.
      *
      *    EVERY BROKING CLIENT LINKED TO ANY KEY, WITH ITS OPEN AND
      *    CLOSED POSITIONS AND ITS CHARGES FOR EVERY YEAR ON FILE.
       500-EXTRACT-BROKING.
      *
            MOVE 'CLI '                       TO SL-TAG.
            MOVE 'BROKING - CUSTCLI, POSLEDG, CLIDTOT'
                                              TO SD-HEADING.
            MOVE SAR-HEADING-DATA             TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
            IF WS-CLIXREF-OPEN
               PERFORM 510-CLIENTS-FOR-ONE-KEY
                  VARYING WS-KS-SUB FROM 1 BY 1
                  UNTIL WS-KS-SUB > WS-KS-COUNT
            END-IF.
      *
       510-CLIENTS-FOR-ONE-KEY.
      *
            MOVE 'N'                TO END-OF-CLIXREF-SW.
            MOVE KS-KEY (WS-KS-SUB) TO CC-CUST-NO.
            MOVE SPACES             TO CC-CLIENT-ID.
            START CLI-XREF-FILE KEY IS NOT LESS THAN CC-KEY
                INVALID KEY
                    MOVE 'Y' TO END-OF-CLIXREF-SW
            END-START.
            PERFORM 520-READ-NEXT-CLIENT
               UNTIL END-OF-CLIXREF.
      *
       520-READ-NEXT-CLIENT.
      *
            READ CLI-XREF-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-CLIXREF-SW
                NOT AT END
                    IF CC-CUST-NO NOT = KS-KEY (WS-KS-SUB)
                        MOVE 'Y' TO END-OF-CLIXREF-SW
                    ELSE
                        ADD 1 TO RC-CLIENTS
                        PERFORM 530-SHOW-ONE-CLIENT
                    END-IF
            END-READ.
      *
       530-SHOW-ONE-CLIENT.
      *
            MOVE 'CLI '             TO SL-TAG.
            MOVE CC-CUST-NO         TO SC-CUSTNO.
            MOVE CC-CLIENT-ID       TO SC-CLIENT-ID WS-CURR-CLIENT.
            MOVE CC-SETTLE-ACCT-NO  TO SC-SETTLE-ACCT.
            MOVE CC-LINKED-DATE     TO SC-LINKED.
            MOVE SAR-CLIENT-DATA    TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
      *
            IF WS-POSL-OPEN
               MOVE 'POS '          TO SL-TAG
               MOVE 'N'             TO END-OF-POSL-SW
               MOVE WS-CURR-CLIENT  TO PL-CLIENT-ID
               MOVE SPACES          TO PL-INSTRUMENT
               START POS-LEDGER-FILE KEY IS NOT LESS THAN PL-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-POSL-SW
               END-START
               PERFORM 540-READ-NEXT-POSITION
                  UNTIL END-OF-POSL
            END-IF.
      *
            IF WS-CLIDTOT-OPEN
               MOVE 'CHG '          TO SL-TAG
               MOVE 'N'             TO END-OF-CLIDTOT-SW
               MOVE WS-CURR-CLIENT  TO CLIDTOT-CLIENT
               MOVE ZEROES          TO CLIDTOT-YEAR
               START CLIDTOT-FILE KEY IS NOT LESS THAN CLIDTOT-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-CLIDTOT-SW
               END-START
               PERFORM 550-READ-NEXT-CHARGES
                  UNTIL END-OF-CLIDTOT
            END-IF.
      *
       540-READ-NEXT-POSITION.
      *
            READ POS-LEDGER-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-POSL-SW
                NOT AT END
                    IF PL-CLIENT-ID NOT = WS-CURR-CLIENT
                        MOVE 'Y' TO END-OF-POSL-SW
                    ELSE
                        ADD 1 TO RC-POSITIONS
                        MOVE PL-CLIENT-ID       TO SO-CLIENT-ID
                        MOVE PL-INSTRUMENT      TO SO-INSTRUMENT
                        MOVE PL-QTY             TO SO-QTY
                        MOVE PL-AVG-COST        TO SO-AVG-COST
                        MOVE PL-REALIZED-PL     TO SO-REALIZED
                        MOVE PL-LAST-TRADE-DATE TO SO-LAST-TRADE
                        MOVE SAR-POS-DATA       TO SL-DATA
                        PERFORM 900-WRITE-EXTRACT-LINE
                    END-IF
            END-READ.
      *
       550-READ-NEXT-CHARGES.
      *
            READ CLIDTOT-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-CLIDTOT-SW
                NOT AT END
                    IF CLIDTOT-CLIENT NOT = WS-CURR-CLIENT
                        MOVE 'Y' TO END-OF-CLIDTOT-SW
                    ELSE
                        MOVE CLIDTOT-CLIENT     TO SG-CLIENT-ID
                        MOVE CLIDTOT-YEAR       TO SG-YEAR
                        MOVE CLIDTOT-YTD-TOTAL  TO SG-YTD-CHARGES
                        MOVE CLIDTOT-YTD-TRADES TO SG-YTD-TRADES
                        MOVE SAR-CHARGE-DATA    TO SL-DATA
                        PERFORM 900-WRITE-EXTRACT-LINE
                    END-IF
            END-READ.
      *
      *    ONE PASS OF THE REPOSITORY PER REQUEST. RPTSTORE FILES A
      *    SECTION UNDER THE RECIPIENT DISTRPT RESOLVED - THE
      *    CUSTOMER'S EMAIL, OR THE BARE SIX-DIGIT KEY WHEN IT WAS
      *    NOT RESOLVED - SO EITHER MARKS A SECTION AS THEIRS. EACH
      *    SECTION IS LISTED ONCE WITH ITS LINE COUNT AND HOW LONG
      *    IT IS KEPT; RPTREPRN REPRODUCES ANY OF THEM IN FULL.
       600-EXTRACT-REPORTS.
      *
            MOVE 'RPT '                       TO SL-TAG.
            MOVE 'REPORT SECTIONS FILED - REPOFILE' TO SD-HEADING.
            MOVE SAR-HEADING-DATA             TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
            IF NOT WS-REPO-OPEN
               GO TO 600-EXIT
            END-IF.
      *
            MOVE 'N'        TO END-OF-REPO-SW.
            MOVE 'N'        TO WS-SECTION-OPEN-SW.
            MOVE LOW-VALUES TO RP-KEY.
            START REPO-FILE KEY IS NOT LESS THAN RP-KEY
                INVALID KEY
                    MOVE 'Y' TO END-OF-REPO-SW
            END-START.
            PERFORM 610-READ-NEXT-REPO-LINE
               UNTIL END-OF-REPO.
            IF WS-SECTION-OPEN
               PERFORM 630-CLOSE-SECTION
            END-IF.
      *
       600-EXIT.
            EXIT.
      *
       610-READ-NEXT-REPO-LINE.
      *
            READ REPO-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-REPO-SW
                NOT AT END
                    IF WS-SECTION-OPEN
                       AND RP-REPORT-CODE = WS-SEC-CODE
                       AND RP-RUN-DATE    = WS-SEC-RUN-DATE
                       AND RP-RECIPIENT   = WS-SEC-RECIPIENT
                        ADD 1 TO WS-SEC-LINES
                    ELSE
                        IF WS-SECTION-OPEN
                           PERFORM 630-CLOSE-SECTION
                        END-IF
                        PERFORM 620-OPEN-SECTION
                    END-IF
            END-READ.
      *
       620-OPEN-SECTION.
      *
            MOVE 'Y'            TO WS-SECTION-OPEN-SW.
            MOVE RP-REPORT-CODE TO WS-SEC-CODE.
            MOVE RP-RUN-DATE    TO WS-SEC-RUN-DATE.
            MOVE RP-RECIPIENT   TO WS-SEC-RECIPIENT.
            MOVE RP-EXPIRY-DATE TO WS-SEC-EXPIRY.
            MOVE 1              TO WS-SEC-LINES.
      *
            MOVE 'N' TO WS-SECTION-MINE-SW.
            SET KS-IDX TO 1.
            SEARCH KS-ENTRY
                AT END
                    CONTINUE
                WHEN KS-IDX > WS-KS-COUNT
                    CONTINUE
                WHEN KS-KEY (KS-IDX) = RP-RECIPIENT (1:6)
                 AND RP-RECIPIENT (7:24) = SPACES
                    MOVE 'Y' TO WS-SECTION-MINE-SW
                WHEN KS-EMAIL (KS-IDX) NOT = SPACES
                 AND KS-EMAIL (KS-IDX) = RP-RECIPIENT
                    MOVE 'Y' TO WS-SECTION-MINE-SW
            END-SEARCH.
      *
       630-CLOSE-SECTION.
      *
            MOVE 'N' TO WS-SECTION-OPEN-SW.
            IF WS-SECTION-MINE
               ADD 1 TO RC-SECTIONS
               MOVE WS-SEC-CODE      TO SE-REPORT-CODE
               MOVE WS-SEC-RUN-DATE  TO SE-RUN-DATE
               MOVE WS-SEC-RECIPIENT TO SE-RECIPIENT
               MOVE WS-SEC-LINES     TO SE-LINES
               MOVE WS-SEC-EXPIRY    TO SE-EXPIRY
               MOVE SAR-SECTION-DATA TO SL-DATA
               PERFORM 900-WRITE-EXTRACT-LINE
            END-IF.
      *
       700-WRITE-TRAILER.
      *
            MOVE 'END '         TO SL-TAG.
            MOVE RC-ACCTS       TO SZ-ACCTS.
            MOVE RC-TXNS        TO SZ-TXNS.
            MOVE RC-INVOICES    TO SZ-INVOICES.
            MOVE RC-CREDITS     TO SZ-CREDITS.
            MOVE RC-PAYMENTS    TO SZ-PAYMENTS.
            MOVE RC-CLIENTS     TO SZ-CLIENTS.
            MOVE RC-POSITIONS   TO SZ-POSITIONS.
            MOVE RC-SECTIONS    TO SZ-SECTIONS.
            MOVE SAR-END-DATA   TO SL-DATA.
            PERFORM 900-WRITE-EXTRACT-LINE.
            WRITE EXTRACT-REC FROM SAR-BLANK-LINE.
      *
       800-WRITE-REGISTER.
      *
            MOVE WS-TODAY-DATE    TO RG-RUN-DATE.
            MOVE SC-CASE-REF      TO RG-CASE-REF.
            MOVE SC-CUST-NO       TO RG-CUST-NO.
            MOVE SC-RECEIVED-DATE TO RG-RECEIVED.
            MOVE SC-OPERATOR-ID   TO RG-OPERATOR.
            MOVE WS-KS-COUNT      TO RG-KEYS.
            MOVE RC-ACCTS         TO RG-ACCTS.
            MOVE RC-TXNS          TO RG-TXNS.
            MOVE RC-INVOICES      TO RG-INVOICES.
            MOVE RC-PAYMENTS      TO RG-PAYMENTS.
            MOVE RC-CLIENTS       TO RG-CLIENTS.
            MOVE RC-POSITIONS     TO RG-POSITIONS.
            MOVE RC-SECTIONS      TO RG-SECTIONS.
            WRITE REGISTER-REC FROM REGISTER-LINE.
            IF WS-REG-STATUS NOT = '00'
               MOVE 'Error writting file SARREG'  TO WS-ERR-MSG
               MOVE WS-REG-STATUS                 TO WS-ERR-CDE
               MOVE '800-WRITE-REGISTER'          TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       900-WRITE-EXTRACT-LINE.
      *
            WRITE EXTRACT-REC FROM SAR-LINE.
            IF WS-EXTR-STATUS NOT = '00'
               MOVE 'Error writting file SAREXTR' TO WS-ERR-MSG
               MOVE WS-EXTR-STATUS                TO WS-ERR-CDE
               MOVE '900-WRITE-EXTRACT-LINE'      TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
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
            CLOSE SAR-CARD-FILE.
            CLOSE CUSKS080-FILE.
            CLOSE XREF-FILE.
            CLOSE BALANCE-AMT.
            CLOSE TRAN-HIST-FILE.
            IF WS-ARCH-OPEN
               CLOSE TRAN-ARCH-FILE
            END-IF.
            IF WS-CLIXREF-OPEN
               CLOSE CLI-XREF-FILE
            END-IF.
            IF WS-POSL-OPEN
               CLOSE POS-LEDGER-FILE
            END-IF.
            IF WS-CLIDTOT-OPEN
               CLOSE CLIDTOT-FILE
            END-IF.
            IF WS-REPO-OPEN
               CLOSE REPO-FILE
            END-IF.
            CLOSE EXTRACT-FILE.
            CLOSE REGISTER-FILE.
      *
       END PROGRAM SUBJACC.
