      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 20-11-2020
      * Purpose: SINGLE-APPLICATION NEW-CUSTOMER ONBOARDING - TAKES
      *        : ONE BRANCH APPLICATION PER NEW-TO-BANK CUSTOMER
      *        : (CUSTOMER DETAILS, KYC DOCUMENT, ACCOUNT TYPE AND
      *        : CURRENCY, OPENING DEPOSIT, DELIVERY PREFERENCE) AND
      *        : OPENS THE WHOLE RELATIONSHIP IN ONE PASS INSTEAD OF
      *        : FOUR SEPARATE SUBMISSIONS (CBLVSMC2 ADD AND KYC,
      *        : BNKACCM ADD, CUSTACCT PAIRING, DEPFILE DEPOSIT):
      *        :   DUPLICATE-CUSTOMER MATCH (CUSMATCH WEIGHTS),
      *        :   CUSKS080 CUSTOMER WITH ITS KYC AND CONTACT
      *        :   SEGMENTS, BALFILE ACCOUNT, CUSTACCT PRIMARY
      *        :   HOLDER, OPENING DEPOSIT AS A CONTROL-BRACKETED
      *        :   BATCH FOR TONIGHT'S BNKACC RUN.
      *        : A STEP THAT FAILS BACKS OUT THE STEPS ALREADY TAKEN
      *        : FOR THAT APPLICATION, SO AN APPLICATION EITHER OPENS
      *        : COMPLETE OR LEAVES NOTHING BEHIND. EVERY OPENED
      *        : CUSTOMER GETS A WELCOME LETTER QUEUED TO PRTQ, AND
      *        : THE BRANCH GETS AN ONBOARDING REGISTER OF EVERY
      *        : APPLICATION AND WHAT BECAME OF IT.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. ONBOARD.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT APPLICATION-FILE ASSIGN TO ONBAPP
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-APP-STATUS.
      *
      *    DYNAMIC SO THE ACTIVE BOOK CAN BE SWEPT FOR THE DUPLICATE
      *    MATCH BEFORE THE APPLICATIONS ARE APPLIED BY KEY.
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT DEPOSIT-OUT-FILE ASSIGN TO DEPOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DEPOUT-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO ONBAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
      *    THE LETTER TEXT THE TRANSPORT PICKS UP - ONE BANNERED
      *    SECTION PER LETTER, NAMED ON ITS PRTQ ENTRY.
           SELECT WELCOME-OUT-FILE ASSIGN TO WELCOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WELC-STATUS.
      *
           SELECT PRINT-QUEUE-FILE ASSIGN TO PRTQ
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PRTQ-STATUS.
      *
           SELECT ONBOARD-RPT-FILE ASSIGN TO ONBRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    ONE APPLICATION PER RECORD, KEYED AT THE BRANCH. THE
      *    CUSTOMER KEY AND ACCOUNT NUMBER ARE THE ONES THE BRANCH
      *    ISSUED FROM ITS RANGES, AS FOR THE SEPARATE SUBMISSIONS.
      *    APP-DELIV-METHOD 'E'=EMAIL (NEEDS AN ADDRESS), 'P'=POST,
      *    SPACE = NO PREFERENCE. APP-ACCT-TYPE 'S'AVINGS, 'C'URRENT
      *    OR 'F' - A TERM DEPOSIT IS BOOKED THROUGH TDMNT AGAINST
      *    AN ACCOUNT THAT ALREADY EXISTS. APP-INSTR-TYPE AS ON THE
      *    TELLER DEPOSIT FEED ('C'/SPACE CASH, 'Q'/'F' CHEQUE WITH
      *    ITS NUMBER AND DRAWEE BANK); A ZERO DEPOSIT OPENS THE
      *    ACCOUNT AT ZERO BALANCE AND GENERATES NO DEPOSIT.
       FD  APPLICATION-FILE
            RECORD CONTAINS 240 CHARACTERS
            RECORDING MODE IS F.
       01  APPLICATION-REC.
           05  APP-NO                     PIC  X(08).
           05  APP-BRANCH-ID              PIC  X(04).
           05  APP-TELLER-ID              PIC  X(04).
           05  APP-OPERATOR-ID            PIC  X(08).
           05  APP-CUS-KEY                PIC  X(06).
           05  APP-FNAME                  PIC  X(15).
           05  APP-LNAME                  PIC  X(15).
           05  APP-ADDR-LINE1             PIC  X(20).
           05  APP-CITY                   PIC  X(12).
           05  APP-STATE                  PIC  X(02).
           05  APP-ZIP                    PIC  X(05).
           05  APP-EMAIL                  PIC  X(40).
           05  APP-PHONE                  PIC  X(15).
           05  APP-DELIV-METHOD           PIC  X(01).
               88  APP-DELIV-VALID              VALUE 'E' 'P' ' '.
               88  APP-DELIV-EMAIL              VALUE 'E'.
           05  APP-KYC-DOC-TYPE           PIC  X(02).
           05  APP-KYC-DOC-NUMBER         PIC  X(15).
           05  APP-KYC-VERIFIED-DATE      PIC  9(08).
           05  APP-KYC-EXPIRY-DATE        PIC  9(08).
           05  APP-KYC-RISK-RATING        PIC  X(01).
               88  APP-KYC-RISK-VALID           VALUE 'L' 'M' 'H'.
           05  APP-ACCT-NO                PIC  X(10).
           05  APP-ACCT-TYPE              PIC  X(01).
               88  APP-ACCT-TYPE-VALID          VALUE 'S' 'C' 'F'.
           05  APP-CURRENCY-CODE          PIC  X(03).
           05  APP-DEPOSIT-AMT            PIC  9999999.99.
           05  APP-DEPOSIT-PARTS REDEFINES APP-DEPOSIT-AMT.
               10  APP-DEP-WHOLE          PIC  X(07).
               10  APP-DEP-POINT          PIC  X(01).
               10  APP-DEP-CENTS          PIC  X(02).
           05  APP-INSTR-TYPE             PIC  X(01).
               88  APP-INSTR-CASH               VALUE 'C' ' '.
               88  APP-INSTR-CHEQUE             VALUE 'Q' 'F'.
           05  APP-CHEQUE-NO              PIC  9(08).
           05  APP-DRAWEE-BANK            PIC  X(09).
           05  FILLER                     PIC  X(09).
      *
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
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
      *    SAME LAYOUTS AS BNKACC'S DEPOSIT-I SO THE OPENING
      *    DEPOSITS CONCATENATE STRAIGHT ONTO DEPFILE AHEAD OF THE
      *    BNKACC STEP. THE BRANCH AND TELLER ARE THE COUNTER THAT
      *    TOOK THE MONEY WITH THE APPLICATION, SO TELLBAL AND
      *    VAULTPOS SEE IT IN THAT DRAWER LIKE ANY OTHER DEPOSIT.
       FD  DEPOSIT-OUT-FILE RECORDING MODE F.
       01  DEPOSIT-O.
           05  DEP-ACCT-NO                PIC  X(10).
           05  DEP-AMT                    PIC  9999999.99.
           05  DEP-CURRENCY-CODE          PIC  X(03).
           05  DEP-TRAN-TIME              PIC  9(06).
           05  DEP-TRAN-REF               PIC  X(12).
           05  DEP-INSTR-TYPE             PIC  X(01).
           05  DEP-BRANCH-ID              PIC  X(04).
           05  DEP-TELLER-ID              PIC  X(04).
           05  DEP-VALUE-DATE             PIC  9(08).
           05  DEP-CHEQUE-NO              PIC  9(08).
           05  DEP-DRAWEE-BANK            PIC  X(09).
           05  FILLER                     PIC  X(05).
       01  DEPOSIT-TRL REDEFINES DEPOSIT-O.
           05  DEP-TRL-ID                 PIC  X(10).
           05  DEP-TRL-COUNT              PIC  9(07).
           05  DEP-TRL-AMOUNT             PIC  9(09)V99.
           05  FILLER                     PIC  X(52).
      *
      *    ONE AUDIT LINE PER APPLICATION - OPENED OR REJECTED WITH
      *    ITS REASON - HASH-CHAINED (CHNHASH) LIKE EVERY OTHER
      *    MAINTENANCE TRAIL AND SEALED AT CLOSE.
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ONB-AUDIT-REC.
           05 AUD-APP-NO              PIC X(08).
           05 AUD-CUS-KEY             PIC X(06).
           05 AUD-ACCT-NO             PIC X(10).
           05 AUD-RESULT              PIC X(08).
           05 AUD-REASON-CODE         PIC X(02).
           05 AUD-DEPOSIT-AMT         PIC 9999999.99.
           05 AUD-TRAN-DATE           PIC 9(08).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-BRANCH-ID           PIC X(04).
           05 FILLER                  PIC X(10).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  WELCOME-OUT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  WELCOME-OUT-REC                PIC  X(80).
      *
      *    SAME HAND-OFF ROWS DISTRPT WRITES.
       FD  PRINT-QUEUE-FILE RECORDING MODE F.
       01  PRINT-QUEUE-REC.
           05  PQ-DESTINATION             PIC X(30).
           05  FILLER                     PIC X(01).
           05  PQ-REPORT-CODE             PIC X(06).
           05  FILLER                     PIC X(01).
           05  PQ-SOURCE-DSN              PIC X(08).
           05  FILLER                     PIC X(01).
           05  PQ-RUN-DATE                PIC 9(08).
           05  FILLER                     PIC X(25).
      *
       FD  ONBOARD-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ONBOARD-RPT-REC                PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-APP-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-DEPOUT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-WELC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PRTQ-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-APP-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-APP-EOF                           VALUE 'Y'.
       01  WS-CUS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CUS-EOF                           VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
      *    RUN CONTROL TOTALS
       01  WS-READ-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-OPENED-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-REJECT-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-BACKOUT-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-GENERATED-DEP-COUNT         PIC 9(07) VALUE ZEROES.
       01  WS-GENERATED-DEP-AMOUNT        PIC 9(09)V99 VALUE ZEROES.
      *
      *    WHAT HAS BEEN APPLIED FOR THE CURRENT APPLICATION - THE
      *    BACK-OUT UNDOES EXACTLY THESE, NEWEST FIRST.
       01  WS-CUS-ADDED-SW                PIC X(01) VALUE 'N'.
           88  WS-CUS-ADDED                         VALUE 'Y'.
       01  WS-ACCT-ADDED-SW               PIC X(01) VALUE 'N'.
           88  WS-ACCT-ADDED                        VALUE 'Y'.
       01  WS-XREF-ADDED-SW               PIC X(01) VALUE 'N'.
           88  WS-XREF-ADDED                        VALUE 'Y'.
      *
      *    THE KEYED OPENING DEPOSIT ONCE PROVED NUMERIC.
       01  WS-DEPOSIT-AMOUNT              PIC 9(07)V99 VALUE ZEROES.
      *
       01  WS-REJ-REASON-CDE              PIC X(02) VALUE SPACES.
       01  WS-REJ-REASON-TXT              PIC X(30) VALUE SPACES.
      *
      *    AUTHCHK INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM                PIC X(08) VALUE 'ONBOARD '.
       01  WS-AUTH-ACTION                 PIC X(01) VALUE 'A'.
       01  WS-AUTH-AMOUNT                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-AUTH-RESULT                 PIC X(01) VALUE 'Y'.
      *
      *    CHECK-DIGIT VALIDATION INTERFACE (CALL 'CHKDGT') - A
      *    MIS-KEYED ACCOUNT NUMBER IS CAUGHT BEFORE THE ACCOUNT IS
      *    OPENED UNDER IT.
       01  WS-CHKDGT-FUNC                 PIC X(01) VALUE 'V'.
       01  WS-CHKDGT-ACCT                 PIC X(10) VALUE SPACES.
       01  WS-CHKDGT-RESULT               PIC X(01) VALUE 'Y'.
      *
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC          PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN           PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE          PIC X(08) VALUE 'ONBAUDIT'.
           05  WS-AUD-CHAIN-HASH          PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT        PIC X(01) VALUE SPACE.
      *
      *    VALID USPS STATE/TERRITORY CODES - SAME TABLE CBLVSMC2
      *    EDITS A CUSTOMER ADD AGAINST.
       01  STATE-CODE-VALUES.
           05  FILLER PIC X(26) VALUE 'ALAKAZARCACOCTDEDCFLGAHIID'.
           05  FILLER PIC X(26) VALUE 'ILINIAKSKYLAMEMDMAMIMNMSMO'.
           05  FILLER PIC X(26) VALUE 'MTNENVNHNJNMNYNCNDOHOKORPA'.
           05  FILLER PIC X(26) VALUE 'PRRISCSDTNTXUTVTVAWAWVWIWY'.
       01  STATE-CODE-TABLE REDEFINES STATE-CODE-VALUES.
           05  STATE-ENTRY OCCURS 52 TIMES INDEXED BY ST-IDX.
               10  STATE-CODE             PIC X(02).
      *
      *    THE ACTIVE BOOK IN STORAGE FOR THE DUPLICATE MATCH, SAME
      *    SHAPE AND LIMIT AS CUSMATCH'S - EACH CUSTOMER OPENED HERE
      *    IS ADDED, SO TWO APPLICATIONS FOR ONE PERSON IN THE SAME
      *    RUN ARE CAUGHT TOO. OVERFLOW IS A HARD ERROR, NOT A
      *    SILENTLY INCOMPLETE MATCH.
       01  WS-CUST-COUNT                  PIC 9(04) VALUE ZEROES.
       01  CUST-TABLE.
           05  CUST-ENTRY OCCURS 2000 TIMES INDEXED BY CUS-IDX.
               10  CT-KEY                 PIC X(06).
               10  CT-LNAME               PIC X(15).
               10  CT-FNAME               PIC X(15).
               10  CT-ADDR                PIC X(20).
               10  CT-ZIP                 PIC X(05).
      *
      *    CUSMATCH'S WEIGHTS AND THRESHOLD - A PAIR THE NIGHTLY
      *    SCORING PASS WOULD LIST FOR MERGE IS NOT OPENED AT ALL.
       01  WS-SCORE                       PIC 9(03) VALUE ZEROES.
       01  WS-MATCH-THRESHOLD             PIC 9(03) VALUE 070.
       01  WS-SCAN-IDX                    PIC 9(04) VALUE ZEROES.
       01  WS-MATCH-KEY                   PIC X(06) VALUE SPACES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
      *    WELCOME LETTER LINES.
       01  WELC-BANNER-LINE.
           05  FILLER                     PIC X(18) VALUE
               '** LETTER WELCOM  '.
           05  FILLER                     PIC X(04) VALUE 'FOR '.
           05  WB-CUS-KEY                 PIC X(06).
           05  FILLER                     PIC X(05) VALUE ' APP '.
           05  WB-APP-NO                  PIC X(08).
           05  FILLER                     PIC X(39) VALUE SPACES.
       01  WELC-DEAR-LINE.
           05  FILLER                     PIC X(05) VALUE 'DEAR '.
           05  WD-FNAME                   PIC X(15).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WD-LNAME                   PIC X(15).
           05  FILLER                     PIC X(44) VALUE SPACES.
       01  WELC-ACCOUNT-LINE.
           05  FILLER                     PIC X(21) VALUE
               'YOUR ACCOUNT NUMBER  '.
           05  WA-ACCT-NO                 PIC X(10).
           05  FILLER                     PIC X(07) VALUE '  TYPE '.
           05  WA-ACCT-TYPE               PIC X(01).
           05  FILLER                     PIC X(11) VALUE
               '  CURRENCY '.
           05  WA-CURRENCY                PIC X(03).
           05  FILLER                     PIC X(27) VALUE SPACES.
       01  WELC-DEPOSIT-LINE.
           05  FILLER                     PIC X(21) VALUE
               'OPENING DEPOSIT      '.
           05  WP-AMOUNT                  PIC Z(6)9.99.
           05  FILLER                     PIC X(49) VALUE
               '  CREDITED ON YOUR FIRST STATEMENT'.
       01  WELC-DELIVERY-LINE.
           05  FILLER                     PIC X(36) VALUE
               'STATEMENTS AND NOTICES WILL REACH   '.
           05  FILLER                     PIC X(07) VALUE 'YOU BY '.
           05  WV-METHOD                  PIC X(10).
           05  FILLER                     PIC X(27) VALUE SPACES.
       01  WELC-ADDRESS-LINE.
           05  WL-CITY                    PIC X(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WL-STATE                   PIC X(02).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WL-ZIP                     PIC X(05).
           05  FILLER                     PIC X(59) VALUE SPACES.
      *
      *    ONBOARDING REGISTER LINES.
       01  RPT-HEADING-REC.
           05  FILLER                     PIC X(30) VALUE
               'ONBOARDING REGISTER  RUN DATE '.
           05  RH-RUN-DATE                PIC 9(08).
           05  FILLER                     PIC X(42) VALUE SPACES.
       01  RPT-COLUMN-REC.
           05  FILLER                     PIC X(40) VALUE
               'APP-NO   BRCH CUST   ACCOUNT       DEPOS'.
           05  FILLER                     PIC X(40) VALUE
               'IT OUTCOME                              '.
       01  RPT-DETAIL-REC.
           05  RD-APP-NO                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RD-BRANCH-ID               PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RD-CUS-KEY                 PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RD-ACCT-NO                 PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RD-AMOUNT                  PIC Z(6)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RD-RESULT                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  RD-REASON                  PIC X(28).
       01  RPT-TOTAL-REC.
           05  FILLER                     PIC X(08) VALUE 'READ:   '.
           05  RT-READ                    PIC ZZZZ9.
           05  FILLER                     PIC X(11) VALUE
               '  OPENED:  '.
           05  RT-OPENED                  PIC ZZZZ9.
           05  FILLER                     PIC X(13) VALUE
               '  REJECTED:  '.
           05  RT-REJECTED                PIC ZZZZ9.
           05  FILLER                     PIC X(13) VALUE
               '  DEPOSITS:  '.
           05  RT-DEP-AMOUNT              PIC Z(8)9.99.
           05  FILLER                     PIC X(08) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
      *    THE RUN DATE IS THE SHARED BUSINESS DATE, THE SAME ONE
      *    BNKACC POSTS THE OPENING DEPOSITS UNDER.
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********NEW CUSTOMER ONBOARDING****************'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 150-LOAD-ACTIVE-BOOK.
           PERFORM 160-WRITE-HEADINGS.
      *
           PERFORM 200-PROCESS-APPLICATION
              UNTIL WS-APP-EOF.
      *
           PERFORM 350-WRITE-BATCH-TRAILER.
      *
           MOVE WS-READ-COUNT           TO RT-READ.
           MOVE WS-OPENED-COUNT         TO RT-OPENED.
           MOVE WS-REJECT-COUNT         TO RT-REJECTED.
           MOVE WS-GENERATED-DEP-AMOUNT TO RT-DEP-AMOUNT.
           WRITE ONBOARD-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'APPLICATIONS READ      : ' WS-READ-COUNT.
           DISPLAY 'CUSTOMERS ONBOARDED    : ' WS-OPENED-COUNT.
           DISPLAY 'APPLICATIONS REJECTED  : ' WS-REJECT-COUNT.
           DISPLAY 'REJECTED AFTER BACKOUT : ' WS-BACKOUT-COUNT.
           DISPLAY 'OPENING DEPOSITS       : ' WS-GENERATED-DEP-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-REJECT-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  APPLICATION-FILE.
               IF WS-APP-STATUS NOT = ZEROES
                  MOVE 'Error opening file ONBAPP'    TO WS-ERR-MSG
                  MOVE WS-APP-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    CUSKS080-FILE.
               IF WS-CUST-STATUS NOT = ZEROES
                  MOVE 'Error opening file CUSKS080'  TO WS-ERR-MSG
                  MOVE WS-CUST-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    BALANCE-AMT.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file BALFILE'   TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    XREF-FILE.
               IF WS-XREF-STATUS = '35'
                  OPEN OUTPUT XREF-FILE
                  CLOSE XREF-FILE
                  OPEN I-O XREF-FILE
               END-IF.
               IF WS-XREF-STATUS NOT = ZEROES
                  MOVE 'Error opening file CUSTACCT'  TO WS-ERR-MSG
                  MOVE WS-XREF-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT DEPOSIT-OUT-FILE.
               IF WS-DEPOUT-STATUS NOT = ZEROES
                  MOVE 'Error opening file DEPOUT'    TO WS-ERR-MSG
                  MOVE WS-DEPOUT-STATUS               TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.
               IF WS-AUDIT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ONBAUDIT'  TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT WELCOME-OUT-FILE.
               IF WS-WELC-STATUS NOT = ZEROES
                  MOVE 'Error opening file WELCOUT'   TO WS-ERR-MSG
                  MOVE WS-WELC-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    THE QUEUE EXTENDS WHATEVER TODAY'S DISTRPT RUN ALREADY
      *    WROTE - THE LETTERS RIDE THE SAME TRANSPORT PICKUP.
               OPEN EXTEND PRINT-QUEUE-FILE.
               IF WS-PRTQ-STATUS = '35'
                  OPEN OUTPUT PRINT-QUEUE-FILE
               END-IF.
               IF WS-PRTQ-STATUS NOT = '00' AND
                  WS-PRTQ-STATUS NOT = '05'
                  MOVE 'Error opening file PRTQ'      TO WS-ERR-MSG
                  MOVE WS-PRTQ-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT ONBOARD-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ONBRPT'    TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    THE OPENING DEPOSITS ARE A CONTROL-BRACKETED BATCH OF
      *    THEIR OWN, SO BNKACC'S VERIFY-BATCH-CONTROLS PROVES THEM
      *    OUT THE SAME WAY IT PROVES THE TELLER BATCH.
               MOVE SPACES     TO DEPOSIT-O.
               MOVE 'BATCHHDR' TO DEP-ACCT-NO.
               WRITE DEPOSIT-O.
      *
      *    A RECORD ALREADY MERGED AWAY (FORWARDING POINTER SET) OR
      *    CLOSED IS NOT A CUSTOMER THE APPLICANT COULD DUPLICATE -
      *    SAME SELECTION AS CUSMATCH.
         150-LOAD-ACTIVE-BOOK.
               MOVE LOW-VALUES TO CUSKS080-KEY.
               START CUSKS080-FILE KEY IS NOT LESS THAN CUSKS080-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CUS-EOF-SW
               END-START.
               PERFORM 155-LOAD-ONE-CUSTOMER
                  UNTIL WS-CUS-EOF.
      *
         155-LOAD-ONE-CUSTOMER.
               READ CUSKS080-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-CUS-EOF-SW
                  NOT AT END
                     IF CUS-ACCT-ACTIVE
                        AND CUS-FORWARD-KEY = SPACES
                        PERFORM 250-ADD-TO-TABLE
                     END-IF
               END-READ.
      *
         160-WRITE-HEADINGS.
               MOVE WS-TODAY-DATE TO RH-RUN-DATE.
               WRITE ONBOARD-RPT-REC FROM RPT-HEADING-REC.
               WRITE ONBOARD-RPT-REC FROM RPT-COLUMN-REC.
      *
         200-PROCESS-APPLICATION.
               READ APPLICATION-FILE
                  AT END
                     MOVE 'Y' TO WS-APP-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM 210-ONBOARD-ONE-APPLICATION
                         THRU 210-ONBOARD-EXIT
               END-READ.
      *
      *    EVERY EDIT AND THE DUPLICATE MATCH RUN BEFORE ANYTHING IS
      *    WRITTEN; ONLY THEN ARE THE CUSTOMER, THE ACCOUNT AND THE
      *    PAIRING APPLIED IN TURN, EACH ONE BACKED OUT AGAIN IF A
      *    LATER ONE FAILS.
         210-ONBOARD-ONE-APPLICATION.
               MOVE 'N' TO WS-CUS-ADDED-SW.
               MOVE 'N' TO WS-ACCT-ADDED-SW.
               MOVE 'N' TO WS-XREF-ADDED-SW.
      *
               MOVE ZEROES TO WS-DEPOSIT-AMOUNT.
               IF APP-DEP-WHOLE NUMERIC AND APP-DEP-CENTS NUMERIC
                  MOVE APP-DEPOSIT-AMT TO WS-DEPOSIT-AMOUNT
               END-IF.
               MOVE WS-DEPOSIT-AMOUNT TO WS-AUTH-AMOUNT.
               CALL 'AUTHCHK' USING APP-OPERATOR-ID WS-AUTH-PROGRAM
                                    WS-AUTH-ACTION WS-AUTH-AMOUNT
                                    WS-AUTH-RESULT.
               IF WS-AUTH-RESULT = 'N'
                  MOVE '01' TO WS-REJ-REASON-CDE
                  MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REJ-REASON-TXT
                  PERFORM 300-REJECT-APPLICATION
                  GO TO 210-ONBOARD-EXIT
               END-IF.
      *
               PERFORM 220-EDIT-APPLICATION
                   THRU 220-EDIT-EXIT.
               IF WS-REJ-REASON-CDE NOT = SPACES
                  PERFORM 300-REJECT-APPLICATION
                  GO TO 210-ONBOARD-EXIT
               END-IF.
      *
               PERFORM 230-MATCH-DUPLICATE.
               IF WS-MATCH-KEY NOT = SPACES
                  MOVE '12' TO WS-REJ-REASON-CDE
                  MOVE SPACES TO WS-REJ-REASON-TXT
                  STRING 'POSSIBLE DUPLICATE OF ' WS-MATCH-KEY
                      DELIMITED BY SIZE INTO WS-REJ-REASON-TXT
                  PERFORM 300-REJECT-APPLICATION
                  GO TO 210-ONBOARD-EXIT
               END-IF.
      *
               PERFORM 240-ADD-CUSTOMER.
               IF NOT WS-CUS-ADDED
                  PERFORM 300-REJECT-APPLICATION
                  GO TO 210-ONBOARD-EXIT
               END-IF.
      *
               PERFORM 260-ADD-ACCOUNT.
               IF NOT WS-ACCT-ADDED
                  PERFORM 320-BACK-OUT-APPLICATION
                  PERFORM 300-REJECT-APPLICATION
                  GO TO 210-ONBOARD-EXIT
               END-IF.
      *
               PERFORM 270-ADD-XREF.
               IF NOT WS-XREF-ADDED
                  PERFORM 320-BACK-OUT-APPLICATION
                  PERFORM 300-REJECT-APPLICATION
                  GO TO 210-ONBOARD-EXIT
               END-IF.
      *
               PERFORM 280-WRITE-DEPOSIT THRU 280-WRITE-DEPOSIT-EXIT.
               PERFORM 290-WRITE-WELCOME-LETTER.
      *
               ADD 1 TO WS-OPENED-COUNT.
               PERFORM 250-ADD-TO-TABLE.
               MOVE SPACES     TO WS-REJ-REASON-CDE.
               MOVE 'OPENED  ' TO RD-RESULT.
               MOVE SPACES     TO RD-REASON.
               PERFORM 330-WRITE-REGISTER-LINE.
      *
         210-ONBOARD-EXIT.
               EXIT.
      *
      *    THE CBLVSMC2 CUSTOMER AND KYC EDITS AND THE BNKACCM
      *    ACCOUNT EDITS, TOGETHER. THE FIRST FAILURE SETS THE
      *    REASON; A NEW CUSTOMER'S KYC MUST NOT ALREADY HAVE
      *    LAPSED OR BNKACCM WOULD REFUSE THE ACCOUNT.
         220-EDIT-APPLICATION.
               MOVE SPACES TO WS-REJ-REASON-CDE.
               MOVE SPACES TO WS-REJ-REASON-TXT.
      *
               IF APP-CUS-KEY = SPACES
                  OR APP-FNAME = SPACES
                  OR APP-LNAME = SPACES
                  OR APP-ADDR-LINE1 = SPACES
                  OR APP-CITY = SPACES
                  OR APP-BRANCH-ID = SPACES
                  MOVE '02' TO WS-REJ-REASON-CDE
                  MOVE 'CUSTOMER DETAILS INCOMPLETE'
                                             TO WS-REJ-REASON-TXT
                  GO TO 220-EDIT-EXIT
               END-IF.
      *
               SET ST-IDX TO 1.
               SEARCH STATE-ENTRY
                   AT END
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'INVALID STATE CODE' TO WS-REJ-REASON-TXT
                   WHEN STATE-CODE (ST-IDX) = APP-STATE
                       CONTINUE
               END-SEARCH.
               IF WS-REJ-REASON-CDE NOT = SPACES
                  GO TO 220-EDIT-EXIT
               END-IF.
      *
               IF APP-ZIP NOT NUMERIC
                  MOVE '04' TO WS-REJ-REASON-CDE
                  MOVE 'ZIP CODE NOT NUMERIC' TO WS-REJ-REASON-TXT
                  GO TO 220-EDIT-EXIT
               END-IF.
      *
               IF NOT APP-DELIV-VALID
                  OR (APP-DELIV-EMAIL AND APP-EMAIL = SPACES)
                  MOVE '11' TO WS-REJ-REASON-CDE
                  MOVE 'DELIVERY PREFERENCE INVALID'
                                             TO WS-REJ-REASON-TXT
                  GO TO 220-EDIT-EXIT
               END-IF.
      *
               IF APP-KYC-DOC-TYPE = SPACES
                  OR APP-KYC-DOC-NUMBER = SPACES
                  OR APP-KYC-VERIFIED-DATE NOT NUMERIC
                  OR APP-KYC-EXPIRY-DATE NOT NUMERIC
                  OR APP-KYC-EXPIRY-DATE NOT > APP-KYC-VERIFIED-DATE
                  OR NOT APP-KYC-RISK-VALID
                  MOVE '05' TO WS-REJ-REASON-CDE
                  MOVE 'KYC FIELDS FAIL EDIT' TO WS-REJ-REASON-TXT
                  GO TO 220-EDIT-EXIT
               END-IF.
               IF APP-KYC-EXPIRY-DATE < WS-TODAY-DATE
                  MOVE '06' TO WS-REJ-REASON-CDE
                  MOVE 'CUSTOMER KYC EXPIRED' TO WS-REJ-REASON-TXT
                  GO TO 220-EDIT-EXIT
               END-IF.
      *
               IF NOT APP-ACCT-TYPE-VALID
                  MOVE '07' TO WS-REJ-REASON-CDE
                  MOVE 'INVALID ACCOUNT TYPE' TO WS-REJ-REASON-TXT
                  GO TO 220-EDIT-EXIT
               END-IF.
      *
               MOVE 'V' TO WS-CHKDGT-FUNC.
               MOVE APP-ACCT-NO TO WS-CHKDGT-ACCT.
               CALL 'CHKDGT' USING WS-CHKDGT-FUNC WS-CHKDGT-ACCT
                                   WS-CHKDGT-RESULT.
               IF WS-CHKDGT-RESULT = 'N'
                  MOVE '08' TO WS-REJ-REASON-CDE
                  MOVE 'INVALID ACCOUNT CHECK DIGIT'
                                             TO WS-REJ-REASON-TXT
                  GO TO 220-EDIT-EXIT
               END-IF.
      *
               IF APP-CURRENCY-CODE = SPACES
                  MOVE '09' TO WS-REJ-REASON-CDE
                  MOVE 'CURRENCY CODE MISSING' TO WS-REJ-REASON-TXT
                  GO TO 220-EDIT-EXIT
               END-IF.
      *
      *    A DEPOSIT NEEDS THE DRAWER IT WENT INTO, AND A CHEQUE ITS
      *    NUMBER AND DRAWEE FOR OUTWARD CLEARING.
               IF APP-DEP-WHOLE NOT NUMERIC
                  OR APP-DEP-POINT NOT = '.'
                  OR APP-DEP-CENTS NOT NUMERIC
                  MOVE '10' TO WS-REJ-REASON-CDE
                  MOVE 'OPENING DEPOSIT INVALID' TO WS-REJ-REASON-TXT
                  GO TO 220-EDIT-EXIT
               END-IF.
               IF WS-DEPOSIT-AMOUNT > ZEROES
                  IF APP-TELLER-ID = SPACES
                     OR (NOT APP-INSTR-CASH AND NOT APP-INSTR-CHEQUE)
                     MOVE '10' TO WS-REJ-REASON-CDE
                     MOVE 'OPENING DEPOSIT INVALID'
                                             TO WS-REJ-REASON-TXT
                     GO TO 220-EDIT-EXIT
                  END-IF
                  IF APP-INSTR-CHEQUE
                     AND (APP-CHEQUE-NO NOT NUMERIC
                          OR APP-CHEQUE-NO = ZEROES
                          OR APP-DRAWEE-BANK = SPACES)
                     MOVE '10' TO WS-REJ-REASON-CDE
                     MOVE 'OPENING CHEQUE DETAILS MISSING'
                                             TO WS-REJ-REASON-TXT
                     GO TO 220-EDIT-EXIT
                  END-IF
               END-IF.
      *
         220-EDIT-EXIT.
               EXIT.
      *
      *    LAST NAME CARRIES THE MOST WEIGHT, THEN FIRST NAME, WITH
      *    ZIP AND ADDRESS AS TIE-BREAKERS - THE SCORING CUSMATCH
      *    APPLIES TO THE BOOK, APPLIED TO THE APPLICANT.
         230-MATCH-DUPLICATE.
               MOVE SPACES TO WS-MATCH-KEY.
               PERFORM 235-SCORE-ONE-CUSTOMER
                   VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CUST-COUNT
                      OR WS-MATCH-KEY NOT = SPACES.
      *
         235-SCORE-ONE-CUSTOMER.
               SET CUS-IDX TO WS-SCAN-IDX.
               MOVE ZEROES TO WS-SCORE.
               IF CT-LNAME (CUS-IDX) = APP-LNAME
                   ADD 40 TO WS-SCORE
               END-IF.
               IF CT-FNAME (CUS-IDX) = APP-FNAME
                   ADD 30 TO WS-SCORE
               END-IF.
               IF CT-ZIP (CUS-IDX) = APP-ZIP
                   ADD 15 TO WS-SCORE
               END-IF.
               IF CT-ADDR (CUS-IDX) = APP-ADDR-LINE1
                   ADD 15 TO WS-SCORE
               END-IF.
               IF WS-SCORE NOT < WS-MATCH-THRESHOLD
                   MOVE CT-KEY (CUS-IDX) TO WS-MATCH-KEY
               END-IF.
      *
      *    THE CUSTOMER GOES ON WITH ITS KYC AND CONTACT SEGMENTS IN
      *    ONE WRITE - WHAT CBLVSMC2 TAKES AN 'A', A 'K' AND AN 'E'
      *    TRANSACTION TO BUILD.
         240-ADD-CUSTOMER.
               MOVE SPACES                TO CUSKS080-RECORD.
               MOVE APP-CUS-KEY           TO CUSKS080-KEY.
               MOVE APP-FNAME             TO CUS-FNAME.
               MOVE APP-LNAME             TO CUS-LNAME.
               MOVE APP-ADDR-LINE1        TO CUS-ADDR-LINE1.
               MOVE APP-CITY              TO CUS-CITY.
               MOVE APP-STATE             TO CUS-STATE.
               MOVE APP-ZIP               TO CUS-ZIP.
               MOVE 'A'                   TO CUS-ACCT-STATUS.
               MOVE ZEROES                TO CUS-CLOSE-DATE.
               MOVE APP-EMAIL             TO CUS-EMAIL.
               MOVE APP-PHONE             TO CUS-PHONE.
               MOVE APP-DELIV-METHOD      TO CUS-DELIV-METHOD.
               MOVE APP-KYC-DOC-TYPE      TO CUS-KYC-DOC-TYPE.
               MOVE APP-KYC-DOC-NUMBER    TO CUS-KYC-DOC-NUMBER.
               MOVE APP-KYC-VERIFIED-DATE TO CUS-KYC-VERIFIED-DATE.
               MOVE APP-KYC-EXPIRY-DATE   TO CUS-KYC-EXPIRY-DATE.
               MOVE APP-KYC-RISK-RATING   TO CUS-KYC-RISK-RATING.
               MOVE ZEROES                TO CUS-CREDIT-LIMIT.
      *
               WRITE CUSKS080-RECORD
                   INVALID KEY
                       MOVE '13' TO WS-REJ-REASON-CDE
                       MOVE 'CUSTOMER KEY ALREADY ON FILE'
                                             TO WS-REJ-REASON-TXT
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUS-ADDED-SW
               END-WRITE.
      *
         250-ADD-TO-TABLE.
               IF WS-CUST-COUNT >= 2000
                  MOVE 'Customer work table overflow'  TO WS-ERR-MSG
                  MOVE 'OV'                            TO WS-ERR-CDE
                  MOVE '250-ADD-TO-TABLE'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-CUST-COUNT.
               SET CUS-IDX TO WS-CUST-COUNT.
               MOVE CUSKS080-KEY   TO CT-KEY   (CUS-IDX).
               MOVE CUS-LNAME      TO CT-LNAME (CUS-IDX).
               MOVE CUS-FNAME      TO CT-FNAME (CUS-IDX).
               MOVE CUS-ADDR-LINE1 TO CT-ADDR  (CUS-IDX).
               MOVE CUS-ZIP        TO CT-ZIP   (CUS-IDX).
      *
      *    THE ACCOUNT OPENS AT ZERO BALANCE WITH NO OVERDRAFT AND
      *    NO POSITIVE PAY, AS A BNKACCM ADD WITH NOTHING ELSE KEYED
      *    WOULD - THE OPENING DEPOSIT ARRIVES THROUGH BNKACC. IT IS
      *    HELD ON THE BOOKS OF THE BRANCH THAT TOOK THE APPLICATION.
         260-ADD-ACCOUNT.
               INITIALIZE BALANCE-IO.
               MOVE APP-ACCT-NO           TO ACCT-NO.
               MOVE ZEROES                TO BAL-AMT.
               MOVE ZEROES                TO OVERDRAFT-LIMIT.
               MOVE APP-CURRENCY-CODE     TO CURRENCY-CODE.
               MOVE APP-ACCT-TYPE         TO ACCT-TYPE.
               MOVE ZEROES                TO OD-SANCTION-DATE.
               MOVE ZEROES                TO OD-EXPIRY-DATE.
               MOVE 'N'                   TO POSPAY-FLAG.
               MOVE APP-BRANCH-ID         TO HOME-BRANCH.
      *
               WRITE BALANCE-IO
                   INVALID KEY
                       MOVE '14' TO WS-REJ-REASON-CDE
                       MOVE 'ACCOUNT ALREADY ON FILE'
                                             TO WS-REJ-REASON-TXT
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-ADDED-SW
               END-WRITE.
      *
         270-ADD-XREF.
               INITIALIZE XREF-REC.
               MOVE APP-CUS-KEY           TO XR-CUST-NO.
               MOVE APP-ACCT-NO           TO XR-ACCT-NO.
               MOVE WS-TODAY-DATE         TO XR-OPENED-DATE.
               MOVE 'P'                   TO XR-HOLDER-ROLE.
      *
               WRITE XREF-REC
                   INVALID KEY
                       MOVE '15' TO WS-REJ-REASON-CDE
                       MOVE 'CUSTOMER/ACCOUNT PAIR ON FILE'
                                             TO WS-REJ-REASON-TXT
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-XREF-ADDED-SW
               END-WRITE.
      *
      *    THE REFERENCE IS 'ONB' PLUS THE APPLICATION NUMBER -
      *    DISTINCT FROM EVERY OTHER FEED'S REFERENCES, SO BNKACC'S
      *    REFHIST DUPLICATE CHECK STOPS A RE-SUBMITTED DEPOSIT. THE
      *    EARLY TIME POSTS IT AHEAD OF ANYTHING ELSE ON THE ACCOUNT
      *    TONIGHT. A FAILED WRITE IS BACKED OUT LIKE ANY OTHER STEP
      *    BEFORE THE RUN STOPS.
         280-WRITE-DEPOSIT.
               IF WS-DEPOSIT-AMOUNT = ZEROES
                  GO TO 280-WRITE-DEPOSIT-EXIT
               END-IF.
      *
               MOVE SPACES            TO DEPOSIT-O.
               MOVE APP-ACCT-NO       TO DEP-ACCT-NO.
               MOVE WS-DEPOSIT-AMOUNT TO DEP-AMT.
               MOVE APP-CURRENCY-CODE TO DEP-CURRENCY-CODE.
               MOVE 000050            TO DEP-TRAN-TIME.
               STRING 'ONB' APP-NO
                   DELIMITED BY SIZE INTO DEP-TRAN-REF.
               MOVE APP-INSTR-TYPE    TO DEP-INSTR-TYPE.
               MOVE APP-BRANCH-ID     TO DEP-BRANCH-ID.
               MOVE APP-TELLER-ID     TO DEP-TELLER-ID.
               MOVE ZEROES            TO DEP-VALUE-DATE.
               IF APP-INSTR-CHEQUE
                  MOVE APP-CHEQUE-NO   TO DEP-CHEQUE-NO
                  MOVE APP-DRAWEE-BANK TO DEP-DRAWEE-BANK
               ELSE
                  MOVE ZEROES          TO DEP-CHEQUE-NO
               END-IF.
               WRITE DEPOSIT-O.
               IF WS-DEPOUT-STATUS NOT = ZEROES
                  PERFORM 320-BACK-OUT-APPLICATION
                  MOVE 'Error writting file DEPOUT'   TO WS-ERR-MSG
                  MOVE WS-DEPOUT-STATUS               TO WS-ERR-CDE
                  MOVE '280-WRITE-DEPOSIT'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1               TO WS-GENERATED-DEP-COUNT.
               ADD WS-DEPOSIT-AMOUNT TO WS-GENERATED-DEP-AMOUNT.
      *
         280-WRITE-DEPOSIT-EXIT.
               EXIT.
      *
      *    THE WELCOME PACK ALWAYS GOES ON PAPER, WHATEVER THE
      *    CUSTOMER'S DELIVERY PREFERENCE FOR LATER NOTICES - IT IS
      *    QUEUED TO PRTQ UNDER THE CUSTOMER KEY, AS CUSALRT QUEUES
      *    A PRINTED ALERT.
         290-WRITE-WELCOME-LETTER.
               MOVE APP-CUS-KEY TO WB-CUS-KEY.
               MOVE APP-NO      TO WB-APP-NO.
               MOVE WELC-BANNER-LINE TO WELCOME-OUT-REC.
               PERFORM 295-WRITE-LETTER-LINE.
               MOVE SPACES TO WELCOME-OUT-REC.
               STRING APP-FNAME DELIMITED BY '  '
                      ' '       DELIMITED BY SIZE
                      APP-LNAME DELIMITED BY '  '
                   INTO WELCOME-OUT-REC.
               PERFORM 295-WRITE-LETTER-LINE.
               MOVE APP-ADDR-LINE1 TO WELCOME-OUT-REC.
               PERFORM 295-WRITE-LETTER-LINE.
               MOVE APP-CITY  TO WL-CITY.
               MOVE APP-STATE TO WL-STATE.
               MOVE APP-ZIP   TO WL-ZIP.
               MOVE WELC-ADDRESS-LINE TO WELCOME-OUT-REC.
               PERFORM 295-WRITE-LETTER-LINE.
               MOVE SPACES TO WELCOME-OUT-REC.
               PERFORM 295-WRITE-LETTER-LINE.
               MOVE APP-FNAME TO WD-FNAME.
               MOVE APP-LNAME TO WD-LNAME.
               MOVE WELC-DEAR-LINE TO WELCOME-OUT-REC.
               PERFORM 295-WRITE-LETTER-LINE.
               MOVE 'WELCOME TO THE BANK - YOUR NEW ACCOUNT IS OPEN.'
                   TO WELCOME-OUT-REC.
               PERFORM 295-WRITE-LETTER-LINE.
               MOVE APP-ACCT-NO       TO WA-ACCT-NO.
               MOVE APP-ACCT-TYPE     TO WA-ACCT-TYPE.
               MOVE APP-CURRENCY-CODE TO WA-CURRENCY.
               MOVE WELC-ACCOUNT-LINE TO WELCOME-OUT-REC.
               PERFORM 295-WRITE-LETTER-LINE.
               IF WS-DEPOSIT-AMOUNT > ZEROES
                  MOVE WS-DEPOSIT-AMOUNT TO WP-AMOUNT
                  MOVE WELC-DEPOSIT-LINE TO WELCOME-OUT-REC
                  PERFORM 295-WRITE-LETTER-LINE
               END-IF.
               EVALUATE TRUE
                  WHEN APP-DELIV-EMAIL
                     MOVE 'EMAIL'      TO WV-METHOD
                  WHEN OTHER
                     MOVE 'POST'       TO WV-METHOD
               END-EVALUATE.
               MOVE WELC-DELIVERY-LINE TO WELCOME-OUT-REC.
               PERFORM 295-WRITE-LETTER-LINE.
      *
               MOVE SPACES         TO PRINT-QUEUE-REC.
               MOVE APP-CUS-KEY    TO PQ-DESTINATION.
               MOVE 'WELCOM'       TO PQ-REPORT-CODE.
               MOVE 'WELCOUT '     TO PQ-SOURCE-DSN.
               MOVE WS-TODAY-DATE  TO PQ-RUN-DATE.
               WRITE PRINT-QUEUE-REC.
               IF WS-PRTQ-STATUS NOT = ZEROES
                  MOVE 'Error writting file PRTQ'     TO WS-ERR-MSG
                  MOVE WS-PRTQ-STATUS                 TO WS-ERR-CDE
                  MOVE '290-WRITE-WELCOME'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         295-WRITE-LETTER-LINE.
               WRITE WELCOME-OUT-REC.
               IF WS-WELC-STATUS NOT = ZEROES
                  MOVE 'Error writting file WELCOUT'  TO WS-ERR-MSG
                  MOVE WS-WELC-STATUS                 TO WS-ERR-CDE
                  MOVE '295-WRITE-LETTER-LINE'        TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         300-REJECT-APPLICATION.
               ADD 1 TO WS-REJECT-COUNT.
               MOVE 'REJECTED'        TO RD-RESULT.
               MOVE WS-REJ-REASON-TXT TO RD-REASON.
               PERFORM 330-WRITE-REGISTER-LINE.
      *
      *    UNDO WHAT THIS APPLICATION HAS WRITTEN, NEWEST FIRST. THE
      *    RECORDS WERE WRITTEN MOMENTS AGO UNDER KEYS THAT WERE
      *    FREE, SO A DELETE THAT FAILS MEANS THE FILE IS IN TROUBLE
      *    - THE RUN STOPS RATHER THAN LEAVE HALF A CUSTOMER.
         320-BACK-OUT-APPLICATION.
               ADD 1 TO WS-BACKOUT-COUNT.
               IF WS-XREF-ADDED
                  MOVE APP-CUS-KEY TO XR-CUST-NO
                  MOVE APP-ACCT-NO TO XR-ACCT-NO
                  DELETE XREF-FILE
                  IF WS-XREF-STATUS NOT = ZEROES
                     MOVE 'Back-out failed on file CUSTACCT'
                                                      TO WS-ERR-MSG
                     MOVE WS-XREF-STATUS              TO WS-ERR-CDE
                     MOVE '320-BACK-OUT'              TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  MOVE 'N' TO WS-XREF-ADDED-SW
               END-IF.
               IF WS-ACCT-ADDED
                  MOVE APP-ACCT-NO TO ACCT-NO
                  DELETE BALANCE-AMT
                  IF WS-BAL-STATUS NOT = ZEROES
                     MOVE 'Back-out failed on file BALFILE'
                                                      TO WS-ERR-MSG
                     MOVE WS-BAL-STATUS               TO WS-ERR-CDE
                     MOVE '320-BACK-OUT'              TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  MOVE 'N' TO WS-ACCT-ADDED-SW
               END-IF.
               IF WS-CUS-ADDED
                  MOVE APP-CUS-KEY TO CUSKS080-KEY
                  DELETE CUSKS080-FILE
                  IF WS-CUST-STATUS NOT = ZEROES
                     MOVE 'Back-out failed on file CUSKS080'
                                                      TO WS-ERR-MSG
                     MOVE WS-CUST-STATUS              TO WS-ERR-CDE
                     MOVE '320-BACK-OUT'              TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  MOVE 'N' TO WS-CUS-ADDED-SW
               END-IF.
      *
      *    ONE REGISTER LINE AND ONE CHAINED AUDIT LINE PER
      *    APPLICATION, WHATEVER BECAME OF IT.
         330-WRITE-REGISTER-LINE.
               MOVE APP-NO          TO RD-APP-NO.
               MOVE APP-BRANCH-ID   TO RD-BRANCH-ID.
               MOVE APP-CUS-KEY     TO RD-CUS-KEY.
               MOVE APP-ACCT-NO     TO RD-ACCT-NO.
               MOVE WS-DEPOSIT-AMOUNT TO RD-AMOUNT.
               WRITE ONBOARD-RPT-REC FROM RPT-DETAIL-REC.
      *
               MOVE SPACES            TO ONB-AUDIT-REC.
               MOVE APP-NO            TO AUD-APP-NO.
               MOVE APP-CUS-KEY       TO AUD-CUS-KEY.
               MOVE APP-ACCT-NO       TO AUD-ACCT-NO.
               MOVE RD-RESULT         TO AUD-RESULT.
               MOVE WS-REJ-REASON-CDE TO AUD-REASON-CODE.
               MOVE WS-DEPOSIT-AMOUNT TO AUD-DEPOSIT-AMT.
               MOVE WS-TODAY-DATE     TO AUD-TRAN-DATE.
               MOVE APP-OPERATOR-ID   TO AUD-OPERATOR-ID.
               MOVE APP-BRANCH-ID     TO AUD-BRANCH-ID.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING ONB-AUDIT-REC WS-AUD-CHAIN.
               WRITE ONB-AUDIT-REC.
               IF WS-AUDIT-STATUS NOT = ZEROES
                  MOVE 'Error writting file ONBAUDIT' TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                TO WS-ERR-CDE
                  MOVE '330-WRITE-REGISTER'           TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         350-WRITE-BATCH-TRAILER.
               MOVE SPACES                  TO DEPOSIT-O.
               MOVE 'BATCHTRL'              TO DEP-TRL-ID.
               MOVE WS-GENERATED-DEP-COUNT  TO DEP-TRL-COUNT.
               MOVE WS-GENERATED-DEP-AMOUNT TO DEP-TRL-AMOUNT.
               WRITE DEPOSIT-O.
      *
         400-CLOSE-FILES.
               CLOSE APPLICATION-FILE.
               CLOSE CUSKS080-FILE.
               CLOSE BALANCE-AMT.
               CLOSE XREF-FILE.
               CLOSE DEPOSIT-OUT-FILE.
               MOVE 'S' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING ONB-AUDIT-REC WS-AUD-CHAIN.
               WRITE ONB-AUDIT-REC.
               CLOSE AUDIT-TRAIL-FILE.
               CLOSE WELCOME-OUT-FILE.
               CLOSE PRINT-QUEUE-FILE.
               CLOSE ONBOARD-RPT-FILE.
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
