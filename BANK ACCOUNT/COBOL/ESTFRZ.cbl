      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 18-12-2020
      * Purpose: DECEASED-CUSTOMER ESTATE FREEZE - TAKES THE BRANCHES'
      *        : DEATH NOTIFICATIONS (DTHNOTE, ONE PER CUSKS080
      *        : CUSTOMER, KEYED BY AN OPERATOR AND COUNTERSIGNED BY A
      *        : SECOND ID) AND ACTS ON EVERY ACCOUNT THE CUSTACCT
      *        : CROSS-REFERENCE LINKS TO THE CUSTOMER IN ONE PASS -
      *        : SOLE AND BOTH-TO-SIGN ACCOUNTS GO INTO ESTATE FREEZE
      *        : (BNKACC REFUSES CUSTOMER DEBITS, CREDITS STILL POST),
      *        : EITHER-TO-SIGN JOINT ACCOUNTS PASS TO THE SURVIVING
      *        : HOLDERS (MANDATE-RULE 'S', SURVIVOR ONLY), STANDING
      *        : ORDERS ARE SUSPENDED, UNUSED CHEQUE-BOOK RANGES ARE
      *        : STOPPED, TERM DEPOSITS ARE SWITCHED FROM ROLLOVER TO
      *        : PAY OUT, AND THE FROZEN ACCOUNTS GO TO THE CARD
      *        : SWITCH ON THE CARD-BLOCK FILE. THE ESTATE INVENTORY
      *        : LISTS EVERY PRODUCT WITH ITS BALANCE AS AT THE DATE
      *        : OF DEATH FOR THE EXECUTOR.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. ESTFRZ.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    ONE DEATH NOTIFICATION PER RECORD, KEYED AT THE BRANCH
      *    FROM THE DEATH CERTIFICATE.
           SELECT DEATH-NOTE-FILE ASSIGN TO DTHNOTE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-NOTE-STATUS.
      *
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS IS WS-CUST-STATUS.
      *
      *    CUSTOMER-TO-ACCOUNT CROSS-REFERENCE (MAINTAINED BY
      *    BNKACCM) - READ BY CUSTOMER FOR THE DECEASED'S ACCOUNTS,
      *    AND SWEPT WHOLE FOR THE OTHER HOLDERS OF EACH ONE.
           SELECT XREF-FILE ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
           SELECT ORDER-MASTER-FILE ASSIGN TO STORDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS  IS  WS-ORD-STATUS.
      *
      *    CHEQUE-ISSUE REGISTER (MAINTAINED BY BNKCHQM) - A STOPPED
      *    RANGE STAYS ON FILE, SO A LATE CHEQUE FROM IT IS REFUSED
      *    AS STOPPED RATHER THAN AS NEVER ISSUED.
           SELECT OPTIONAL CHQ-REG-FILE ASSIGN TO CHQREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQR-KEY
               FILE STATUS IS WS-CHQ-STATUS.
      *
           SELECT OPTIONAL TD-MASTER-FILE ASSIGN TO TDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TD-ACCT-NO
               FILE STATUS IS WS-TD-STATUS.
      *
      *    TRANSACTION-HISTORY ARCHIVE - EVERYTHING POSTED AFTER THE
      *    DATE OF DEATH IS UNDONE FROM TODAY'S BALANCE, THE SAME
      *    RECONSTRUCTION BALASOF PRINTS. ABSENT = NOTHING TO UNDO.
           SELECT OPTIONAL TRAN-HIST-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TH-STATUS.
      *
      *    CARD-BLOCK FILE FOR THE CARD SWITCH - ONE DETAIL PER
      *    FROZEN ACCOUNT, BRACKETED BY A HEADER AND A COUNT TRAILER,
      *    SO THE SWITCH DECLINES THE DECEASED'S CARDS AT THE POINT
      *    OF SALE INSTEAD OF LEAVING BNKACC TO REJECT THEM.
           SELECT CARD-BLOCK-FILE ASSIGN TO CARDBLK
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CBLK-STATUS.
      *
           SELECT ESTATE-RPT-FILE ASSIGN TO ESTINV
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    DN-EXECUTOR-NAME IS PRINTED ON THE INVENTORY; SPACES WHEN
      *    NO EXECUTOR HAS BEEN NAMED YET.
       FD  DEATH-NOTE-FILE RECORDING MODE F.
       01  DEATH-NOTE-REC.
           05  DN-CUST-NO                 PIC  X(06).
           05  DN-DEATH-DATE              PIC  9(08).
           05  DN-NOTIFIED-DATE           PIC  9(08).
           05  DN-EXECUTOR-NAME           PIC  X(30).
           05  DN-OPERATOR-ID             PIC  X(08).
           05  DN-CHECKER-ID              PIC  X(08).
           05  FILLER                     PIC  X(12).
      *
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05  CUSKS080-KEY               PIC  X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
      *    LAYOUT MIRRORS BNKACCM.CBL'S XREF-REC.
       FD  XREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  XREF-REC.
           05  XR-KEY.
               10  XR-CUST-NO             PIC  X(06).
               10  XR-ACCT-NO             PIC  X(10).
           05  XR-OPENED-DATE             PIC  9(08).
           05  XR-HOLDER-ROLE             PIC  X(01).
           05  FILLER                     PIC  X(55).
      *
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BALANCE-IO.
           02  ACCT-NO                    PIC X(10).
      *    NAMED ACCOUNT-DATA FIELDS (BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BALREC.cbl
           COPY BALREC.
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
      *    LAYOUT MIRRORS TDMNT.CBL'S TD-MASTER-REC.
       FD  TD-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  TD-MASTER-REC.
           05  TD-ACCT-NO                 PIC  X(10).
           05  TD-PRINCIPAL               PIC  9(7)V99.
           05  TD-RATE                    PIC  9V9999.
           05  TD-OPEN-DATE               PIC  9(08).
           05  TD-MATURITY-DATE           PIC  9(08).
           05  TD-ROLLOVER                PIC  X(01).
               88  TD-ROLL-OVER                    VALUE 'R'.
               88  TD-PAY-OUT                      VALUE 'P'.
           05  TD-PENALTY-RATE            PIC  9V9999.
           05  TD-ACCRUED-INT             PIC  9(7)V99.
           05  FILLER                     PIC  X(25).
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
      *    CB-REASON 'DC' = ACCOUNT HOLDER DECEASED.
       FD  CARD-BLOCK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CARD-BLOCK-REC.
           05  CB-ACCT-NO                 PIC  X(10).
               88  CB-HEADER                       VALUE 'CBLKHDR'.
               88  CB-TRAILER                      VALUE 'CBLKTRL'.
           05  CB-REASON                  PIC  X(02).
           05  CB-BLOCK-DATE              PIC  9(08).
           05  CB-CUST-NO                 PIC  X(06).
           05  FILLER                     PIC  X(54).
       01  CARD-BLOCK-HDR REDEFINES CARD-BLOCK-REC.
           05  CB-HDR-ID                  PIC  X(10).
           05  CB-HDR-DATE                PIC  9(08).
           05  FILLER                     PIC  X(62).
       01  CARD-BLOCK-TRL REDEFINES CARD-BLOCK-REC.
           05  CB-TRL-ID                  PIC  X(10).
           05  CB-TRL-COUNT               PIC  9(07).
           05  FILLER                     PIC  X(63).
      *
       FD  ESTATE-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ESTATE-RPT-REC                 PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-NOTE-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-ORD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CHQ-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-TD-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-TH-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-CBLK-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-NOTE-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-NOTE-EOF                          VALUE 'Y'.
       01  WS-XREF-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-XREF-EOF                          VALUE 'Y'.
       01  WS-ORD-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-ORD-EOF                           VALUE 'Y'.
       01  WS-CHQ-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CHQ-EOF                           VALUE 'Y'.
       01  WS-TH-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-TH-EOF                            VALUE 'Y'.
       01  WS-CHQ-PRESENT-SW              PIC X(01) VALUE 'N'.
           88  WS-CHQ-PRESENT                       VALUE 'Y'.
       01  WS-TD-PRESENT-SW               PIC X(01) VALUE 'N'.
           88  WS-TD-PRESENT                        VALUE 'Y'.
       01  WS-TH-PRESENT-SW               PIC X(01) VALUE 'N'.
           88  WS-TH-PRESENT                        VALUE 'Y'.
       01  WS-ACCT-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-ACCT-FOUND                        VALUE 'Y'.
       01  WS-REFUSE-SW                   PIC X(01) VALUE 'N'.
           88  WS-REFUSED                           VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-READ-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-ESTATE-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-REFUSED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-FROZEN-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-SURVIVOR-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-BLOCK-COUNT                 PIC 9(07) VALUE ZEROES.
      *
      *    THE REFUSAL REASON PRINTED ON THE INVENTORY - A REFUSED
      *    NOTIFICATION CHANGES NOTHING AND MUST BE RE-KEYED.
       01  WS-REFUSE-REASON               PIC X(30) VALUE SPACES.
      *
      *    THE DECEASED'S ACCOUNTS, LOADED FROM CUSTACCT BEFORE ANY
      *    OF THEM IS TOUCHED. EA-ROLE IS THE DECEASED'S OWN HOLDER
      *    ROLE ON THE ACCOUNT ('P'/'J'/'A').
       01  WS-EA-COUNT                    PIC 9(03) VALUE ZEROES.
       01  WS-EA-MAX                      PIC 9(03) VALUE 50.
       01  ESTATE-ACCOUNT-TABLE.
           05  EA-ENTRY OCCURS 50 TIMES INDEXED BY EA-IDX.
               10  EA-ACCT-NO             PIC X(10).
               10  EA-ROLE                PIC X(01).
      *
      *    ONE ACCOUNT'S FIGURES AND WHAT WAS DONE TO IT.
       01  WS-CUR-ACCT-NO                 PIC X(10) VALUE SPACES.
       01  WS-OTHER-HOLDERS               PIC 9(03) VALUE ZEROES.
       01  WS-DEATH-BAL                   PIC S9(9)V99 VALUE ZEROES.
       01  WS-TH-WORK-AMT                 PIC 9(7)V99 VALUE ZEROES.
       01  WS-ORDERS-SUSPENDED            PIC 9(03) VALUE ZEROES.
       01  WS-RANGES-STOPPED              PIC 9(03) VALUE ZEROES.
       01  WS-ACCT-ACTION                 PIC X(14) VALUE SPACES.
      *
      *    THE ESTATE TOTALS COVER THE ACCOUNTS THAT FORM PART OF
      *    THE ESTATE - A JOINT ACCOUNT PASSING TO ITS SURVIVORS IS
      *    LISTED FOR THE EXECUTOR BUT NOT ADDED IN.
       01  WS-ESTATE-DEATH-TOTAL          PIC S9(11)V99 VALUE ZEROES.
       01  WS-ESTATE-CURR-TOTAL           PIC S9(11)V99 VALUE ZEROES.
      *
      *    AUTHCHK / CHKDGT INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM                PIC X(08) VALUE 'ESTFRZ  '.
       01  WS-AUTH-ACTION                 PIC X(01) VALUE 'F'.
       01  WS-AUTH-AMOUNT                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-AUTH-RESULT                 PIC X(01) VALUE 'Y'.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(35) VALUE
               'DECEASED ESTATE FREEZE -          '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(37) VALUE SPACES.
       01  RPT-RULE-REC             PIC X(80) VALUE ALL '-'.
       01  RPT-ESTATE-REC.
           05  FILLER               PIC X(28) VALUE
               'ESTATE INVENTORY - CUSTOMER '.
           05  RE-CUST-NO           PIC X(06).
           05  FILLER               PIC X(17) VALUE
               '   DATE OF DEATH '.
           05  RE-DEATH-DATE        PIC 9(08).
           05  FILLER               PIC X(21) VALUE SPACES.
       01  RPT-NAME-REC.
           05  RN-FNAME             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RN-LNAME             PIC X(15).
           05  FILLER               PIC X(49) VALUE SPACES.
       01  RPT-ADDRESS-REC.
           05  RA-ADDR-LINE1        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RA-CITY              PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RA-STATE             PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RA-ZIP               PIC X(05).
           05  FILLER               PIC X(38) VALUE SPACES.
       01  RPT-EXECUTOR-REC.
           05  FILLER               PIC X(10) VALUE 'EXECUTOR: '.
           05  RX-EXECUTOR          PIC X(30).
           05  FILLER               PIC X(12) VALUE '  NOTIFIED: '.
           05  RX-NOTIFIED-DATE     PIC 9(08).
           05  FILLER               PIC X(20) VALUE SPACES.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               'ACCOUNT    T R   AT DEATH      CURRENT A'.
           05  FILLER               PIC X(40) VALUE
               'CTION         ORD CHQ                   '.
       01  RPT-DETAIL-REC.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACCT-TYPE         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ROLE              PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-DEATH-BAL         PIC Z(6)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-CURR-BAL          PIC Z(6)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACTION            PIC X(14).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ORDERS            PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-RANGES            PIC ZZ9.
           05  FILLER               PIC X(19) VALUE SPACES.
       01  RPT-TD-REC.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(23) VALUE
               'TERM DEPOSIT PRINCIPAL '.
           05  RT-PRINCIPAL         PIC Z(6)9.99.
           05  FILLER               PIC X(09) VALUE ' MATURES '.
           05  RT-MATURITY-DATE     PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RT-NOTE              PIC X(25).
       01  RPT-ESTATE-TOTAL-REC.
           05  FILLER               PIC X(14) VALUE
               'ESTATE TOTAL  '.
           05  RET-DEATH-TOTAL      PIC Z(10)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RET-CURR-TOTAL       PIC Z(10)9.99-.
           05  FILLER               PIC X(35) VALUE SPACES.
       01  RPT-REFUSAL-REC.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  RR-CUST-NO           PIC X(06).
           05  FILLER               PIC X(18) VALUE
               ' NOT PROCESSED -  '.
           05  RR-REASON            PIC X(30).
           05  FILLER               PIC X(17) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(09) VALUE 'ESTATES: '.
           05  RTT-ESTATES          PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  REFUSED: '.
           05  RTT-REFUSED          PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  FROZEN: '.
           05  RTT-FROZEN           PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  SURVIVOR: '.
           05  RTT-SURVIVOR         PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********DECEASED ESTATE FREEZE*****************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE ESTATE-RPT-REC FROM RPT-HEADER-REC.
      *
           MOVE SPACES        TO CARD-BLOCK-REC.
           MOVE 'CBLKHDR'     TO CB-HDR-ID.
           MOVE WS-TODAY-DATE TO CB-HDR-DATE.
           WRITE CARD-BLOCK-REC.
      *
           PERFORM 200-PROCESS-ONE-NOTICE
              UNTIL WS-NOTE-EOF.
      *
           MOVE SPACES         TO CARD-BLOCK-REC.
           MOVE 'CBLKTRL'      TO CB-TRL-ID.
           MOVE WS-BLOCK-COUNT TO CB-TRL-COUNT.
           WRITE CARD-BLOCK-REC.
      *
           MOVE WS-ESTATE-COUNT   TO RTT-ESTATES.
           MOVE WS-REFUSED-COUNT  TO RTT-REFUSED.
           MOVE WS-FROZEN-COUNT   TO RTT-FROZEN.
           MOVE WS-SURVIVOR-COUNT TO RTT-SURVIVOR.
           WRITE ESTATE-RPT-REC FROM RPT-RULE-REC.
           WRITE ESTATE-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'NOTIFICATIONS READ  : ' WS-READ-COUNT.
           DISPLAY 'ESTATES FROZEN      : ' WS-ESTATE-COUNT.
           DISPLAY 'NOTIFICATIONS REFUSED: ' WS-REFUSED-COUNT.
           DISPLAY 'ACCOUNTS FROZEN     : ' WS-FROZEN-COUNT.
           DISPLAY 'ACCOUNTS TO SURVIVOR: ' WS-SURVIVOR-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  DEATH-NOTE-FILE.
               IF WS-NOTE-STATUS NOT = ZEROES
                  MOVE 'Error opening file DTHNOTE'    TO WS-ERR-MSG
                  MOVE WS-NOTE-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  CUSKS080-FILE.
               IF WS-CUST-STATUS NOT = ZEROES
                  MOVE 'Error opening file CUSKS080'   TO WS-ERR-MSG
                  MOVE WS-CUST-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  XREF-FILE.
               IF WS-XREF-STATUS NOT = ZEROES
                  MOVE 'Error opening file CUSTACCT'   TO WS-ERR-MSG
                  MOVE WS-XREF-STATUS                  TO WS-ERR-CDE
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
      *    THERE - AN ABSENT REGISTER HAS NO RANGES TO STOP, AN
      *    ABSENT TDMAST NO DEPOSITS, AN ABSENT TRANHIST NOTHING
      *    POSTED SINCE THE DEATH TO UNDO.
               OPEN I-O    CHQ-REG-FILE.
               IF WS-CHQ-STATUS = '00'
                  MOVE 'Y' TO WS-CHQ-PRESENT-SW
               END-IF.
      *
               OPEN I-O    TD-MASTER-FILE.
               IF WS-TD-STATUS = '00'
                  MOVE 'Y' TO WS-TD-PRESENT-SW
               END-IF.
      *
               OPEN INPUT  TRAN-HIST-FILE.
               IF WS-TH-STATUS = '00'
                  MOVE 'Y' TO WS-TH-PRESENT-SW
               END-IF.
      *
               OPEN OUTPUT CARD-BLOCK-FILE.
               IF WS-CBLK-STATUS NOT = ZEROES
                  MOVE 'Error opening file CARDBLK'    TO WS-ERR-MSG
                  MOVE WS-CBLK-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT ESTATE-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ESTINV'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-PROCESS-ONE-NOTICE.
               READ DEATH-NOTE-FILE
                   AT END
                       MOVE 'Y' TO WS-NOTE-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 210-VALIDATE-NOTICE
                           THRU 210-VALIDATE-EXIT
                       IF WS-REFUSED
                           PERFORM 290-REPORT-REFUSAL
                       ELSE
                           PERFORM 300-FREEZE-ESTATE
                       END-IF
               END-READ.
      *
      *    EVERY TEST RUNS BEFORE A SINGLE ACCOUNT IS TOUCHED - A
      *    REFUSED NOTIFICATION LEAVES THE CUSTOMER EXACTLY AS THEY
      *    WERE. A NOTIFICATION RE-KEYED AFTER A GOOD ONE IS SAFE:
      *    EVERY ACTION BELOW LEAVES AN ACCOUNT ALREADY DEALT WITH AS
      *    IT FINDS IT, AND THE INVENTORY SIMPLY PRINTS AGAIN.
         210-VALIDATE-NOTICE.
               MOVE 'N'    TO WS-REFUSE-SW.
               MOVE SPACES TO WS-REFUSE-REASON.
      *
               MOVE DN-CUST-NO TO CUSKS080-KEY.
               READ CUSKS080-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-REFUSE-REASON
               END-READ.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 210-REFUSE
               END-IF.
      *
               IF DN-DEATH-DATE NOT NUMERIC
                  OR DN-DEATH-DATE = ZEROES
                  OR DN-DEATH-DATE > WS-TODAY-DATE
                  MOVE 'DATE OF DEATH INVALID' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
               IF DN-NOTIFIED-DATE NOT NUMERIC
                  OR DN-NOTIFIED-DATE = ZEROES
                  MOVE WS-TODAY-DATE TO DN-NOTIFIED-DATE
               END-IF.
      *
      *    THE OPERATOR NEEDS AN ESTFRZ GRANT, AND A DIFFERENT
      *    CHECKER MUST HAVE COUNTERSIGNED THE CERTIFICATE.
               CALL 'AUTHCHK' USING DN-OPERATOR-ID WS-AUTH-PROGRAM
                                    WS-AUTH-ACTION WS-AUTH-AMOUNT
                                    WS-AUTH-RESULT.
               IF WS-AUTH-RESULT = 'N'
                  MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
               IF DN-CHECKER-ID = SPACES
                  OR DN-CHECKER-ID = DN-OPERATOR-ID
                  MOVE 'RELEASE CHECKER INVALID' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
      *
               PERFORM 220-LOAD-ESTATE-ACCOUNTS.
               IF WS-EA-COUNT = ZEROES
                  MOVE 'NO ACCOUNTS ON CUSTACCT' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
               GO TO 210-VALIDATE-EXIT.
      *
         210-REFUSE.
               MOVE 'Y' TO WS-REFUSE-SW.
      *
         210-VALIDATE-EXIT.
               EXIT.
      *
      *    THE CROSS-REFERENCE IS KEYED CUSTOMER/ACCOUNT, SO THE
      *    DECEASED'S ACCOUNTS SIT TOGETHER UNDER THE CUSTOMER KEY.
         220-LOAD-ESTATE-ACCOUNTS.
               MOVE ZEROES     TO WS-EA-COUNT.
               MOVE 'N'        TO WS-XREF-EOF-SW.
               MOVE DN-CUST-NO TO XR-CUST-NO.
               MOVE LOW-VALUES TO XR-ACCT-NO.
               START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-XREF-EOF-SW
               END-START.
               PERFORM 221-LOAD-ONE-ACCOUNT
                  UNTIL WS-XREF-EOF.
      *
         221-LOAD-ONE-ACCOUNT.
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF-SW
                   NOT AT END
                       IF XR-CUST-NO NOT = DN-CUST-NO
                           MOVE 'Y' TO WS-XREF-EOF-SW
                       ELSE
                           IF WS-EA-COUNT NOT < WS-EA-MAX
                               MOVE 'Too many accounts on customer'
                                                      TO WS-ERR-MSG
                               MOVE WS-XREF-STATUS    TO WS-ERR-CDE
                               MOVE '221-LOAD-ONE-ACCOUNT'
                                                      TO WS-ERR-PROC
                               PERFORM 900-ERR-HANDLING
                           END-IF
                           ADD 1 TO WS-EA-COUNT
                           SET EA-IDX TO WS-EA-COUNT
                           MOVE XR-ACCT-NO     TO EA-ACCT-NO (EA-IDX)
                           MOVE XR-HOLDER-ROLE TO EA-ROLE (EA-IDX)
                       END-IF
               END-READ.
      *
         290-REPORT-REFUSAL.
               ADD 1 TO WS-REFUSED-COUNT.
               MOVE DN-CUST-NO       TO RR-CUST-NO.
               MOVE WS-REFUSE-REASON TO RR-REASON.
               WRITE ESTATE-RPT-REC FROM RPT-RULE-REC.
               WRITE ESTATE-RPT-REC FROM RPT-REFUSAL-REC.
               DISPLAY 'NOTIFICATION REFUSED: ' DN-CUST-NO ' '
                       WS-REFUSE-REASON.
      *
      *    ONE INVENTORY BLOCK PER ESTATE - THE CUSTOMER, THEN ONE
      *    LINE PER LINKED ACCOUNT, THEN THE ESTATE TOTALS.
         300-FREEZE-ESTATE.
               ADD 1 TO WS-ESTATE-COUNT.
               MOVE ZEROES TO WS-ESTATE-DEATH-TOTAL.
               MOVE ZEROES TO WS-ESTATE-CURR-TOTAL.
      *
               MOVE DN-CUST-NO       TO RE-CUST-NO.
               MOVE DN-DEATH-DATE    TO RE-DEATH-DATE.
               MOVE CUS-FNAME        TO RN-FNAME.
               MOVE CUS-LNAME        TO RN-LNAME.
               MOVE CUS-ADDR-LINE1   TO RA-ADDR-LINE1.
               MOVE CUS-CITY         TO RA-CITY.
               MOVE CUS-STATE        TO RA-STATE.
               MOVE CUS-ZIP          TO RA-ZIP.
               MOVE DN-EXECUTOR-NAME TO RX-EXECUTOR.
               MOVE DN-NOTIFIED-DATE TO RX-NOTIFIED-DATE.
               WRITE ESTATE-RPT-REC FROM RPT-RULE-REC.
               WRITE ESTATE-RPT-REC FROM RPT-ESTATE-REC.
               WRITE ESTATE-RPT-REC FROM RPT-NAME-REC.
               WRITE ESTATE-RPT-REC FROM RPT-ADDRESS-REC.
               WRITE ESTATE-RPT-REC FROM RPT-EXECUTOR-REC.
               WRITE ESTATE-RPT-REC FROM RPT-COLUMN-REC.
      *
               PERFORM 310-PROCESS-ONE-ACCOUNT
                   THRU 310-PROCESS-EXIT
                  VARYING EA-IDX FROM 1 BY 1
                    UNTIL EA-IDX > WS-EA-COUNT.
      *
               MOVE WS-ESTATE-DEATH-TOTAL TO RET-DEATH-TOTAL.
               MOVE WS-ESTATE-CURR-TOTAL  TO RET-CURR-TOTAL.
               WRITE ESTATE-RPT-REC FROM RPT-ESTATE-TOTAL-REC.
      *
      *    AN ATTORNEY'S AUTHORITY ENDS WITH THE DEATH BUT THE
      *    ACCOUNT IS SOMEONE ELSE'S - IT IS LISTED AND LEFT ALONE.
      *    AN EITHER-TO-SIGN ACCOUNT WITH ANOTHER PRIMARY OR JOINT
      *    HOLDER PASSES TO THE SURVIVORS; ANY OTHER ACCOUNT (SOLE,
      *    OR BOTH-TO-SIGN, WHICH THE SURVIVOR CAN NO LONGER
      *    OPERATE ALONE) IS FROZEN FOR THE ESTATE. ONLY A FROZEN
      *    ACCOUNT HAS ITS ORDERS SUSPENDED, ITS CHEQUE BOOKS
      *    STOPPED AND ITS CARDS BLOCKED - A SURVIVOR KEEPS THE
      *    ORDERS, CHEQUES AND CARDS ON A SHARED ACCOUNT.
         310-PROCESS-ONE-ACCOUNT.
               MOVE EA-ACCT-NO (EA-IDX) TO WS-CUR-ACCT-NO.
               MOVE ZEROES TO WS-ORDERS-SUSPENDED.
               MOVE ZEROES TO WS-RANGES-STOPPED.
               MOVE SPACES TO RPT-DETAIL-REC.
               MOVE WS-CUR-ACCT-NO   TO RD-ACCT-NO.
               MOVE EA-ROLE (EA-IDX) TO RD-ROLE.
      *
               MOVE 'Y'            TO WS-ACCT-FOUND-SW.
               MOVE WS-CUR-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE 'N' TO WS-ACCT-FOUND-SW
               END-READ.
               IF NOT WS-ACCT-FOUND
                  MOVE 'NOT ON BALFILE' TO RD-ACTION
                  WRITE ESTATE-RPT-REC FROM RPT-DETAIL-REC
                  GO TO 310-PROCESS-EXIT
               END-IF.
               MOVE ACCT-TYPE TO RD-ACCT-TYPE.
               PERFORM 320-BALANCE-AT-DEATH.
               MOVE WS-DEATH-BAL TO RD-DEATH-BAL.
               MOVE BAL-AMT      TO RD-CURR-BAL.
      *
               IF EA-ROLE (EA-IDX) = 'A'
                  MOVE 'ATTORNEY ONLY' TO RD-ACTION
                  WRITE ESTATE-RPT-REC FROM RPT-DETAIL-REC
                  GO TO 310-PROCESS-EXIT
               END-IF.
      *
               PERFORM 330-COUNT-OTHER-HOLDERS.
               IF WS-OTHER-HOLDERS > ZEROES
                  AND (MANDATE-RULE = 'E' OR MANDATE-RULE = SPACE
                       OR MANDATE-RULE = 'S')
                   MOVE 'S'               TO MANDATE-RULE
                   MOVE 'SURVIVOR ONLY'   TO WS-ACCT-ACTION
                   ADD 1 TO WS-SURVIVOR-COUNT
               ELSE
                   MOVE 'E'               TO ESTATE-STATUS
                   MOVE 'ESTATE FROZEN'   TO WS-ACCT-ACTION
                   ADD 1 TO WS-FROZEN-COUNT
                   ADD WS-DEATH-BAL TO WS-ESTATE-DEATH-TOTAL
                   ADD BAL-AMT      TO WS-ESTATE-CURR-TOTAL
                   PERFORM 340-SUSPEND-STANDING-ORDERS
                   PERFORM 350-STOP-CHEQUE-RANGES
                   PERFORM 370-WRITE-CARD-BLOCK
               END-IF.
               REWRITE BALANCE-IO.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error rewriting file BALFILE'  TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '310-PROCESS-ONE-ACCOUNT'       TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               MOVE WS-ACCT-ACTION      TO RD-ACTION.
               MOVE WS-ORDERS-SUSPENDED TO RD-ORDERS.
               MOVE WS-RANGES-STOPPED   TO RD-RANGES.
               WRITE ESTATE-RPT-REC FROM RPT-DETAIL-REC.
      *
               PERFORM 360-CHECK-TERM-DEPOSIT.
      *
         310-PROCESS-EXIT.
               EXIT.
      *
      *    TODAY'S LEDGER WITH EVERYTHING POSTED AFTER THE DATE OF
      *    DEATH TAKEN BACK OUT - CREDITS COME OFF, DEBITS GO BACK
      *    ON (THE BALASOF RULES). HOLD RELEASES NEVER MOVED THE
      *    LEDGER AND ARE IGNORED.
         320-BALANCE-AT-DEATH.
               MOVE BAL-AMT TO WS-DEATH-BAL.
               MOVE 'N'     TO WS-TH-EOF-SW.
               IF NOT WS-TH-PRESENT
                  MOVE 'Y' TO WS-TH-EOF-SW
               ELSE
                  MOVE WS-CUR-ACCT-NO TO TH-ACCT-NO
                  COMPUTE TH-TRAN-DATE = DN-DEATH-DATE + 1
                  MOVE ZEROES         TO TH-SEQ-NO
                  START TRAN-HIST-FILE KEY IS NOT LESS THAN TH-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-TH-EOF-SW
                  END-START
               END-IF.
               PERFORM 321-UNDO-ONE-TRANSACTION
                  UNTIL WS-TH-EOF.
      *
         321-UNDO-ONE-TRANSACTION.
               READ TRAN-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TH-EOF-SW
                   NOT AT END
                       IF TH-ACCT-NO NOT = WS-CUR-ACCT-NO
                           MOVE 'Y' TO WS-TH-EOF-SW
                       ELSE
                           MOVE TH-AMOUNT TO WS-TH-WORK-AMT
                           EVALUATE TH-TRAN-TYPE
                               WHEN 'DEPOSIT '
                               WHEN 'INTEREST'
                               WHEN 'TRF-IN  '
                                   SUBTRACT WS-TH-WORK-AMT
                                       FROM WS-DEATH-BAL
                               WHEN 'WITHDRAW'
                               WHEN 'FEE     '
                               WHEN 'WHT     '
                               WHEN 'TRF-OUT '
                               WHEN 'ESCHEAT '
                               WHEN 'CLOSEPAY'
                               WHEN 'DRINT   '
                               WHEN 'GARNISH '
                               WHEN 'CHQRTN  '
                               WHEN 'RTNFEE  '
                                   ADD WS-TH-WORK-AMT
                                       TO WS-DEATH-BAL
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ.
      *
      *    CUSTACCT IS KEYED BY CUSTOMER FIRST, SO THE OTHER HOLDERS
      *    OF AN ACCOUNT CAN ONLY BE FOUND BY SWEEPING THE WHOLE
      *    FILE. DEATH NOTIFICATIONS ARE FEW, SO IT IS SWEPT AGAIN
      *    FOR EACH ACCOUNT.
         330-COUNT-OTHER-HOLDERS.
               MOVE ZEROES     TO WS-OTHER-HOLDERS.
               MOVE 'N'        TO WS-XREF-EOF-SW.
               MOVE LOW-VALUES TO XR-KEY.
               START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-XREF-EOF-SW
               END-START.
               PERFORM 331-CHECK-ONE-HOLDER
                  UNTIL WS-XREF-EOF.
      *
         331-CHECK-ONE-HOLDER.
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF-SW
                   NOT AT END
                       IF XR-ACCT-NO = WS-CUR-ACCT-NO
                          AND XR-CUST-NO NOT = DN-CUST-NO
                          AND (XR-HOLDER-ROLE = 'P'
                               OR XR-HOLDER-ROLE = 'J')
                           ADD 1 TO WS-OTHER-HOLDERS
                       END-IF
               END-READ.
      *
      *    A SUSPENDED ORDER STAYS ON STORDMST - STORDER ROLLS ITS
      *    DUE DATES FORWARD WITHOUT GENERATING ANYTHING UNTIL THE
      *    EXECUTOR OR THE SURVIVOR HAS IT REINSTATED OR DELETED.
         340-SUSPEND-STANDING-ORDERS.
               MOVE 'N' TO WS-ORD-EOF-SW.
               MOVE LOW-VALUES TO SO-ORDER-ID.
               START ORDER-MASTER-FILE KEY IS NOT LESS THAN SO-ORDER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-ORD-EOF-SW
               END-START.
               PERFORM 341-CHECK-ONE-ORDER
                  UNTIL WS-ORD-EOF.
      *
         341-CHECK-ONE-ORDER.
               READ ORDER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORD-EOF-SW
                   NOT AT END
                       IF SO-ACCT-NO = WS-CUR-ACCT-NO
                          AND NOT SO-SUSPENDED
                           MOVE 'S' TO SO-STATUS
                           REWRITE ORDER-MASTER-REC
                           ADD 1 TO WS-ORDERS-SUSPENDED
                       END-IF
               END-READ.
      *
      *    EVERY RANGE STILL OPEN ON THE ACCOUNT IS STOPPED FROM
      *    TODAY - A CHEQUE ALREADY PAID IS HISTORY, ANY LEAF STILL
      *    TO COME IN IS REFUSED BY BNKACC AS STOPPED.
         350-STOP-CHEQUE-RANGES.
               MOVE 'N' TO WS-CHQ-EOF-SW.
               IF NOT WS-CHQ-PRESENT
                  MOVE 'Y' TO WS-CHQ-EOF-SW
               ELSE
                  MOVE WS-CUR-ACCT-NO TO CQR-ACCT-NO
                  MOVE ZEROES         TO CQR-START-NO
                  START CHQ-REG-FILE KEY IS NOT LESS THAN CQR-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-CHQ-EOF-SW
                  END-START
               END-IF.
               PERFORM 351-CHECK-ONE-RANGE
                  UNTIL WS-CHQ-EOF.
      *
         351-CHECK-ONE-RANGE.
               READ CHQ-REG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CHQ-EOF-SW
                   NOT AT END
                       IF CQR-ACCT-NO NOT = WS-CUR-ACCT-NO
                           MOVE 'Y' TO WS-CHQ-EOF-SW
                       ELSE
                           IF CQR-STOP-DATE NOT NUMERIC
                              OR CQR-STOP-DATE = ZEROES
                               MOVE WS-TODAY-DATE TO CQR-STOP-DATE
                               REWRITE CHQ-REG-REC
                               ADD 1 TO WS-RANGES-STOPPED
                           END-IF
                       END-IF
               END-READ.
      *
      *    A DEPOSIT SET TO ROLL OVER IS SWITCHED TO PAY OUT, SO AT
      *    MATURITY TDMATURE RETURNS THE FUNDS TO THE ACCOUNT
      *    INSTEAD OF LOCKING THE ESTATE INTO A FRESH TERM.
         360-CHECK-TERM-DEPOSIT.
               IF WS-TD-PRESENT
                  MOVE WS-CUR-ACCT-NO TO TD-ACCT-NO
                  READ TD-MASTER-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          PERFORM 361-REPORT-TERM-DEPOSIT
                  END-READ
               END-IF.
      *
         361-REPORT-TERM-DEPOSIT.
               IF TD-ROLL-OVER
                  MOVE 'P' TO TD-ROLLOVER
                  REWRITE TD-MASTER-REC
                  MOVE 'ROLLOVER STOPPED - PAY OUT' TO RT-NOTE
               ELSE
                  MOVE 'PAYS OUT AT MATURITY'       TO RT-NOTE
               END-IF.
               MOVE TD-PRINCIPAL     TO RT-PRINCIPAL.
               MOVE TD-MATURITY-DATE TO RT-MATURITY-DATE.
               WRITE ESTATE-RPT-REC FROM RPT-TD-REC.
      *
         370-WRITE-CARD-BLOCK.
               MOVE SPACES         TO CARD-BLOCK-REC.
               MOVE WS-CUR-ACCT-NO TO CB-ACCT-NO.
               MOVE 'DC'           TO CB-REASON.
               MOVE WS-TODAY-DATE  TO CB-BLOCK-DATE.
               MOVE DN-CUST-NO     TO CB-CUST-NO.
               WRITE CARD-BLOCK-REC.
               IF WS-CBLK-STATUS NOT = ZEROES
                  MOVE 'Error writting file CARDBLK'   TO WS-ERR-MSG
                  MOVE WS-CBLK-STATUS                  TO WS-ERR-CDE
                  MOVE '370-WRITE-CARD-BLOCK'          TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-BLOCK-COUNT.
      *
         400-CLOSE-FILES.
               CLOSE DEATH-NOTE-FILE.
               CLOSE CUSKS080-FILE.
               CLOSE XREF-FILE.
               CLOSE BALANCE-AMT.
               CLOSE ORDER-MASTER-FILE.
               CLOSE CHQ-REG-FILE.
               CLOSE TD-MASTER-FILE.
               CLOSE TRAN-HIST-FILE.
               CLOSE CARD-BLOCK-FILE.
               CLOSE ESTATE-RPT-FILE.
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
