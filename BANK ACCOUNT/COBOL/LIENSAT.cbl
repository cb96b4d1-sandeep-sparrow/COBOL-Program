      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 15-12-2020
      * Purpose: LEGAL LIEN SATISFACTION PASS - AFTER THE BNKACC
      *        : STEP, WALKS THE LIENREG LIEN REGISTER ONE ACCOUNT AT
      *        : A TIME. ORDERS THAT HAVE REACHED THEIR RELEASE DATE
      *        : ARE MARKED RELEASED. THE ORDERS STILL IN FORCE ARE
      *        : SERVED IN PRIORITY ORDER OUT OF THE ACCOUNT'S
      *        : AVAILABLE BALANCE - WHERE THE ORDER DIRECTS US TO
      *        : REMIT, THE GARNISHED SUM IS DEBITED FROM THE ACCOUNT
      *        : ('GARNISH') AND MOVED TO THE GARNISHMENTS-PAYABLE GL
      *        : ACCOUNT THROUGH THE NORMAL MACHINERY (JRNFILE
      *        : BEFORE-IMAGES, GLFEED PAIRS, AUDITFIL-SHAPE RECORDS),
      *        : WITH A REMITTANCE ADVICE LINE FOR THE AUTHORITY.
      *        : EVERY ACCOUNT UNDER LIEN PRINTS ON THE LIEN REPORT
      *        : LEGAL WORKS FROM.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. LIENSAT.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    LIEN REGISTER (MAINTAINED BY BNKLIENM) - SWEPT IN KEY
      *    ORDER, SO EACH ACCOUNT'S ORDERS ARRIVE TOGETHER.
           SELECT LIEN-REG-FILE ASSIGN TO LIENREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LI-KEY
               FILE STATUS IS WS-LIEN-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
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
      *    ONE AUDIT RECORD PER REMITTANCE IN THE SHARED AUDITFIL
      *    SHAPE - GRNAUDIT CONCATENATES ONTO BNKHARC'S AUDITIN (THE
      *    TDMATURE/TDMAUDIT PATTERN) SO THE DEBIT REACHES TRANHIST,
      *    THE STATEMENTS AND THE AS-OF RECONSTRUCTION.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO GRNAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
      *    REMITTANCE ADVICE - ONE DETAIL PER ORDER PAID TONIGHT,
      *    BRACKETED BY A HEADER AND A COUNT/AMOUNT TRAILER. THE
      *    PAYMENTS AREA SETTLES EACH AUTHORITY FROM IT OUT OF THE
      *    GARNISHMENTS-PAYABLE ACCOUNT.
           SELECT REMIT-ADV-FILE ASSIGN TO REMITADV
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ADV-STATUS.
      *
           SELECT LIEN-RPT-FILE ASSIGN TO LIENRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
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
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BALANCE-IO.
           02  ACCT-NO                    PIC  X(10).
      *    NAMED ACCOUNT-DATA FIELDS (BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BALREC.cbl
           COPY BALREC.
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
      *    RA-BALANCE-LEFT IS WHAT THE ORDER STILL ATTACHES AFTER
      *    TONIGHT'S REMITTANCE (ZERO = THE ORDER IS SATISFIED).
       FD  REMIT-ADV-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  REMIT-ADV-REC.
           05  RA-AUTHORITY-ID            PIC  X(08).
               88  RA-HEADER                       VALUE 'RMADVHDR'.
               88  RA-TRAILER                      VALUE 'RMADVTRL'.
           05  RA-ORDER-REF               PIC  X(12).
           05  RA-ACCT-NO                 PIC  X(10).
           05  RA-AMOUNT                  PIC  9(07)V99.
           05  RA-REMIT-DATE              PIC  9(08).
           05  RA-REMIT-REF               PIC  X(12).
           05  RA-AUTHORITY-NAME          PIC  X(24).
           05  RA-BALANCE-LEFT            PIC  9(07)V99.
           05  FILLER                     PIC  X(08).
       01  REMIT-ADV-HDR REDEFINES REMIT-ADV-REC.
           05  RA-HDR-ID                  PIC  X(08).
           05  RA-HDR-DATE                PIC  9(08).
           05  FILLER                     PIC  X(84).
       01  REMIT-ADV-TRL REDEFINES REMIT-ADV-REC.
           05  RA-TRL-ID                  PIC  X(08).
           05  RA-TRL-COUNT               PIC  9(07).
           05  RA-TRL-AMOUNT              PIC  9(09)V99.
           05  FILLER                     PIC  X(74).
      *
       FD  LIEN-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  LIEN-RPT-REC                   PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-LIEN-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-JRN-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ADV-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-LIEN-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-LIEN-EOF                          VALUE 'Y'.
       01  WS-ACCT-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-ACCT-FOUND                        VALUE 'Y'.
       01  WS-SERVE-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-SERVE-DONE                        VALUE 'Y'.
       01  WS-ACCT-PRINTED-SW             PIC X(01) VALUE 'N'.
           88  WS-ACCT-PRINTED                      VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-LIEN-READ                   PIC 9(07) VALUE ZEROES.
       01  WS-ACCOUNT-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-RELEASED-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-SATISFIED-COUNT             PIC 9(07) VALUE ZEROES.
       01  WS-REMIT-COUNT                 PIC 9(07) VALUE ZEROES.
       01  WS-REMIT-TOTAL                 PIC 9(09)V99 VALUE ZEROES.
       01  WS-HELD-TOTAL                  PIC 9(11)V99 VALUE ZEROES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL AND
      *    THE JOURNAL - EVERY RECORD LINKED, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC          PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN           PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE          PIC X(08) VALUE 'GRNAUDIT'.
           05  WS-AUD-CHAIN-HASH          PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT        PIC X(01) VALUE SPACE.
       01  WS-JRN-CHAIN.
           05  WS-JRN-CHAIN-FUNC          PIC X(01) VALUE 'H'.
           05  WS-JRN-CHAIN-LEN           PIC 9(03) VALUE 80.
           05  WS-JRN-CHAIN-FILE          PIC X(08) VALUE 'LIENJRNL'.
           05  WS-JRN-CHAIN-HASH          PIC 9(11) VALUE ZEROES.
           05  WS-JRN-CHAIN-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-JRN-CHAIN-RESULT        PIC X(01) VALUE SPACE.
       01  WS-JRN-SEQ                     PIC 9(09) VALUE ZEROES.
       01  WS-REF-SEQ                     PIC 9(03) VALUE ZEROES.
      *
      *    THE CURRENT ACCOUNT'S ORDERS, HELD WHILE THEY ARE SERVED
      *    IN PRIORITY ORDER (LOWEST LI-PRIORITY FIRST, REGISTER KEY
      *    ORDER BREAKING A TIE) AND WRITTEN BACK AFTERWARDS. THE
      *    KEY OF THE NEXT ACCOUNT'S FIRST ORDER IS KEPT SO THE SWEEP
      *    CAN RESUME FROM IT ONCE THE REWRITES HAVE MOVED THE FILE.
       01  WS-CURR-ACCT-NO                PIC X(10) VALUE SPACES.
       01  WS-RESUME-KEY                  PIC X(22) VALUE SPACES.
       01  WS-LT-COUNT                    PIC 9(03) VALUE ZEROES.
       01  WS-LT-MAX                      PIC 9(03) VALUE 50.
       01  WS-BEST-IDX                    PIC 9(03) VALUE ZEROES.
       01  WS-BEST-PRIORITY               PIC 9(03) VALUE ZEROES.
       01  LIEN-TABLE.
           05  LT-ENTRY OCCURS 50 TIMES INDEXED BY LT-IDX.
               10  LT-RECORD              PIC X(120).
               10  LT-SERVED-SW           PIC X(01).
                   88  LT-SERVED                    VALUE 'Y'.
               10  LT-CHANGED-SW          PIC X(01).
                   88  LT-CHANGED                   VALUE 'Y'.
               10  LT-REMIT-NOW           PIC 9(07)V99.
      *
      *    WHAT THE ACCOUNT CAN STILL GIVE UP TONIGHT - ITS POSITIVE
      *    AVAILABLE BALANCE, REDUCED BY EACH ORDER SERVED, FREEZE-
      *    ONLY ORDERS INCLUDED (A HIGHER-RANKED FREEZE KEEPS ITS
      *    SHARE OUT OF REACH OF A LOWER-RANKED REMITTANCE).
       01  WS-POOL                        PIC S9(9)V99 VALUE ZEROES.
       01  WS-OUTSTANDING                 PIC 9(07)V99 VALUE ZEROES.
       01  WS-TAKE                        PIC 9(07)V99 VALUE ZEROES.
       01  WS-ACCT-HELD                   PIC 9(09)V99 VALUE ZEROES.
       01  WS-ACCT-REMITTED               PIC 9(09)V99 VALUE ZEROES.
       01  WS-CUST-GL-ACCOUNT             PIC X(06) VALUE SPACES.
      *
      *    EVERY REMITTANCE CARRIES ITS OWN REFERENCE - 'GRN' +
      *    BUSINESS DATE YYMMDD + RUN SEQUENCE.
       01  WS-GRN-REF.
           05  FILLER                     PIC X(03) VALUE 'GRN'.
           05  WS-GRN-REF-DATE            PIC 9(06).
           05  WS-GRN-REF-SEQ             PIC 9(03).
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
      *    GARNISHED FUNDS OWED TO THE ISSUING AUTHORITIES - THE
      *    BANK'S LIABILITY UNTIL THE PAYMENTS AREA SETTLES THE
      *    REMITTANCE ADVICE.
       01  WS-GARNISH-PAYABLE-ACCT        PIC X(06) VALUE '200600'.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(35) VALUE
               'LEGAL LIEN REGISTER REPORT -       '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(37) VALUE SPACES.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               'ORDER REF    AUTHORTY PR     AMOUNT   RE'.
           05  FILLER               PIC X(40) VALUE
               'MITTED    TONIGHT OUTSTANDNG S RELEASE  '.
       01  RPT-ACCOUNT-REC.
           05  FILLER               PIC X(09) VALUE 'ACCOUNT: '.
           05  RC-ACCOUNT           PIC X(10).
           05  FILLER               PIC X(10) VALUE '  LEDGER: '.
           05  RC-LEDGER            PIC Z(6)9.99-.
           05  FILLER               PIC X(13) VALUE '  AVAILABLE: '.
           05  RC-AVAILABLE         PIC Z(6)9.99-.
           05  FILLER               PIC X(16) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-ORDER-REF         PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AUTHORITY         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-PRIORITY          PIC 99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-REMITTED          PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-TONIGHT           PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-OUTSTANDING       PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-STATUS            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-RELEASE-DATE      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
       01  RPT-NOTE-REC.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  RN-NOTE              PIC X(40).
           05  FILLER               PIC X(36) VALUE SPACES.
       01  RPT-ACCT-TOTAL-REC.
           05  FILLER               PIC X(20) VALUE
               '  ACCOUNT STILL HELD'.
           05  RT-ACCT-HELD         PIC Z(8)9.99.
           05  FILLER               PIC X(20) VALUE
               '   REMITTED TONIGHT '.
           05  RT-ACCT-REMITTED     PIC Z(8)9.99.
           05  FILLER               PIC X(16) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(10) VALUE 'ACCOUNTS: '.
           05  RT-ACCOUNTS          PIC ZZZZZZ9.
           05  FILLER               PIC X(13) VALUE '  REMITTED:  '.
           05  RT-REMITTED          PIC Z(8)9.99.
           05  FILLER               PIC X(09) VALUE '  HELD:  '.
           05  RT-HELD              PIC Z(10)9.99.
           05  FILLER               PIC X(15) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********LEGAL LIEN SATISFACTION PASS***********'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE (3:6) TO WS-GRN-REF-DATE.
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE LIEN-RPT-REC FROM RPT-HEADER-REC.
           WRITE LIEN-RPT-REC FROM RPT-COLUMN-REC.
      *
           MOVE SPACES        TO REMIT-ADV-REC.
           MOVE 'RMADVHDR'    TO RA-HDR-ID.
           MOVE WS-TODAY-DATE TO RA-HDR-DATE.
           WRITE REMIT-ADV-REC.
      *
           MOVE LOW-VALUES TO LI-KEY.
           START LIEN-REG-FILE KEY IS NOT LESS THAN LI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIEN-EOF-SW
           END-START.
           IF NOT WS-LIEN-EOF
              PERFORM 200-READ-LIEN
           END-IF.
           PERFORM 300-PROCESS-ONE-ACCOUNT
              UNTIL WS-LIEN-EOF.
      *
           MOVE SPACES         TO REMIT-ADV-REC.
           MOVE 'RMADVTRL'     TO RA-TRL-ID.
           MOVE WS-REMIT-COUNT TO RA-TRL-COUNT.
           MOVE WS-REMIT-TOTAL TO RA-TRL-AMOUNT.
           WRITE REMIT-ADV-REC.
      *
           MOVE WS-ACCOUNT-COUNT TO RT-ACCOUNTS.
           MOVE WS-REMIT-TOTAL   TO RT-REMITTED.
           MOVE WS-HELD-TOTAL    TO RT-HELD.
           WRITE LIEN-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'LIEN ORDERS READ    : ' WS-LIEN-READ.
           DISPLAY 'ORDERS RELEASED     : ' WS-RELEASED-COUNT.
           DISPLAY 'REMITTANCES MADE    : ' WS-REMIT-COUNT.
           DISPLAY 'AMOUNT REMITTED     : ' WS-REMIT-TOTAL.
           DISPLAY 'ORDERS SATISFIED    : ' WS-SATISFIED-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN I-O    LIEN-REG-FILE.
               IF WS-LIEN-STATUS NOT = ZEROES
                  MOVE 'Error opening file LIENREG'    TO WS-ERR-MSG
                  MOVE WS-LIEN-STATUS                  TO WS-ERR-CDE
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
                  MOVE 'Error opening file GRNAUDIT'   TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT REMIT-ADV-FILE.
               IF WS-ADV-STATUS NOT = ZEROES
                  MOVE 'Error opening file REMITADV'   TO WS-ERR-MSG
                  MOVE WS-ADV-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT LIEN-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file LIENRPT'    TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-READ-LIEN.
               READ LIEN-REG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIEN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LIEN-READ
               END-READ.
      *
      *    ONE ACCOUNT'S ORDERS: LOAD, EXPIRE, SERVE, WRITE BACK,
      *    REPORT - THEN PICK THE SWEEP UP AT THE NEXT ACCOUNT.
         300-PROCESS-ONE-ACCOUNT.
               MOVE LI-ACCT-NO TO WS-CURR-ACCT-NO.
               MOVE ZEROES     TO WS-LT-COUNT.
               PERFORM 310-LOAD-ONE-LIEN
                  UNTIL WS-LIEN-EOF
                     OR LI-ACCT-NO NOT = WS-CURR-ACCT-NO.
               IF NOT WS-LIEN-EOF
                  MOVE LI-KEY TO WS-RESUME-KEY
               END-IF.
      *
               PERFORM 320-EXPIRE-ONE-LIEN
                  VARYING LT-IDX FROM 1 BY 1
                    UNTIL LT-IDX > WS-LT-COUNT.
               PERFORM 330-SETTLE-ACCOUNT THRU 330-SETTLE-EXIT.
               PERFORM 350-REWRITE-ONE-LIEN
                  VARYING LT-IDX FROM 1 BY 1
                    UNTIL LT-IDX > WS-LT-COUNT.
               PERFORM 370-REPORT-ACCOUNT.
      *
               IF NOT WS-LIEN-EOF
                  MOVE WS-RESUME-KEY TO LI-KEY
                  START LIEN-REG-FILE KEY IS NOT LESS THAN LI-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-LIEN-EOF-SW
                  END-START
                  IF NOT WS-LIEN-EOF
                     READ LIEN-REG-FILE NEXT RECORD
                         AT END
                             MOVE 'Y' TO WS-LIEN-EOF-SW
                     END-READ
                  END-IF
               END-IF.
      *
         310-LOAD-ONE-LIEN.
               IF WS-LT-COUNT NOT < WS-LT-MAX
                  MOVE 'Too many lien orders on account'
                                                       TO WS-ERR-MSG
                  MOVE WS-LIEN-STATUS                  TO WS-ERR-CDE
                  MOVE '310-LOAD-ONE-LIEN'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-LT-COUNT.
               SET LT-IDX TO WS-LT-COUNT.
               MOVE LIEN-REG-REC TO LT-RECORD (LT-IDX).
               MOVE 'N'          TO LT-SERVED-SW (LT-IDX).
               MOVE 'N'          TO LT-CHANGED-SW (LT-IDX).
               MOVE ZEROES       TO LT-REMIT-NOW (LT-IDX).
               PERFORM 200-READ-LIEN.
      *
      *    AN ACTIVE ORDER WHOSE RELEASE DATE HAS COME IS RELEASED -
      *    BNKACC ALREADY STOPPED HOLDING IT ON THE DAY.
         320-EXPIRE-ONE-LIEN.
               MOVE LT-RECORD (LT-IDX) TO LIEN-REG-REC.
               IF LI-ACTIVE
                  AND LI-RELEASE-DATE NOT = ZEROES
                  AND LI-RELEASE-DATE NOT > WS-TODAY-DATE
                   MOVE 'R'           TO LI-STATUS
                   MOVE WS-TODAY-DATE TO LI-CHANGED-DATE
                   MOVE LIEN-REG-REC  TO LT-RECORD (LT-IDX)
                   MOVE 'Y'           TO LT-CHANGED-SW (LT-IDX)
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF.
      *
      *    THE ACCOUNT'S POSITIVE AVAILABLE BALANCE IS SHARED OUT
      *    OVER THE ORDERS IN FORCE, HIGHEST PRIORITY FIRST. AN
      *    ORDER ON AN ACCOUNT NO LONGER ON BALFILE IS ONLY REPORTED.
         330-SETTLE-ACCOUNT.
               MOVE 'Y'             TO WS-ACCT-FOUND-SW.
               MOVE WS-CURR-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE 'N' TO WS-ACCT-FOUND-SW
               END-READ.
               IF NOT WS-ACCT-FOUND
                  GO TO 330-SETTLE-EXIT
               END-IF.
               IF AVAIL-AMT NOT NUMERIC
                  MOVE BAL-AMT TO AVAIL-AMT
               END-IF.
               IF AVAIL-AMT > ZEROES
                  MOVE AVAIL-AMT TO WS-POOL
               ELSE
                  MOVE ZEROES    TO WS-POOL
               END-IF.
               SET GL-IDX TO 1.
               SEARCH GL-ENTRY
                   AT END
                       SET GL-IDX TO 5
                   WHEN GL-ACCT-TYPE (GL-IDX) = ACCT-TYPE
                       CONTINUE
               END-SEARCH.
               MOVE GL-CUST-ACCOUNT (GL-IDX) TO WS-CUST-GL-ACCOUNT.
      *
               MOVE 'N' TO WS-SERVE-DONE-SW.
               PERFORM 340-SERVE-NEXT-LIEN
                  UNTIL WS-SERVE-DONE.
      *
         330-SETTLE-EXIT.
               EXIT.
      *
         340-SERVE-NEXT-LIEN.
               MOVE ZEROES TO WS-BEST-IDX.
               MOVE 100    TO WS-BEST-PRIORITY.
               PERFORM 341-CHECK-ONE-CANDIDATE
                  VARYING LT-IDX FROM 1 BY 1
                    UNTIL LT-IDX > WS-LT-COUNT.
               IF WS-BEST-IDX = ZEROES
                  MOVE 'Y' TO WS-SERVE-DONE-SW
               ELSE
                  SET LT-IDX TO WS-BEST-IDX
                  MOVE 'Y' TO LT-SERVED-SW (LT-IDX)
                  MOVE LT-RECORD (LT-IDX) TO LIEN-REG-REC
                  PERFORM 345-SERVE-ONE-LIEN
               END-IF.
      *
         341-CHECK-ONE-CANDIDATE.
               IF NOT LT-SERVED (LT-IDX)
                  MOVE LT-RECORD (LT-IDX) TO LIEN-REG-REC
                  IF LI-ACTIVE
                     AND LI-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                     AND LI-PRIORITY < WS-BEST-PRIORITY
                      SET WS-BEST-IDX TO LT-IDX
                      MOVE LI-PRIORITY TO WS-BEST-PRIORITY
                  END-IF
               END-IF.
      *
      *    THE ORDER TAKES WHAT IT STILL ATTACHES, OR WHATEVER IS LEFT
      *    IN THE POOL IF LESS. A REMITTING ORDER ALREADY PAID TONIGHT
      *    (A RERUN OF THIS STEP) ONLY KEEPS ITS SHARE BACK.
         345-SERVE-ONE-LIEN.
               COMPUTE WS-OUTSTANDING = LI-AMOUNT - LI-REMITTED-AMT.
               IF WS-OUTSTANDING > WS-POOL
                  MOVE WS-POOL        TO WS-TAKE
               ELSE
                  MOVE WS-OUTSTANDING TO WS-TAKE
               END-IF.
               SUBTRACT WS-TAKE FROM WS-POOL.
      *
               IF LI-REMIT
                  AND WS-TAKE > ZEROES
                  AND LI-REMIT-DATE NOT = WS-TODAY-DATE
                   PERFORM 360-POST-GARNISHMENT
                   ADD WS-TAKE        TO LI-REMITTED-AMT
                   MOVE WS-TODAY-DATE TO LI-REMIT-DATE
                   MOVE WS-TODAY-DATE TO LI-CHANGED-DATE
                   IF LI-REMITTED-AMT NOT < LI-AMOUNT
                      MOVE 'S' TO LI-STATUS
                      ADD 1 TO WS-SATISFIED-COUNT
                   END-IF
                   PERFORM 365-WRITE-REMITTANCE-ADVICE
                   MOVE WS-TAKE      TO LT-REMIT-NOW (LT-IDX)
                   MOVE 'Y'          TO LT-CHANGED-SW (LT-IDX)
                   MOVE LIEN-REG-REC TO LT-RECORD (LT-IDX)
               END-IF.
      *
         350-REWRITE-ONE-LIEN.
               IF LT-CHANGED (LT-IDX)
                  REWRITE LIEN-REG-REC FROM LT-RECORD (LT-IDX)
                  IF WS-LIEN-STATUS NOT = ZEROES
                     MOVE 'Error rewriting file LIENREG'
                                                       TO WS-ERR-MSG
                     MOVE WS-LIEN-STATUS               TO WS-ERR-CDE
                     MOVE '350-REWRITE-ONE-LIEN'       TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
               END-IF.
      *
      *    ONE DEBIT AGAINST THE ACCOUNT IN BALANCE-IO: BEFORE-IMAGE,
      *    BALANCE UPDATE, AUDIT RECORD AND ITS BALANCED GL PAIR. THE
      *    LAST-ACTIVITY DATE IS LEFT ALONE - A GARNISHMENT IS NOT
      *    THE CUSTOMER USING THE ACCOUNT.
         360-POST-GARNISHMENT.
               ADD 1 TO WS-REF-SEQ.
               MOVE WS-REF-SEQ TO WS-GRN-REF-SEQ.
      *
               ADD 1 TO WS-JRN-SEQ.
               MOVE WS-JRN-SEQ     TO JRN-SEQ.
               MOVE ACCT-NO        TO JRN-ACCT-NO.
               MOVE BAL-AMT        TO JRN-PRIOR-BAL.
               MOVE AVAIL-AMT      TO JRN-PRIOR-AVAIL.
               SUBTRACT WS-TAKE FROM BAL-AMT.
               SUBTRACT WS-TAKE FROM AVAIL-AMT.
               MOVE BAL-AMT        TO JRN-NEW-BAL.
               MOVE 'GARNISH '     TO JRN-TRAN-TYPE.
               MOVE WS-TODAY-DATE  TO JRN-DATE.
               MOVE 'H' TO WS-JRN-CHAIN-FUNC.
               CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN.
               WRITE JOURNAL-REC.
               REWRITE BALANCE-IO.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error rewriting file BALFILE'  TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '360-POST-GARNISHMENT'          TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               MOVE SPACES              TO AUDIT-TRAIL-REC.
               MOVE ACCT-NO             TO AUD-ACCT-NO.
               MOVE 'GARNISH '          TO AUD-TRAN-TYPE.
               MOVE WS-TAKE             TO AUD-AMOUNT.
               MOVE WS-TODAY-DATE       TO AUD-TRAN-DATE.
               MOVE WS-GRN-REF          TO AUD-TRAN-REF.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN.
               WRITE AUDIT-TRAIL-REC.
      *
               MOVE SPACES                  TO GL-FEED-REC.
               MOVE ACCT-NO                 TO GL-SOURCE-ACCT-NO.
               MOVE 'GARNISH '              TO GL-TRAN-TYPE.
               MOVE WS-TAKE                 TO GL-POST-AMOUNT.
               MOVE WS-TODAY-DATE           TO GL-TRAN-DATE.
               MOVE WS-GRN-REF              TO GL-TRAN-REF.
               MOVE WS-CUST-GL-ACCOUNT      TO GL-ACCOUNT-CODE.
               MOVE 'DR'                    TO GL-DR-CR.
               WRITE GL-FEED-REC.
               MOVE WS-GARNISH-PAYABLE-ACCT TO GL-ACCOUNT-CODE.
               MOVE 'CR'                    TO GL-DR-CR.
               WRITE GL-FEED-REC.
      *
               ADD 1       TO WS-REMIT-COUNT.
               ADD WS-TAKE TO WS-REMIT-TOTAL.
      *
         365-WRITE-REMITTANCE-ADVICE.
               MOVE SPACES            TO REMIT-ADV-REC.
               MOVE LI-AUTHORITY-ID   TO RA-AUTHORITY-ID.
               MOVE LI-ORDER-REF      TO RA-ORDER-REF.
               MOVE LI-ACCT-NO        TO RA-ACCT-NO.
               MOVE WS-TAKE           TO RA-AMOUNT.
               MOVE WS-TODAY-DATE     TO RA-REMIT-DATE.
               MOVE WS-GRN-REF        TO RA-REMIT-REF.
               MOVE LI-AUTHORITY-NAME TO RA-AUTHORITY-NAME.
               COMPUTE RA-BALANCE-LEFT = LI-AMOUNT - LI-REMITTED-AMT.
               WRITE REMIT-ADV-REC.
               IF WS-ADV-STATUS NOT = ZEROES
                  MOVE 'Error writting file REMITADV'  TO WS-ERR-MSG
                  MOVE WS-ADV-STATUS                   TO WS-ERR-CDE
                  MOVE '365-WRITE-REMITTANCE'          TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    LEGAL'S VIEW OF THE ACCOUNT - EVERY ORDER STILL ACTIVE AND
      *    EVERY ORDER THAT CHANGED TONIGHT, UNDER ONE HEADING LINE
      *    WITH THE ACCOUNT'S POSITION AFTER TONIGHT'S REMITTANCES.
         370-REPORT-ACCOUNT.
               MOVE 'N'    TO WS-ACCT-PRINTED-SW.
               MOVE ZEROES TO WS-ACCT-HELD.
               MOVE ZEROES TO WS-ACCT-REMITTED.
               PERFORM 375-REPORT-ONE-LIEN
                  VARYING LT-IDX FROM 1 BY 1
                    UNTIL LT-IDX > WS-LT-COUNT.
               IF WS-ACCT-PRINTED
                  MOVE WS-ACCT-HELD     TO RT-ACCT-HELD
                  MOVE WS-ACCT-REMITTED TO RT-ACCT-REMITTED
                  WRITE LIEN-RPT-REC FROM RPT-ACCT-TOTAL-REC
                  ADD 1 TO WS-ACCOUNT-COUNT
                  ADD WS-ACCT-HELD TO WS-HELD-TOTAL
               END-IF.
      *
         375-REPORT-ONE-LIEN.
               MOVE LT-RECORD (LT-IDX) TO LIEN-REG-REC.
               IF LI-ACTIVE OR LT-CHANGED (LT-IDX)
                  IF NOT WS-ACCT-PRINTED
                     PERFORM 380-WRITE-ACCOUNT-HEADING
                  END-IF
                  COMPUTE WS-OUTSTANDING = LI-AMOUNT - LI-REMITTED-AMT
                  IF NOT LI-ACTIVE
                     MOVE ZEROES TO WS-OUTSTANDING
                  END-IF
                  MOVE LI-ORDER-REF           TO RD-ORDER-REF
                  MOVE LI-AUTHORITY-ID        TO RD-AUTHORITY
                  MOVE LI-PRIORITY            TO RD-PRIORITY
                  MOVE LI-AMOUNT              TO RD-AMOUNT
                  MOVE LI-REMITTED-AMT        TO RD-REMITTED
                  MOVE LT-REMIT-NOW (LT-IDX)  TO RD-TONIGHT
                  MOVE WS-OUTSTANDING         TO RD-OUTSTANDING
                  MOVE LI-STATUS              TO RD-STATUS
                  MOVE LI-RELEASE-DATE        TO RD-RELEASE-DATE
                  WRITE LIEN-RPT-REC FROM RPT-DETAIL-REC
                  ADD WS-OUTSTANDING          TO WS-ACCT-HELD
                  ADD LT-REMIT-NOW (LT-IDX)   TO WS-ACCT-REMITTED
               END-IF.
      *
         380-WRITE-ACCOUNT-HEADING.
               MOVE 'Y'             TO WS-ACCT-PRINTED-SW.
               MOVE WS-CURR-ACCT-NO TO RC-ACCOUNT.
               IF WS-ACCT-FOUND
                  MOVE BAL-AMT      TO RC-LEDGER
                  MOVE AVAIL-AMT    TO RC-AVAILABLE
               ELSE
                  MOVE ZEROES       TO RC-LEDGER
                  MOVE ZEROES       TO RC-AVAILABLE
               END-IF.
               WRITE LIEN-RPT-REC FROM RPT-ACCOUNT-REC.
               IF NOT WS-ACCT-FOUND
                  MOVE 'ACCOUNT NOT ON BALFILE - NONE REMITTED'
                                    TO RN-NOTE
                  WRITE LIEN-RPT-REC FROM RPT-NOTE-REC
               END-IF.
      *
         400-CLOSE-FILES.
               CLOSE LIEN-REG-FILE.
               CLOSE BALANCE-AMT.
               MOVE 'S' TO WS-JRN-CHAIN-FUNC.
               CALL 'CHNHASH' USING JOURNAL-REC WS-JRN-CHAIN.
               WRITE JOURNAL-REC.
               CLOSE JOURNAL-FILE.
               CLOSE GL-FEED-FILE.
               MOVE 'S' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING AUDIT-TRAIL-REC WS-AUD-CHAIN.
               WRITE AUDIT-TRAIL-REC.
               CLOSE AUDIT-TRAIL-FILE.
               CLOSE REMIT-ADV-FILE.
               CLOSE LIEN-RPT-FILE.
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
