      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 11-01-2021
      * Purpose: NIGHTLY CUSTOMER ALERT ENGINE - GATHERS TONIGHT'S
      *        : ALERTABLE EVENTS (LARGE DEBITS AND RETURNED CHEQUES
      *        : OFF THE BNKACC AUDIT TRAIL, DEPOSIT HOLDS RELEASED
      *        : OFF THE HOLD CARRY FILE, TERM DEPOSITS ABOUT TO
      *        : MATURE OFF TDMAST, STANDING ORDERS SKIPPED FOR
      *        : INSUFFICIENT FUNDS OFF STORDMST, LOW BALANCES OFF
      *        : BALFILE), RESOLVES EACH ACCOUNT'S HOLDERS THROUGH
      *        : CUSTACCT, APPLIES EVERY HOLDER'S ALRTPREF CHOICES
      *        : OVER THE ALRTEVT EVENT TABLE DEFAULTS, AND QUEUES
      *        : EACH ALERT RAISED TO MAILQ (OR PRTQ FOR CUSTOMERS
      *        : WHO TAKE THEIR POST ON PAPER) VIA THE CUSKS080
      *        : CONTACT SEGMENT. AN ALERT DUE BY EMAIL TO A BAD
      *        : EMAIL, OR BY POST TO A BAD ADDRESS, GOES ON THE
      *        : MAILHOLD BRANCH HOLD LIST INSTEAD OF THE QUEUE.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. CUSALRT.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT ALERT-EVENT-FILE ASSIGN TO ALRTEVT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EVENT-STATUS.
      *
           SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
      *    YESTERDAY'S HOLD CARRY FILE - THE HOLDS BNKACC RELEASED
      *    TONIGHT ARE THE ONES DUE BY TODAY. NO FILE, NO HOLDS.
           SELECT OPTIONAL HOLD-IN-FILE ASSIGN TO HOLDIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-HOLD-STATUS.
      *
           SELECT TD-MASTER-FILE ASSIGN TO TDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ACCT-NO
               FILE STATUS IS WS-TD-STATUS.
      *
           SELECT ORDER-MASTER-FILE ASSIGN TO STORDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS  IS  WS-ORD-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
           SELECT XREF-FILE ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS IS WS-CUST-STATUS.
      *
      *    NO PREFERENCE FILE YET MEANS EVERY CUSTOMER TAKES THE
      *    EVENT TABLE DEFAULTS.
           SELECT OPTIONAL ALERT-PREF-FILE ASSIGN TO ALRTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PREF-STATUS.
      *
      *    TONIGHT'S CANDIDATE EVENTS BY ACCOUNT - BUILT FRESH EACH
      *    RUN, THEN READ BACK ONCE FOR EVERY HOLDER OF THE ACCOUNT.
           SELECT ALERT-WORK-FILE ASSIGN TO ALRTWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-WORK-STATUS.
      *
      *    EVERY ALERT EVER QUEUED, SO A RERUN (OR AN EVENT SEEN ON
      *    MORE THAN ONE NIGHT) NEVER REACHES THE CUSTOMER TWICE.
           SELECT ALERT-SENT-FILE ASSIGN TO ALRTSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-SENT-STATUS.
      *
      *    THE ALERT TEXT THE TRANSPORT PICKS UP - ONE BANNERED
      *    SECTION PER ALERT, NAMED ON ITS MAILQ/PRTQ ENTRY.
           SELECT ALERT-OUT-FILE ASSIGN TO ALRTOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-OUT-STATUS.
      *
           SELECT MAIL-QUEUE-FILE ASSIGN TO MAILQ
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-MAILQ-STATUS.
      *
           SELECT PRINT-QUEUE-FILE ASSIGN TO PRTQ
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PRTQ-STATUS.
      *
      *    BRANCH HOLD LIST FOR ALERTS THAT MUST NOT GO OUT.
           SELECT MAIL-HOLD-FILE ASSIGN TO MAILHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS  WS-MHOLD-STATUS.
      *
           SELECT ALERT-RPT-FILE ASSIGN TO ALRTRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  ALERT-EVENT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-EVENT-REC.
      *    EVENT TABLE ROW - SEE COPYBOOKS/ALRTEVT.cbl
           COPY ALRTEVT.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S AUDIT-TRAIL-REC - READER SIDE.
       FD  AUDIT-IN-FILE RECORDING MODE F.
       01  AUDIT-TRAIL-REC.
           05  AUD-ACCT-NO                PIC  X(10).
      *        SEALED TRAILER OF A HASH-CHAINED TRAIL (CHAINTRL).
               88  AUD-CHAIN-TRAILER      VALUE '* TRAILER '.
           05  AUD-TRAN-TYPE              PIC  X(08).
               88  AUD-CUSTOMER-DEBIT     VALUE 'WITHDRAW' 'TRF-OUT '.
               88  AUD-CHEQUE-RETURNED    VALUE 'CHQRTN  '.
           05  AUD-AMOUNT                 PIC  9999999.99.
           05  AUD-TRAN-DATE              PIC  9(08).
           05  AUD-TRAN-REF               PIC  X(12).
           05  AUD-BRANCH-ID              PIC  X(04).
           05  AUD-TELLER-ID              PIC  X(04).
           05  AUD-INSTR-TYPE             PIC  X(01).
           05  AUD-CHEQUE-NO              PIC  9(08).
           05  AUD-DRAWEE-BANK            PIC  X(09).
           05  FILLER                     PIC  X(06).
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
      *    LAYOUT MIRRORS TDMNT.CBL'S TD-MASTER-REC.
       FD  TD-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  TD-MASTER-REC.
           05 TD-ACCT-NO              PIC X(10).
           05 TD-PRINCIPAL            PIC 9(7)V99.
           05 TD-RATE                 PIC 9V9999.
           05 TD-OPEN-DATE            PIC 9(08).
           05 TD-MATURITY-DATE        PIC 9(08).
           05 TD-ROLLOVER             PIC X(01).
           05 TD-PENALTY-RATE         PIC 9V9999.
           05 TD-ACCRUED-INT          PIC 9(7)V99.
           05 FILLER                  PIC X(25).
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
           05  SO-NSF-SKIP-DATE           PIC  9(08).
           05  FILLER                     PIC  X(10).
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
      *       AN ATTORNEY ACTS ON THE ACCOUNT BUT IS NOT ALERTED.
              88 XR-ACCOUNT-HOLDER            VALUE 'P' 'J'.
           05 FILLER                  PIC X(55).
      *
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
       FD  ALERT-PREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-PREF-REC.
           02  AP-KEY.
               03  AP-CUST-NO       PIC X(06).
               03  AP-EVENT-CODE    PIC X(04).
      *    NAMED PREFERENCE FIELDS (ALERT-PREF-DATA GROUP) - SEE
      *    COPYBOOKS/ALRTPREF.cbl
           COPY ALRTPREF.
      *
      *    AW-SEQ KEEPS TWO EVENTS ON ONE ACCOUNT APART; AW-ITEM-REF
      *    IDENTIFIES THE EVENT ITSELF FOR THE SENT LOG.
       FD  ALERT-WORK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-WORK-REC.
           05  AW-KEY.
               10  AW-ACCT-NO             PIC  X(10).
               10  AW-SEQ                 PIC  9(06).
           05  AW-EVENT-CODE              PIC  X(04).
           05  AW-AMOUNT                  PIC  9(9)V99.
           05  AW-ITEM-REF                PIC  X(12).
           05  AW-ITEM-DATE               PIC  9(08).
           05  FILLER                     PIC  X(29).
      *
      *    AS-METHOD 'E' QUEUED TO MAILQ, 'P' QUEUED TO PRTQ.
       FD  ALERT-SENT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-SENT-REC.
           05  AS-KEY.
               10  AS-CUST-NO             PIC  X(06).
               10  AS-ACCT-NO             PIC  X(10).
               10  AS-EVENT-CODE          PIC  X(04).
               10  AS-ITEM-REF            PIC  X(12).
           05  AS-SENT-DATE               PIC  9(08).
           05  AS-METHOD                  PIC  X(01).
           05  FILLER                     PIC  X(39).
      *
       FD  ALERT-OUT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-OUT-REC                  PIC  X(80).
      *
      *    SAME HAND-OFF ROWS DISTRPT WRITES.
       FD  MAIL-QUEUE-FILE RECORDING MODE F.
       01  MAIL-QUEUE-REC.
           05  MQ-RECIPIENT               PIC X(30).
           05  FILLER                     PIC X(01).
           05  MQ-REPORT-CODE             PIC X(06).
           05  FILLER                     PIC X(01).
           05  MQ-ATTACHMENT-DSN          PIC X(08).
           05  FILLER                     PIC X(01).
           05  MQ-RUN-DATE                PIC 9(08).
           05  FILLER                     PIC X(25).
      *
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
      *    SEE COPYBOOKS/MAILHOLD.cbl
       FD  MAIL-HOLD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           COPY MAILHOLD.
      *
       FD  ALERT-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-RPT-REC                  PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-EVENT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TD-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-ORD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PREF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-WORK-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SENT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-OUT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-MAILQ-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PRTQ-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-MHOLD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-EVENT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EVENT-EOF                         VALUE 'Y'.
       01  WS-AUDIT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-AUDIT-EOF                         VALUE 'Y'.
       01  WS-HOLD-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-HOLD-EOF                          VALUE 'Y'.
       01  WS-TD-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-TD-EOF                            VALUE 'Y'.
       01  WS-ORD-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-ORD-EOF                           VALUE 'Y'.
       01  WS-XREF-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-XREF-EOF                          VALUE 'Y'.
       01  WS-WORK-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-WORK-EOF                          VALUE 'Y'.
       01  WS-SENT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SENT-EOF                          VALUE 'Y'.
       01  WS-PREF-PRESENT-SW             PIC X(01) VALUE 'Y'.
           88  WS-PREF-PRESENT                      VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INT                   PIC 9(07) VALUE ZEROES.
       01  WS-TD-WINDOW-DATE              PIC 9(08) VALUE ZEROES.
      *
      *    THE SENT LOG ONLY HAS TO OUTLIVE THE LONGEST SPAN AN EVENT
      *    CAN BE SEEN OVER - ENTRIES OLDER THAN THIS ARE DROPPED.
       01  WS-SENT-KEEP-DAYS              PIC 9(03) VALUE 090.
       01  WS-SENT-CUTOFF-DATE            PIC 9(08) VALUE ZEROES.
      *
      *    THE ALRTEVT EVENT TABLE, HELD FOR THE RUN.
       01  WS-EVENT-COUNT                 PIC 9(03) VALUE ZEROES.
       01  EVENT-TABLE.
           05  EVT-ENTRY OCCURS 50 TIMES INDEXED BY EVT-IDX.
               10  EVT-CODE               PIC X(04).
               10  EVT-ENABLED            PIC X(01).
               10  EVT-DEFAULT-OPT        PIC X(01).
               10  EVT-THRESHOLD          PIC 9(7)V99.
               10  EVT-LEAD-DAYS          PIC 9(03).
               10  EVT-TEXT               PIC X(40).
       01  WS-EVENT-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-EVENT-FOUND                       VALUE 'Y'.
      *
      *    THE EVENT BEING CONSIDERED FOR THE CURRENT HOLDER
       01  WS-CUR-EVENT                   PIC X(04) VALUE SPACES.
       01  WS-CUR-AMOUNT                  PIC S9(9)V99 VALUE ZEROES.
       01  WS-CUR-REF                     PIC X(12) VALUE SPACES.
       01  WS-CUR-DATE                    PIC 9(08) VALUE ZEROES.
       01  WS-CUR-THRESHOLD               PIC 9(7)V99 VALUE ZEROES.
       01  WS-CUR-OPTED-SW                PIC X(01) VALUE 'N'.
           88  WS-CUR-OPTED-IN                      VALUE 'Y'.
       01  WS-ACCT-DEBITED-SW             PIC X(01) VALUE 'N'.
           88  WS-ACCT-DEBITED                      VALUE 'Y'.
      *
      *    THE HOLDER WHOSE CUSKS080 RECORD IS IN THE BUFFER
       01  WS-LOADED-CUST                 PIC X(06) VALUE SPACES.
       01  WS-CUST-OK-SW                  PIC X(01) VALUE 'N'.
           88  WS-CUST-OK                           VALUE 'Y'.
       01  WS-METHOD                      PIC X(01) VALUE SPACE.
           88  WS-METHOD-EMAIL                      VALUE 'E'.
           88  WS-METHOD-PRINT                      VALUE 'P'.
       01  WS-RECIPIENT                   PIC X(30) VALUE SPACES.
       01  WS-REPORT-CODE                 PIC X(06) VALUE SPACES.
       01  WS-HOLD-REASON                 PIC X(01) VALUE SPACE.
      *
       01  WS-WORK-SEQ                    PIC 9(06) VALUE ZEROES.
       01  WS-AMOUNT                      PIC 9(7)V99 VALUE ZEROES.
       01  WS-READ-SEQ                    PIC 9(07) VALUE ZEROES.
      *
      *    RUN CONTROL TOTALS
       01  WS-AUDIT-READ                  PIC 9(07) VALUE ZEROES.
       01  WS-HOLD-READ                   PIC 9(07) VALUE ZEROES.
       01  WS-EVENTS-FOUND                PIC 9(07) VALUE ZEROES.
       01  WS-SENT-PURGED                 PIC 9(07) VALUE ZEROES.
       01  WS-MAILED-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-PRINTED-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-HELD-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-ALREADY-SENT                PIC 9(07) VALUE ZEROES.
       01  WS-EXCEPT-COUNT                PIC 9(07) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
      *    ALERT TEXT LINES
       01  ALERT-DEAR-LINE.
           05  FILLER               PIC X(05) VALUE 'DEAR '.
           05  AD-FNAME             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-LNAME             PIC X(15).
           05  FILLER               PIC X(44) VALUE SPACES.
       01  ALERT-TEXT-LINE.
           05  AT-TEXT              PIC X(40).
           05  FILLER               PIC X(40) VALUE SPACES.
       01  ALERT-DETAIL-LINE.
           05  FILLER               PIC X(08) VALUE 'ACCOUNT '.
           05  AL-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(08) VALUE '  AMOUNT'.
           05  AL-AMOUNT            PIC -Z(8)9.99.
           05  FILLER               PIC X(07) VALUE '  DATE '.
           05  AL-DATE              PIC 9(08).
           05  FILLER               PIC X(26) VALUE SPACES.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'CUSTOMER ALERT REGISTER FOR           '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER               PIC X(80) VALUE
               'CUST   ACCOUNT    EVNT       AMOUNT REFERENCE    DISPOS
      -        'ITION'.
       01  RPT-DETAIL-REC.
           05  RA-CUST-NO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RA-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RA-EVENT             PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RA-AMOUNT            PIC -Z(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RA-REF               PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RA-DISPOSITION       PIC X(24).
           05  FILLER               PIC X(06) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  RT-LABEL             PIC X(24).
           05  RT-COUNT             PIC ZZZZZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********CUSTOMER ALERT ENGINE******************'.
      *
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           COMPUTE WS-SENT-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - WS-SENT-KEEP-DAYS).
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE ALERT-RPT-REC FROM RPT-HEADER-REC.
           WRITE ALERT-RPT-REC FROM RPT-HEADER2.
      *
           PERFORM 110-LOAD-ONE-EVENT
              UNTIL WS-EVENT-EOF.
           PERFORM 120-PURGE-ONE-SENT
              UNTIL WS-SENT-EOF.
      *
      *    PASS 1 - TONIGHT'S CANDIDATE EVENTS, BY ACCOUNT.
           PERFORM 200-SCAN-AUDIT-RECORD
              UNTIL WS-AUDIT-EOF.
           PERFORM 210-SCAN-HOLD-RECORD
              UNTIL WS-HOLD-EOF.
           MOVE 'TDMT' TO WS-CUR-EVENT.
           PERFORM 370-FIND-EVENT.
           IF WS-EVENT-FOUND
              COMPUTE WS-TD-WINDOW-DATE =
                  FUNCTION DATE-OF-INTEGER
                      (WS-TODAY-INT + EVT-LEAD-DAYS (EVT-IDX))
              PERFORM 220-SCAN-TD-RECORD
                 UNTIL WS-TD-EOF
           END-IF.
           PERFORM 230-SCAN-ORDER-RECORD
              UNTIL WS-ORD-EOF.
      *
           CLOSE ALERT-WORK-FILE.
           OPEN INPUT ALERT-WORK-FILE.
           IF WS-WORK-STATUS NOT = ZEROES
              MOVE 'Error opening file ALRTWK'     TO WS-ERR-MSG
              MOVE WS-WORK-STATUS                  TO WS-ERR-CDE
              MOVE '000-MAIN'                      TO WS-ERR-PROC
              PERFORM 900-ERR-HANDLING
           END-IF.
      *
      *    PASS 2 - EVERY HOLDER OF EVERY ACCOUNT THAT HAD AN EVENT.
           PERFORM 300-ALERT-ONE-HOLDER
              UNTIL WS-XREF-EOF.
      *
           MOVE 'EVENTS FOUND          :' TO RT-LABEL.
           MOVE WS-EVENTS-FOUND           TO RT-COUNT.
           WRITE ALERT-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'ALERTS QUEUED TO MAIL :' TO RT-LABEL.
           MOVE WS-MAILED-COUNT           TO RT-COUNT.
           WRITE ALERT-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'ALERTS QUEUED TO PRINT:' TO RT-LABEL.
           MOVE WS-PRINTED-COUNT          TO RT-COUNT.
           WRITE ALERT-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'ALERTS HELD AT BRANCH :' TO RT-LABEL.
           MOVE WS-HELD-COUNT             TO RT-COUNT.
           WRITE ALERT-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'ALREADY SENT          :' TO RT-LABEL.
           MOVE WS-ALREADY-SENT           TO RT-COUNT.
           WRITE ALERT-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'HOLDERS NOT ALERTED   :' TO RT-LABEL.
           MOVE WS-EXCEPT-COUNT           TO RT-COUNT.
           WRITE ALERT-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'AUDIT RECORDS READ   : ' WS-AUDIT-READ.
           DISPLAY 'HOLD RECORDS READ    : ' WS-HOLD-READ.
           DISPLAY 'EVENTS FOUND         : ' WS-EVENTS-FOUND.
           DISPLAY 'SENT LOG PURGED      : ' WS-SENT-PURGED.
           DISPLAY 'QUEUED TO MAILQ      : ' WS-MAILED-COUNT.
           DISPLAY 'QUEUED TO PRTQ       : ' WS-PRINTED-COUNT.
           DISPLAY 'HELD - BAD CONTACT   : ' WS-HELD-COUNT.
           DISPLAY 'ALREADY SENT         : ' WS-ALREADY-SENT.
           DISPLAY 'HOLDERS NOT ALERTED  : ' WS-EXCEPT-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-EXCEPT-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  ALERT-EVENT-FILE.
               IF WS-EVENT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ALRTEVT'    TO WS-ERR-MSG
                  MOVE WS-EVENT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  AUDIT-IN-FILE.
               IF WS-AUDIT-STATUS NOT = ZEROES
                  MOVE 'Error opening file AUDITIN'    TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  HOLD-IN-FILE.
               IF WS-HOLD-STATUS NOT = ZEROES
                  AND WS-HOLD-STATUS NOT = '05'
                  MOVE 'Error opening file HOLDIN'     TO WS-ERR-MSG
                  MOVE WS-HOLD-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  TD-MASTER-FILE.
               IF WS-TD-STATUS NOT = ZEROES
                  MOVE 'Error opening file TDMAST'     TO WS-ERR-MSG
                  MOVE WS-TD-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  ORDER-MASTER-FILE.
               IF WS-ORD-STATUS NOT = ZEROES
                  MOVE 'Error opening file STORDMST'   TO WS-ERR-MSG
                  MOVE WS-ORD-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  BALANCE-AMT.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file BALFILE'    TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
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
               OPEN INPUT  CUSKS080-FILE.
               IF WS-CUST-STATUS NOT = ZEROES
                  MOVE 'Error opening file CUSKS080'   TO WS-ERR-MSG
                  MOVE WS-CUST-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  ALERT-PREF-FILE.
               IF WS-PREF-STATUS = '05'
                  MOVE 'N' TO WS-PREF-PRESENT-SW
               ELSE
                  IF WS-PREF-STATUS NOT = ZEROES
                     MOVE 'Error opening file ALRTPREF' TO WS-ERR-MSG
                     MOVE WS-PREF-STATUS                TO WS-ERR-CDE
                     MOVE '100-OPEN-FILES'              TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
               END-IF.
      *
               OPEN OUTPUT ALERT-WORK-FILE.
               IF WS-WORK-STATUS NOT = ZEROES
                  MOVE 'Error opening file ALRTWK'     TO WS-ERR-MSG
                  MOVE WS-WORK-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    ALERT-SENT-FILE.
               IF WS-SENT-STATUS = '35'
                  OPEN OUTPUT ALERT-SENT-FILE
                  CLOSE ALERT-SENT-FILE
                  OPEN I-O ALERT-SENT-FILE
               END-IF.
               IF WS-SENT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ALRTSENT'   TO WS-ERR-MSG
                  MOVE WS-SENT-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               MOVE LOW-VALUES TO AS-KEY.
               START ALERT-SENT-FILE KEY IS NOT LESS THAN AS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SENT-EOF-SW
               END-START.
      *
               OPEN OUTPUT ALERT-OUT-FILE.
               IF WS-OUT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ALRTOUT'    TO WS-ERR-MSG
                  MOVE WS-OUT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    THE QUEUES EXTEND WHATEVER TODAY'S DISTRPT RUN ALREADY
      *    WROTE - ALERTS RIDE THE SAME TRANSPORT PICKUP.
               OPEN EXTEND MAIL-QUEUE-FILE.
               IF WS-MAILQ-STATUS = '35'
                  OPEN OUTPUT MAIL-QUEUE-FILE
               END-IF.
               IF WS-MAILQ-STATUS NOT = '00' AND
                  WS-MAILQ-STATUS NOT = '05'
                  MOVE 'Error opening file MAILQ'      TO WS-ERR-MSG
                  MOVE WS-MAILQ-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN EXTEND PRINT-QUEUE-FILE.
               IF WS-PRTQ-STATUS = '35'
                  OPEN OUTPUT PRINT-QUEUE-FILE
               END-IF.
               IF WS-PRTQ-STATUS NOT = '00' AND
                  WS-PRTQ-STATUS NOT = '05'
                  MOVE 'Error opening file PRTQ'       TO WS-ERR-MSG
                  MOVE WS-PRTQ-STATUS                  TO WS-ERR-CDE
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
               OPEN OUTPUT ALERT-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ALRTRPT'    TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         110-LOAD-ONE-EVENT.
               READ ALERT-EVENT-FILE
                  AT END
                     MOVE 'Y' TO WS-EVENT-EOF-SW
                  NOT AT END
                     IF WS-EVENT-COUNT < 50
                        ADD 1 TO WS-EVENT-COUNT
                        SET EVT-IDX TO WS-EVENT-COUNT
                        MOVE EV-CODE        TO EVT-CODE (EVT-IDX)
                        MOVE EV-ENABLED     TO EVT-ENABLED (EVT-IDX)
                        MOVE EV-DEFAULT-OPT TO EVT-DEFAULT-OPT (EVT-IDX)
                        MOVE EV-TEXT        TO EVT-TEXT (EVT-IDX)
                        MOVE ZEROES         TO EVT-THRESHOLD (EVT-IDX)
                                               EVT-LEAD-DAYS (EVT-IDX)
                        IF EV-DEFAULT-THRESH IS NUMERIC
                           MOVE EV-DEFAULT-THRESH
                             TO EVT-THRESHOLD (EVT-IDX)
                        END-IF
                        IF EV-LEAD-DAYS IS NUMERIC
                           MOVE EV-LEAD-DAYS TO EVT-LEAD-DAYS (EVT-IDX)
                        END-IF
                     ELSE
                        DISPLAY 'EVENT TABLE FULL - ' EV-CODE
                                ' NOT LOADED'
                     END-IF
               END-READ.
      *
         120-PURGE-ONE-SENT.
               READ ALERT-SENT-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-SENT-EOF-SW
                  NOT AT END
                     IF AS-SENT-DATE < WS-SENT-CUTOFF-DATE
                        DELETE ALERT-SENT-FILE RECORD
                        ADD 1 TO WS-SENT-PURGED
                     END-IF
               END-READ.
      *
      *    EVERY CUSTOMER DEBIT IS A LARGE-DEBIT CANDIDATE (THE
      *    HOLDER'S THRESHOLD IS APPLIED IN PASS 2) AND MARKS THE
      *    ACCOUNT FOR THE LOW-BALANCE TEST. A DEBIT WITH NO
      *    REFERENCE IS KNOWN BY ITS PLACE ON TONIGHT'S TRAIL.
         200-SCAN-AUDIT-RECORD.
               READ AUDIT-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-AUDIT-EOF-SW
                  NOT AT END
                     IF NOT AUD-CHAIN-TRAILER
                        ADD 1 TO WS-AUDIT-READ
                        IF AUD-CUSTOMER-DEBIT OR AUD-CHEQUE-RETURNED
                           MOVE AUD-ACCT-NO    TO AW-ACCT-NO
                           MOVE AUD-AMOUNT     TO WS-AMOUNT
                           MOVE WS-AMOUNT      TO AW-AMOUNT
                           MOVE AUD-TRAN-DATE  TO AW-ITEM-DATE
                           IF AUD-CHEQUE-RETURNED
                              MOVE 'CRTN'      TO AW-EVENT-CODE
                           ELSE
                              MOVE 'LDEB'      TO AW-EVENT-CODE
                           END-IF
                           IF AUD-TRAN-REF = SPACES
                              MOVE SPACES      TO AW-ITEM-REF
                              STRING 'AU' WS-TODAY-DATE (3:6)
                                     WS-AUDIT-READ (4:4)
                                     DELIMITED BY SIZE INTO AW-ITEM-REF
                           ELSE
                              MOVE AUD-TRAN-REF TO AW-ITEM-REF
                           END-IF
                           PERFORM 250-WRITE-WORK-ITEM
                        END-IF
                     END-IF
               END-READ.
      *
      *    A HOLD DUE BY TODAY WAS RELEASED BY BNKACC TONIGHT.
         210-SCAN-HOLD-RECORD.
               IF WS-HOLD-STATUS = '05'
                  MOVE 'Y' TO WS-HOLD-EOF-SW
               ELSE
                  READ HOLD-IN-FILE
                     AT END
                        MOVE 'Y' TO WS-HOLD-EOF-SW
                     NOT AT END
                        ADD 1 TO WS-HOLD-READ
                        IF HLDI-RELEASE-DATE NOT > WS-TODAY-DATE
                           MOVE HLDI-ACCT-NO  TO AW-ACCT-NO
                           MOVE 'HREL'        TO AW-EVENT-CODE
                           MOVE HLDI-AMOUNT   TO AW-AMOUNT
                           MOVE WS-TODAY-DATE TO AW-ITEM-DATE
                           MOVE SPACES        TO AW-ITEM-REF
                           STRING 'HR' HLDI-PLACED-DATE (3:6)
                                  WS-HOLD-READ (4:4)
                                  DELIMITED BY SIZE INTO AW-ITEM-REF
                           PERFORM 250-WRITE-WORK-ITEM
                        END-IF
                  END-READ
               END-IF.
      *
      *    A DEPOSIT MATURING INSIDE THE EVENT'S LEAD TIME. THE SENT
      *    LOG KEEPS IT TO ONE ALERT PER MATURITY, THE FIRST NIGHT IT
      *    COMES INTO THE WINDOW.
         220-SCAN-TD-RECORD.
               READ TD-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-TD-EOF-SW
                  NOT AT END
                     IF TD-MATURITY-DATE > WS-TODAY-DATE
                        AND TD-MATURITY-DATE NOT > WS-TD-WINDOW-DATE
                        MOVE TD-ACCT-NO       TO AW-ACCT-NO
                        MOVE 'TDMT'           TO AW-EVENT-CODE
                        MOVE TD-PRINCIPAL     TO AW-AMOUNT
                        MOVE TD-MATURITY-DATE TO AW-ITEM-DATE
                        MOVE SPACES           TO AW-ITEM-REF
                        STRING 'TM' TD-MATURITY-DATE
                               DELIMITED BY SIZE INTO AW-ITEM-REF
                        PERFORM 250-WRITE-WORK-ITEM
                     END-IF
               END-READ.
      *
      *    STORDER STAMPS SO-NSF-SKIP-DATE WHEN IT SKIPS AN ORDER FOR
      *    WANT OF FUNDS.
         230-SCAN-ORDER-RECORD.
               READ ORDER-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-ORD-EOF-SW
                  NOT AT END
                     IF SO-NSF-SKIP-DATE = WS-TODAY-DATE
                        MOVE SO-ACCT-NO       TO AW-ACCT-NO
                        MOVE 'SONF'           TO AW-EVENT-CODE
                        MOVE SO-AMOUNT        TO AW-AMOUNT
                        MOVE WS-TODAY-DATE    TO AW-ITEM-DATE
                        MOVE SPACES           TO AW-ITEM-REF
                        STRING SO-ORDER-ID WS-TODAY-DATE (3:6)
                               DELIMITED BY SIZE INTO AW-ITEM-REF
                        PERFORM 250-WRITE-WORK-ITEM
                     END-IF
               END-READ.
      *
         250-WRITE-WORK-ITEM.
               ADD 1 TO WS-WORK-SEQ.
               MOVE WS-WORK-SEQ TO AW-SEQ.
               WRITE ALERT-WORK-REC.
               IF WS-WORK-STATUS NOT = ZEROES
                  MOVE 'Error writting file ALRTWK'    TO WS-ERR-MSG
                  MOVE WS-WORK-STATUS                  TO WS-ERR-CDE
                  MOVE '250-WRITE-WORK-ITEM'           TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-EVENTS-FOUND.
      *
      *    EACH PRIMARY OR JOINT HOLDER IS OFFERED EVERY EVENT ON THE
      *    ACCOUNT; A DEBITED ACCOUNT IS THEN TESTED FOR LOW BALANCE.
         300-ALERT-ONE-HOLDER.
               READ XREF-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-XREF-EOF-SW
                  NOT AT END
                     IF XR-ACCOUNT-HOLDER
                        PERFORM 320-ALERT-ONE-ACCOUNT
                     END-IF
               END-READ.
      *
         310-LOAD-CUSTOMER.
               MOVE XR-CUST-NO TO WS-LOADED-CUST.
               MOVE 'Y'        TO WS-CUST-OK-SW.
               MOVE XR-CUST-NO TO CUSKS080-KEY.
               READ CUSKS080-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CUST-OK-SW
                       ADD 1    TO WS-EXCEPT-COUNT
                       MOVE SPACES       TO RPT-DETAIL-REC
                       MOVE XR-CUST-NO   TO RA-CUST-NO
                       MOVE XR-ACCT-NO   TO RA-ACCT-NO
                       MOVE ZEROES       TO RA-AMOUNT
                       MOVE 'CUSTOMER NOT ON CUSKS080'
                                         TO RA-DISPOSITION
                       WRITE ALERT-RPT-REC FROM RPT-DETAIL-REC
               END-READ.
      *
      *    A CLOSED OR MERGED-AWAY CUSTOMER HAS NO ONE TO TELL.
               IF WS-CUST-OK
                  IF CUS-ACCT-CLOSED OR CUS-FORWARD-KEY NOT = SPACES
                     MOVE 'N' TO WS-CUST-OK-SW
                  END-IF
               END-IF.
      *
      *    PAPER WHEN THE CUSTOMER ASKED FOR IT OR GAVE NO ADDRESS.
               IF WS-CUST-OK
                  IF CUS-DELIV-METHOD = 'P' OR CUS-EMAIL = SPACES
                     MOVE 'P'          TO WS-METHOD
                     MOVE XR-CUST-NO   TO WS-RECIPIENT
                  ELSE
                     MOVE 'E'          TO WS-METHOD
                     MOVE CUS-EMAIL (1:30) TO WS-RECIPIENT
                  END-IF
               END-IF.
      *
         320-ALERT-ONE-ACCOUNT.
               MOVE 'N'        TO WS-ACCT-DEBITED-SW.
               MOVE 'N'        TO WS-WORK-EOF-SW.
               MOVE XR-ACCT-NO TO AW-ACCT-NO.
               MOVE ZEROES     TO AW-SEQ.
               START ALERT-WORK-FILE KEY IS NOT LESS THAN AW-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-WORK-EOF-SW
               END-START.
               PERFORM 330-READ-ONE-ITEM
                  UNTIL WS-WORK-EOF.
      *
               IF WS-ACCT-DEBITED
                  MOVE XR-ACCT-NO TO ACCT-NO
                  READ BALANCE-AMT
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE 'LBAL'        TO WS-CUR-EVENT
                          MOVE BAL-AMT       TO WS-CUR-AMOUNT
                          MOVE WS-TODAY-DATE TO WS-CUR-DATE
                          MOVE SPACES        TO WS-CUR-REF
                          STRING 'LB' WS-TODAY-DATE
                                 DELIMITED BY SIZE INTO WS-CUR-REF
                          PERFORM 340-CONSIDER-ITEM
                             THRU 340-CONSIDER-EXIT
                  END-READ
               END-IF.
      *
         330-READ-ONE-ITEM.
               READ ALERT-WORK-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-WORK-EOF-SW
                  NOT AT END
                     IF AW-ACCT-NO NOT = XR-ACCT-NO
                        MOVE 'Y' TO WS-WORK-EOF-SW
                     ELSE
                        IF AW-EVENT-CODE = 'LDEB'
                           MOVE 'Y' TO WS-ACCT-DEBITED-SW
                        END-IF
                        MOVE AW-EVENT-CODE TO WS-CUR-EVENT
                        MOVE AW-AMOUNT     TO WS-CUR-AMOUNT
                        MOVE AW-ITEM-REF   TO WS-CUR-REF
                        MOVE AW-ITEM-DATE  TO WS-CUR-DATE
                        PERFORM 340-CONSIDER-ITEM
                           THRU 340-CONSIDER-EXIT
                     END-IF
               END-READ.
      *
      *    THE EVENT MUST BE SWITCHED ON, THE HOLDER OPTED IN (BY
      *    THEIR OWN CHOICE OR THE EVENT'S DEFAULT), A THRESHOLD
      *    EVENT MUST CROSS THE HOLDER'S FIGURE, AND THE ALERT MUST
      *    NOT HAVE GONE ALREADY.
         340-CONSIDER-ITEM.
               PERFORM 370-FIND-EVENT.
               IF NOT WS-EVENT-FOUND
                  OR EVT-ENABLED (EVT-IDX) NOT = 'Y'
                  GO TO 340-CONSIDER-EXIT
               END-IF.
      *
               IF XR-CUST-NO NOT = WS-LOADED-CUST
                  PERFORM 310-LOAD-CUSTOMER
               END-IF.
               IF NOT WS-CUST-OK
                  GO TO 340-CONSIDER-EXIT
               END-IF.
      *
               PERFORM 380-RESOLVE-PREFERENCE.
               IF NOT WS-CUR-OPTED-IN
                  GO TO 340-CONSIDER-EXIT
               END-IF.
      *
               EVALUATE WS-CUR-EVENT
                   WHEN 'LDEB'
                       IF WS-CUR-THRESHOLD = ZEROES
                          OR WS-CUR-AMOUNT NOT > WS-CUR-THRESHOLD
                          GO TO 340-CONSIDER-EXIT
                       END-IF
                   WHEN 'LBAL'
                       IF WS-CUR-THRESHOLD = ZEROES
                          OR WS-CUR-AMOUNT NOT < WS-CUR-THRESHOLD
                          GO TO 340-CONSIDER-EXIT
                       END-IF
               END-EVALUATE.
      *
               MOVE XR-CUST-NO    TO AS-CUST-NO.
               MOVE XR-ACCT-NO    TO AS-ACCT-NO.
               MOVE WS-CUR-EVENT  TO AS-EVENT-CODE.
               MOVE WS-CUR-REF    TO AS-ITEM-REF.
               MOVE WS-TODAY-DATE TO AS-SENT-DATE.
               MOVE WS-METHOD     TO AS-METHOD.
               WRITE ALERT-SENT-REC
                   INVALID KEY
                       ADD 1 TO WS-ALREADY-SENT
                       GO TO 340-CONSIDER-EXIT
               END-WRITE.
               IF WS-SENT-STATUS NOT = ZEROES
                  MOVE 'Error writting file ALRTSENT'  TO WS-ERR-MSG
                  MOVE WS-SENT-STATUS                  TO WS-ERR-CDE
                  MOVE '340-CONSIDER-ITEM'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               PERFORM 350-DELIVER-ALERT.
      *
         340-CONSIDER-EXIT.
               EXIT.
      *
         350-DELIVER-ALERT.
               STRING 'AL' WS-CUR-EVENT
                      DELIMITED BY SIZE INTO WS-REPORT-CODE.
      *
               MOVE SPACES TO ALERT-OUT-REC.
               STRING '** ALERT ' WS-REPORT-CODE ' FOR '
                      WS-RECIPIENT ' KEY '
                      XR-CUST-NO
                      DELIMITED BY SIZE INTO ALERT-OUT-REC.
               PERFORM 390-WRITE-ALERT-LINE.
               MOVE CUS-FNAME     TO AD-FNAME.
               MOVE CUS-LNAME     TO AD-LNAME.
               MOVE ALERT-DEAR-LINE TO ALERT-OUT-REC.
               PERFORM 390-WRITE-ALERT-LINE.
               MOVE EVT-TEXT (EVT-IDX) TO AT-TEXT.
               MOVE ALERT-TEXT-LINE TO ALERT-OUT-REC.
               PERFORM 390-WRITE-ALERT-LINE.
               MOVE XR-ACCT-NO    TO AL-ACCT-NO.
               MOVE WS-CUR-AMOUNT TO AL-AMOUNT.
               MOVE WS-CUR-DATE   TO AL-DATE.
               MOVE ALERT-DETAIL-LINE TO ALERT-OUT-REC.
               PERFORM 390-WRITE-ALERT-LINE.
      *
      *    A FLAGGED CONTACT FOR THE CHANNEL IN USE HOLDS THE ALERT.
               MOVE SPACE TO WS-HOLD-REASON.
               IF WS-METHOD-EMAIL AND CUS-EMAIL-BAD
                  MOVE 'E' TO WS-HOLD-REASON
               END-IF.
               IF WS-METHOD-PRINT AND CUS-ADDR-BAD
                  MOVE 'A' TO WS-HOLD-REASON
               END-IF.
      *
               IF WS-HOLD-REASON NOT = SPACE
                  PERFORM 355-HOLD-ALERT
               ELSE
                  IF WS-METHOD-EMAIL
                     MOVE SPACES         TO MAIL-QUEUE-REC
                     MOVE WS-RECIPIENT   TO MQ-RECIPIENT
                     MOVE WS-REPORT-CODE TO MQ-REPORT-CODE
                     MOVE 'ALRTOUT '     TO MQ-ATTACHMENT-DSN
                     MOVE WS-TODAY-DATE  TO MQ-RUN-DATE
                     WRITE MAIL-QUEUE-REC
                     IF WS-MAILQ-STATUS NOT = ZEROES
                        MOVE 'Error writting file MAILQ'  TO WS-ERR-MSG
                        MOVE WS-MAILQ-STATUS              TO WS-ERR-CDE
                        MOVE '350-DELIVER-ALERT'          TO WS-ERR-PROC
                        PERFORM 900-ERR-HANDLING
                     END-IF
                     ADD 1 TO WS-MAILED-COUNT
                     MOVE 'QUEUED TO MAILQ'  TO RA-DISPOSITION
                  ELSE
                     MOVE SPACES         TO PRINT-QUEUE-REC
                     MOVE WS-RECIPIENT   TO PQ-DESTINATION
                     MOVE WS-REPORT-CODE TO PQ-REPORT-CODE
                     MOVE 'ALRTOUT '     TO PQ-SOURCE-DSN
                     MOVE WS-TODAY-DATE  TO PQ-RUN-DATE
                     WRITE PRINT-QUEUE-REC
                     IF WS-PRTQ-STATUS NOT = ZEROES
                        MOVE 'Error writting file PRTQ'   TO WS-ERR-MSG
                        MOVE WS-PRTQ-STATUS               TO WS-ERR-CDE
                        MOVE '350-DELIVER-ALERT'          TO WS-ERR-PROC
                        PERFORM 900-ERR-HANDLING
                     END-IF
                     ADD 1 TO WS-PRINTED-COUNT
                     MOVE 'QUEUED TO PRTQ'   TO RA-DISPOSITION
                  END-IF
               END-IF.
      *
               MOVE XR-CUST-NO    TO RA-CUST-NO.
               MOVE XR-ACCT-NO    TO RA-ACCT-NO.
               MOVE WS-CUR-EVENT  TO RA-EVENT.
               MOVE WS-CUR-AMOUNT TO RA-AMOUNT.
               MOVE WS-CUR-REF    TO RA-REF.
               WRITE ALERT-RPT-REC FROM RPT-DETAIL-REC.
      *
      *    THE ALERT TEXT STAYS ON ALRTOUT; THE BRANCH OF THE ACCOUNT
      *    IT IS ABOUT HOLDS IT UNTIL THE CONTACT IS PUT RIGHT.
         355-HOLD-ALERT.
               MOVE SPACES         TO MAIL-HOLD-REC.
               MOVE WS-TODAY-DATE  TO MH-HOLD-DATE.
               MOVE 'CUSALRT '     TO MH-PROGRAM.
               MOVE XR-CUST-NO     TO MH-CUST-NO.
               MOVE XR-ACCT-NO     TO MH-REFERENCE.
               MOVE XR-ACCT-NO     TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE SPACES      TO MH-BRANCH
                   NOT INVALID KEY
                       MOVE HOME-BRANCH TO MH-BRANCH
               END-READ.
               MOVE WS-HOLD-REASON TO MH-REASON.
               MOVE 'ALRTOUT '     TO MH-DOC-DSN.
               MOVE WS-REPORT-CODE TO MH-REPORT-CODE.
               WRITE MAIL-HOLD-REC.
               IF WS-MHOLD-STATUS NOT = ZEROES
                  MOVE 'Error writting file MAILHOLD'  TO WS-ERR-MSG
                  MOVE WS-MHOLD-STATUS                 TO WS-ERR-CDE
                  MOVE '355-HOLD-ALERT'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-HELD-COUNT.
               IF MH-BAD-EMAIL
                  MOVE 'HELD - BAD EMAIL'   TO RA-DISPOSITION
               ELSE
                  MOVE 'HELD - BAD ADDRESS' TO RA-DISPOSITION
               END-IF.
      *
         370-FIND-EVENT.
               MOVE 'N' TO WS-EVENT-FOUND-SW.
               SET EVT-IDX TO 1.
               SEARCH EVT-ENTRY
                   AT END
                       CONTINUE
                   WHEN EVT-IDX > WS-EVENT-COUNT
                       CONTINUE
                   WHEN EVT-CODE (EVT-IDX) = WS-CUR-EVENT
                       MOVE 'Y' TO WS-EVENT-FOUND-SW
               END-SEARCH.
      *
      *    THE HOLDER'S OWN CHOICE WINS; WITHOUT ONE THE EVENT TABLE
      *    DEFAULT DECIDES. A ZERO OWN THRESHOLD TAKES THE DEFAULT.
         380-RESOLVE-PREFERENCE.
               MOVE 'N'                      TO WS-CUR-OPTED-SW.
               IF EVT-DEFAULT-OPT (EVT-IDX) = 'I'
                  MOVE 'Y'                   TO WS-CUR-OPTED-SW
               END-IF.
               MOVE EVT-THRESHOLD (EVT-IDX)  TO WS-CUR-THRESHOLD.
      *
               IF WS-PREF-PRESENT
                  MOVE XR-CUST-NO            TO AP-CUST-NO
                  MOVE WS-CUR-EVENT          TO AP-EVENT-CODE
                  READ ALERT-PREF-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          IF AP-OPTED-IN
                             MOVE 'Y'        TO WS-CUR-OPTED-SW
                          ELSE
                             MOVE 'N'        TO WS-CUR-OPTED-SW
                          END-IF
                          IF AP-THRESHOLD IS NUMERIC
                             AND AP-THRESHOLD > ZEROES
                             MOVE AP-THRESHOLD TO WS-CUR-THRESHOLD
                          END-IF
                  END-READ
               END-IF.
      *
         390-WRITE-ALERT-LINE.
               WRITE ALERT-OUT-REC.
               IF WS-OUT-STATUS NOT = ZEROES
                  MOVE 'Error writting file ALRTOUT'   TO WS-ERR-MSG
                  MOVE WS-OUT-STATUS                   TO WS-ERR-CDE
                  MOVE '390-WRITE-ALERT-LINE'          TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         400-CLOSE-FILES.
               CLOSE AUDIT-IN-FILE.
               CLOSE HOLD-IN-FILE.
               CLOSE TD-MASTER-FILE.
               CLOSE ORDER-MASTER-FILE.
               CLOSE BALANCE-AMT.
               CLOSE XREF-FILE.
               CLOSE CUSKS080-FILE.
               CLOSE ALERT-PREF-FILE.
               CLOSE ALERT-WORK-FILE.
               CLOSE ALERT-SENT-FILE.
               CLOSE ALERT-OUT-FILE.
               CLOSE MAIL-QUEUE-FILE.
               CLOSE PRINT-QUEUE-FILE.
               CLOSE MAIL-HOLD-FILE.
               CLOSE ALERT-RPT-FILE.
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
