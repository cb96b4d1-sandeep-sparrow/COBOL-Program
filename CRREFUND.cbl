      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 08-02-2021
      * Purpose: ON-ACCOUNT CREDIT REFUND RUN - SELECTS EVERY
      *        : CUSTOMER WHOSE CUSTCRED ON-ACCOUNT CREDIT (PARKED BY
      *        : PAYAPPL) IS OLDER THAN THE REFCARD AGE, OR WHOM
      *        : COLLECTIONS HAS FLAGGED ON REFFLAG, AND PAYS THE
      *        : CREDIT BACK. THE SETTLEMENT ACCOUNT IS FOUND THROUGH
      *        : THE CUSTACCT CROSS-REFERENCE, AND THE REFUND GOES TO
      *        : BNKACC AS A CONTROL-BRACKETED DEPOSIT BATCH (REFDEPS,
      *        : CONCATENATED ONTO DEPFILE THE WAY STORDER'S SODEPS
      *        : IS). A CUSTOMER WITH NO USABLE LINKED ACCOUNT GOES ON
      *        : THE CHEQUE-REFUND LIST INSTEAD. EITHER WAY THE CREDIT
      *        : COMES OFF CUSTCRED, AND THE REFUND REGISTER CARRIES
      *        : THE TOTALS BEHIND THE GL ENTRY.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CRREFUND.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO REFCARD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
      *    COLLECTIONS' REFUND-NOW LIST - A FLAGGED CUSTOMER IS
      *    REFUNDED WHATEVER THE AGE OF THE CREDIT. ABSENT FILE =
      *    AGE TEST ONLY.
           SELECT OPTIONAL FLAG-FILE ASSIGN TO REFFLAG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FLAG-STATUS.
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
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
           SELECT DEPOSIT-OUT-FILE ASSIGN TO DEPOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DEPOUT-STATUS.
           SELECT CHEQUE-FILE ASSIGN TO REFCHQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CHQ-STATUS.
           SELECT REGISTER-FILE ASSIGN TO REFREG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *    CTL-MIN-AGE-DAYS - A CREDIT THIS MANY DAYS OLD OR MORE IS
      *    REFUNDED. BLANK OR ZERO KEEPS THE DEFAULT.
       FD CONTROL-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 CONTROL-CARD-REC.
           05 CTL-MIN-AGE-DAYS        PIC 9(03).
           05 FILLER                  PIC X(77).
      *
       FD FLAG-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 FLAG-REC.
           05 FLG-CUSTNO              PIC X(06).
           05 FILLER                  PIC X(74).
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
              88 XR-PRIMARY-HOLDER            VALUE 'P'.
              88 XR-JOINT-HOLDER              VALUE 'J'.
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
      *    SAME LAYOUT AS BNKACC'S DEPOSIT-I, SO THE BATCH
      *    CONCATENATES STRAIGHT ONTO DEPFILE. HEAD-OFFICE BRANCH
      *    (SPACES) AND TELLER 'ARFD' KEEP THE REFUNDS OUT OF THE
      *    TELLER DRAWERS AND VAULTS.
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
           05  FILLER                     PIC  X(25).
           05  DEP-CONTRA-BRANCH          PIC  X(04).
           05  DEP-PAIRED-SW              PIC  X(01).
       01  DEPOSIT-TRL REDEFINES DEPOSIT-O.
           05  DEP-TRL-ID                 PIC  X(10).
           05  DEP-TRL-COUNT              PIC  9(07).
           05  DEP-TRL-AMOUNT             PIC  9(09)V99.
           05  FILLER                     PIC  X(52).
      *
       FD CHEQUE-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01 CHEQUE-REC                  PIC X(132).
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
       01 WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01 WS-FLAG-STATUS              PIC X(02) VALUE SPACES.
       01 CUSKS080-STATUS             PIC X(02) VALUE SPACES.
       01 WS-XREF-STATUS              PIC X(02) VALUE SPACES.
       01 WS-BAL-STATUS               PIC X(02) VALUE SPACES.
       01 WS-DEPOUT-STATUS            PIC X(02) VALUE SPACES.
       01 WS-CHQ-STATUS               PIC X(02) VALUE SPACES.
       01 WS-REG-STATUS               PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01 SWITCHES.
           05 END-OF-CREDITS-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CREDITS                 VALUE 'Y'.
           05 END-OF-FLAGS-SW         PIC X(01) VALUE 'N'.
              88 END-OF-FLAGS                   VALUE 'Y'.
           05 END-OF-XREF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-XREF                    VALUE 'Y'.
           05 WS-FLAGGED-SW           PIC X(01) VALUE 'N'.
              88 WS-CUSTOMER-FLAGGED            VALUE 'Y'.
           05 WS-SANCTION-SW          PIC X(01) VALUE 'N'.
              88 WS-SANCTION-BLOCKED            VALUE 'Y'.
      *
       01 WS-TODAY-DATE               PIC 9(08).
       01 WS-TODAY-JULIAN             PIC 9(07).
       01 WS-TODAY-INT                PIC S9(9).
       01 WS-CRED-INT                 PIC S9(9).
       01 WS-AGE-DAYS                 PIC S9(5).
       01 WS-CRED-DATE-N              PIC 9(08).
       01 WS-READ-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-NOT-DUE-COUNT            PIC 9(07) VALUE ZEROES.
      *
      *    REFUND A CREDIT ONCE IT HAS SAT ON ACCOUNT THIS LONG.
       01 WS-MIN-AGE-DAYS             PIC 9(03) VALUE 090.
      *
      *    CUSTCRED HOLDS THE RECEIVABLES LEDGER'S OWN CURRENCY -
      *    BNKACC CONVERTS IT WHEN THE SETTLEMENT ACCOUNT IS HELD IN
      *    ANOTHER.
       01 WS-AR-CURRENCY              PIC X(03) VALUE 'USD'.
       01 WS-AR-CONTROL-ACCT          PIC X(06) VALUE '120100'.
       01 WS-CASH-CONTROL-ACCT        PIC X(06) VALUE '100100'.
      *
      *    ONE FETCHED ROW PER CUSTOMER - THE NET ON-ACCOUNT CREDIT
      *    AND THE DATE OF ITS OLDEST ENTRY.
       01 WS-CRED-TOTAL               PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-CRED-OLDEST              PIC X(10) VALUE SPACES.
       01 WS-OPEN-AR                  PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-OPEN-AR-IND              PIC S9(4) COMP VALUE 0.
      *
       01 WS-CUSTNO                   PIC X(06) VALUE SPACES.
       01 WS-REASON                   PIC X(07) VALUE SPACES.
       01 WS-NOTE                     PIC X(24) VALUE SPACES.
       01 WS-SETTLE-ACCT              PIC X(10) VALUE SPACES.
       01 WS-JOINT-ACCT               PIC X(10) VALUE SPACES.
      *
       01 WS-REFUND-REF.
           05 FILLER                  PIC X(01) VALUE 'R'.
           05 WS-REF-YYDDD            PIC 9(05).
           05 WS-REF-CUSTNO           PIC X(06).
      *
       01 WS-GENERATED-DEP-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-GENERATED-DEP-AMOUNT     PIC 9(09)V99 VALUE ZEROES.
      *
      *    COLLECTIONS' FLAG LIST IN STORAGE.
       01 WS-FLAG-COUNT               PIC 9(03) VALUE ZEROES.
       01 FLAG-TABLE.
           05 FLAG-ENTRY OCCURS 500 TIMES INDEXED BY FLG-IDX.
              10 FT-CUSTNO            PIC X(06).
      *
      *    EVERY CUSTOMER DUE A REFUND ENDS ON EXACTLY ONE OF THE
      *    OUTCOME LINES, SO THE REGISTER PROVES ITSELF.
       01 SUMMARY-LABELS.
           05 FILLER PIC X(24) VALUE 'REFUNDS DUE             '.
           05 FILLER PIC X(24) VALUE 'DIRECT CREDIT - REFDEPS '.
           05 FILLER PIC X(24) VALUE 'CHEQUE REFUND LIST      '.
           05 FILLER PIC X(24) VALUE 'HELD - OPEN INVOICES    '.
           05 FILLER PIC X(24) VALUE 'HELD - SANCTIONS BLOCK  '.
           05 FILLER PIC X(24) VALUE 'HELD - NOT ON CUSKS080  '.
           05 FILLER PIC X(24) VALUE 'FAILED - CUSTCRED KEPT  '.
       01 SUMMARY-LABEL-TABLE REDEFINES SUMMARY-LABELS.
           05 SL-LABEL                PIC X(24) OCCURS 7 TIMES.
       01 SUMMARY-TABLE.
           05 SM-ENTRY OCCURS 7 TIMES.
              10 SM-COUNT             PIC 9(07).
              10 SM-AMOUNT            PIC S9(9)V99 COMP-3.
       01 WS-SM-SUB                   PIC 9(01) VALUE ZEROES.
       01 WS-SM-DUE                   PIC 9(01) VALUE 1.
       01 WS-SM-DIRECT                PIC 9(01) VALUE 2.
       01 WS-SM-CHEQUE                PIC 9(01) VALUE 3.
       01 WS-SM-OPEN-AR               PIC 9(01) VALUE 4.
       01 WS-SM-SANCTION              PIC 9(01) VALUE 5.
       01 WS-SM-NOT-FOUND             PIC 9(01) VALUE 6.
       01 WS-SM-FAILED                PIC 9(01) VALUE 7.
       01 WS-ACCOUNTED-COUNT          PIC 9(07) VALUE ZEROES.
       01 WS-ACCOUNTED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-REFUNDED-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
      *
       01 REG-HEADING-LINE.
           05 FILLER                  PIC X(40) VALUE
              'ON-ACCOUNT CREDIT REFUND REGISTER       '.
           05 FILLER                  PIC X(09) VALUE 'RUN DATE '.
           05 RHL-RUN-DATE            PIC 9(08).
           05 FILLER                  PIC X(15) VALUE
              '   MINIMUM AGE '.
           05 RHL-MIN-AGE             PIC ZZ9.
           05 FILLER                  PIC X(05) VALUE ' DAYS'.
           05 FILLER                  PIC X(52) VALUE SPACES.
      *
       01 REG-DETAIL-LINE.
           05 RDL-CUSTNO              PIC X(06).
           05 FILLER                  PIC X(08) VALUE ' CREDIT '.
           05 RDL-AMOUNT              PIC Z(6)9.99.
           05 FILLER                  PIC X(08) VALUE ' OLDEST '.
           05 RDL-OLDEST              PIC X(10).
           05 FILLER                  PIC X(05) VALUE ' AGE '.
           05 RDL-AGE                 PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-REASON              PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-NOTE                PIC X(24).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-ACCT-NO             PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-REF                 PIC X(12).
           05 FILLER                  PIC X(23) VALUE SPACES.
      *
       01 REG-SUMMARY-LINE.
           05 RSL-LABEL               PIC X(24).
           05 RSL-COUNT               PIC ZZZZZZ9.
           05 FILLER                  PIC X(10) VALUE '  AMOUNT  '.
           05 RSL-AMOUNT              PIC Z(8)9.99.
           05 FILLER                  PIC X(79) VALUE SPACES.
      *
       01 REG-RECON-LINE.
           05 FILLER                  PIC X(24) VALUE
              'RECONCILIATION          '.
           05 RRC-RESULT              PIC X(40).
           05 FILLER                  PIC X(68) VALUE SPACES.
      *
      *    THE ENTRY THE REGISTER SUPPORTS - THE REFUNDED CREDIT
      *    CLEARS FROM THE RECEIVABLES CONTROL AGAINST CASH.
       01 REG-GL-LINE.
           05 FILLER                  PIC X(12) VALUE 'GL ENTRY    '.
           05 RGL-DR-CR               PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RGL-ACCOUNT             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RGL-DESCRIPTION         PIC X(34).
           05 RGL-AMOUNT              PIC Z(8)9.99.
           05 FILLER                  PIC X(64) VALUE SPACES.
      *
       01 CHQ-HEADING-LINE.
           05 FILLER                  PIC X(40) VALUE
              'CHEQUE REFUND LIST - NO LINKED ACCOUNT  '.
           05 FILLER                  PIC X(09) VALUE 'RUN DATE '.
           05 CHL-RUN-DATE            PIC 9(08).
           05 FILLER                  PIC X(75) VALUE SPACES.
      *
       01 CHQ-DETAIL-LINE.
           05 CDL-CUSTNO              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-FNAME               PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-LNAME               PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-ADDR                PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-CITY                PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-STATE               PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-ZIP                 PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-AMOUNT              PIC Z(6)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CDL-REF                 PIC X(12).
           05 FILLER                  PIC X(27) VALUE SPACES.
      *
       01 CHQ-TOTAL-LINE.
           05 FILLER                  PIC X(20) VALUE
              'CHEQUES TO ISSUE    '.
           05 CTL-CHQ-COUNT           PIC ZZZZZZ9.
           05 FILLER                  PIC X(10) VALUE '  AMOUNT  '.
           05 CTL-CHQ-AMOUNT          PIC Z(8)9.99.
           05 FILLER                  PIC X(83) VALUE SPACES.
      *
      *    ONE ROW PER CUSTOMER STILL HOLDING A NET CREDIT.
           EXEC SQL
              DECLARE REFCUR CURSOR FOR
                 SELECT CUSTNO, SUM(CREDAMT), MIN(CREDDATE)
                   FROM CUSTCRED
                  GROUP BY CUSTNO
                 HAVING SUM(CREDAMT) > 0
                  ORDER BY CUSTNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-REFUND-RUN.
      *
            DISPLAY "***                                         ***".
            DISPLAY "ON-ACCOUNT CREDIT REFUND RUN".
      *
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-TODAY-JULIAN FROM DAY YYYYDDD.
            MOVE WS-TODAY-JULIAN (3:5) TO WS-REF-YYDDD.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
            INITIALIZE SUMMARY-TABLE.
      *
            PERFORM 010-OPEN-FILES.
            PERFORM 020-READ-CONTROL-CARD.
            PERFORM 030-LOAD-FLAG-LIST
               UNTIL END-OF-FLAGS.
            PERFORM 040-WRITE-HEADINGS.
      *
            EXEC SQL
               OPEN REFCUR
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE OPENING REFCUR: ' SQLCODE
               MOVE 'Cannot open credit cursor REFCUR'
                                                  TO WS-ERR-MSG
               MOVE 'SQ'                          TO WS-ERR-CDE
               MOVE '000-REFUND-RUN'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            PERFORM 100-PROCESS-CREDIT
               UNTIL END-OF-CREDITS.
      *
            EXEC SQL
               CLOSE REFCUR
            END-EXEC.
      *
            PERFORM 500-WRITE-BATCH-TRAILER.
            PERFORM 600-WRITE-RECONCILIATION.
      *
            DISPLAY 'CREDITS READ      : ' WS-READ-COUNT.
            DISPLAY 'NOT YET DUE       : ' WS-NOT-DUE-COUNT.
            DISPLAY 'REFUNDS DUE       : ' SM-COUNT (WS-SM-DUE).
            DISPLAY 'DIRECT CREDITS    : ' SM-COUNT (WS-SM-DIRECT).
            DISPLAY 'CHEQUE REFUNDS    : ' SM-COUNT (WS-SM-CHEQUE).
            DISPLAY 'HELD OR FAILED    : '
                    SM-COUNT (WS-SM-OPEN-AR) ' '
                    SM-COUNT (WS-SM-SANCTION) ' '
                    SM-COUNT (WS-SM-NOT-FOUND) ' '
                    SM-COUNT (WS-SM-FAILED).
      *
            PERFORM 999-CLOSE-FILES.
      *
            IF SM-COUNT (WS-SM-FAILED) > ZEROES
               MOVE 4 TO RETURN-CODE
            END-IF.
      *
            DISPLAY "END OF REFUND RUN.".
            STOP RUN.
      *
       010-OPEN-FILES.
      *
            OPEN INPUT CONTROL-CARD-FILE.
      *
            OPEN INPUT FLAG-FILE.
            IF WS-FLAG-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-FLAGS-SW
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
            OPEN OUTPUT DEPOSIT-OUT-FILE.
            IF WS-DEPOUT-STATUS NOT = '00'
               MOVE 'Error opening file DEPOUT'   TO WS-ERR-MSG
               MOVE WS-DEPOUT-STATUS              TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN OUTPUT CHEQUE-FILE.
            IF WS-CHQ-STATUS NOT = '00'
               MOVE 'Error opening file REFCHQ'   TO WS-ERR-MSG
               MOVE WS-CHQ-STATUS                 TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN OUTPUT REGISTER-FILE.
            IF WS-REG-STATUS NOT = '00'
               MOVE 'Error opening file REFREG'   TO WS-ERR-MSG
               MOVE WS-REG-STATUS                 TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       020-READ-CONTROL-CARD.
      *
            IF WS-CTL-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-MIN-AGE-DAYS IS NUMERIC
                          AND CTL-MIN-AGE-DAYS > ZEROES
                           MOVE CTL-MIN-AGE-DAYS TO WS-MIN-AGE-DAYS
                       END-IF
               END-READ
            END-IF.
            CLOSE CONTROL-CARD-FILE.
            DISPLAY 'MINIMUM CREDIT AGE : ' WS-MIN-AGE-DAYS.
      *
       030-LOAD-FLAG-LIST.
      *
            READ FLAG-FILE
               AT END
                  MOVE 'Y' TO END-OF-FLAGS-SW
               NOT AT END
                  IF FLG-CUSTNO NOT = SPACES
                     AND WS-FLAG-COUNT < 500
                     ADD 1 TO WS-FLAG-COUNT
                     SET FLG-IDX TO WS-FLAG-COUNT
                     MOVE FLG-CUSTNO TO FT-CUSTNO (FLG-IDX)
                  END-IF
            END-READ.
      *
      *    THE REFUND BATCH IS CONTROL-BRACKETED LIKE STORDER'S, SO
      *    BNKACC'S VERIFY-BATCH-CONTROLS PROVES IT OUT.
       040-WRITE-HEADINGS.
      *
            MOVE SPACES     TO DEPOSIT-O.
            MOVE 'BATCHHDR' TO DEP-ACCT-NO.
            WRITE DEPOSIT-O.
      *
            MOVE WS-TODAY-DATE   TO RHL-RUN-DATE.
            MOVE WS-MIN-AGE-DAYS TO RHL-MIN-AGE.
            WRITE REGISTER-REC FROM REG-HEADING-LINE.
            MOVE SPACES TO REGISTER-REC.
            WRITE REGISTER-REC.
      *
            MOVE WS-TODAY-DATE   TO CHL-RUN-DATE.
            WRITE CHEQUE-REC FROM CHQ-HEADING-LINE.
            MOVE SPACES TO CHEQUE-REC.
            WRITE CHEQUE-REC.
      *
       100-PROCESS-CREDIT.
      *
            EXEC SQL
               FETCH REFCUR
                INTO :CUSTNO, :WS-CRED-TOTAL, :WS-CRED-OLDEST
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-CREDITS-SW
               IF SQLCODE NOT = 100
                  DISPLAY 'SQLCODE FETCHING REFCUR: ' SQLCODE
                  MOVE 'Credit cursor REFCUR failed'
                                                  TO WS-ERR-MSG
                  MOVE 'SQ'                       TO WS-ERR-CDE
                  MOVE '100-PROCESS-CREDIT'       TO WS-ERR-PROC
                  PERFORM Y0001-ERR-HANDLING
               END-IF
            ELSE
               ADD 1 TO WS-READ-COUNT
               MOVE CUSTNO TO WS-CUSTNO
               PERFORM 110-JUDGE-ONE-CREDIT
                  THRU 110-JUDGE-EXIT
            END-IF.
      *
      *    A CREDIT IS DUE WHEN ITS OLDEST ENTRY HAS REACHED THE AGE
      *    OR COLLECTIONS HAS FLAGGED THE CUSTOMER. A CUSTOMER WHO
      *    STILL OWES ON OPEN INVOICES IS HELD - THE CREDIT BELONGS
      *    AGAINST THOSE, NOT BACK IN THE CUSTOMER'S HANDS.
       110-JUDGE-ONE-CREDIT.
      *
      *    CREDDATE ARRIVES ISO (YYYY-MM-DD) - THE SAME RESHUFFLE
      *    CBINVAGE DOES BEFORE ITS AGE TEST.
            MOVE WS-CRED-OLDEST (1:4) TO WS-CRED-DATE-N (1:4).
            MOVE WS-CRED-OLDEST (6:2) TO WS-CRED-DATE-N (5:2).
            MOVE WS-CRED-OLDEST (9:2) TO WS-CRED-DATE-N (7:2).
            COMPUTE WS-CRED-INT =
                FUNCTION INTEGER-OF-DATE (WS-CRED-DATE-N).
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CRED-INT.
      *
            PERFORM 120-TEST-FLAG-LIST.
            IF WS-CUSTOMER-FLAGGED
               MOVE 'FLAGGED' TO WS-REASON
            ELSE
               IF WS-AGE-DAYS < WS-MIN-AGE-DAYS
                  ADD 1 TO WS-NOT-DUE-COUNT
                  GO TO 110-JUDGE-EXIT
               END-IF
               MOVE 'AGED   ' TO WS-REASON
            END-IF.
      *
            ADD 1             TO SM-COUNT (WS-SM-DUE).
            ADD WS-CRED-TOTAL TO SM-AMOUNT (WS-SM-DUE).
            MOVE SPACES       TO RDL-ACCT-NO.
            MOVE SPACES       TO RDL-REF.
      *
            EXEC SQL
               SELECT SUM(INVTOTAL - INVPAID)
                 INTO :WS-OPEN-AR :WS-OPEN-AR-IND
                 FROM INV
                WHERE INVCUST = :CUSTNO
                  AND INVTOTAL > INVPAID
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE ON OPEN INVOICE TOTAL: ' SQLCODE
                       ' CUSTOMER ' WS-CUSTNO
               MOVE WS-SM-FAILED TO WS-SM-SUB
               PERFORM 150-COUNT-OUTCOME
               MOVE 'INVOICE READ FAILED' TO WS-NOTE
               PERFORM 200-WRITE-REGISTER-LINE
               GO TO 110-JUDGE-EXIT
            END-IF.
            IF WS-OPEN-AR-IND NOT < 0
               AND WS-OPEN-AR > ZEROES
               MOVE WS-SM-OPEN-AR TO WS-SM-SUB
               PERFORM 150-COUNT-OUTCOME
               MOVE 'HELD - APPLY TO INVOICES' TO WS-NOTE
               PERFORM 200-WRITE-REGISTER-LINE
               GO TO 110-JUDGE-EXIT
            END-IF.
      *
            PERFORM 130-FIND-SETTLEMENT-ACCOUNT.
            IF WS-SANCTION-BLOCKED
               MOVE WS-SM-SANCTION TO WS-SM-SUB
               PERFORM 150-COUNT-OUTCOME
               MOVE 'HELD - SANCTIONS BLOCK' TO WS-NOTE
               PERFORM 200-WRITE-REGISTER-LINE
               GO TO 110-JUDGE-EXIT
            END-IF.
      *
      *    A CHEQUE NEEDS A NAME AND ADDRESS TO GO TO.
            IF WS-SETTLE-ACCT = SPACES
               MOVE WS-CUSTNO TO CUSKS080-KEY
               READ CUSKS080-FILE
                  INVALID KEY
                     MOVE WS-SM-NOT-FOUND TO WS-SM-SUB
                     PERFORM 150-COUNT-OUTCOME
                     MOVE 'HELD - NOT ON CUSKS080' TO WS-NOTE
                     PERFORM 200-WRITE-REGISTER-LINE
                     GO TO 110-JUDGE-EXIT
               END-READ
            END-IF.
      *
      *    THE CREDIT COMES OFF CUSTCRED FIRST - ONLY A CREDIT THAT
      *    HAS REALLY BEEN TAKEN OFF THE LEDGER IS PAID OUT.
            EXEC SQL
               DELETE FROM CUSTCRED
                WHERE CUSTNO = :CUSTNO
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE ON CREDIT DELETE: ' SQLCODE
                       ' CUSTOMER ' WS-CUSTNO
               MOVE WS-SM-FAILED TO WS-SM-SUB
               PERFORM 150-COUNT-OUTCOME
               MOVE 'FAILED - CREDIT KEPT' TO WS-NOTE
               PERFORM 200-WRITE-REGISTER-LINE
               GO TO 110-JUDGE-EXIT
            END-IF.
      *
            MOVE WS-CUSTNO TO WS-REF-CUSTNO.
            MOVE WS-REFUND-REF TO RDL-REF.
            IF WS-SETTLE-ACCT NOT = SPACES
               PERFORM 160-WRITE-REFUND-DEPOSIT
            ELSE
               PERFORM 170-WRITE-CHEQUE-LINE
            END-IF.
      *
       110-JUDGE-EXIT.
            EXIT.
      *
       120-TEST-FLAG-LIST.
      *
            MOVE 'N' TO WS-FLAGGED-SW.
            IF WS-FLAG-COUNT > ZEROES
               SET FLG-IDX TO 1
               SEARCH FLAG-ENTRY
                  AT END
                     CONTINUE
                  WHEN FLG-IDX > WS-FLAG-COUNT
                     CONTINUE
                  WHEN FT-CUSTNO (FLG-IDX) = WS-CUSTNO
                     MOVE 'Y' TO WS-FLAGGED-SW
               END-SEARCH
            END-IF.
      *
      *    THE PRIMARY HOLDER'S ACCOUNT FIRST, ELSE A JOINT ONE. AN
      *    ACCOUNT BNKACC WOULD REFUSE A CREDIT ON (DORMANT, OR GONE
      *    FROM BALFILE) IS PASSED BY; ANY LINKED ACCOUNT UNDER A
      *    SANCTIONS BLOCK HOLDS THE WHOLE REFUND FOR COMPLIANCE.
       130-FIND-SETTLEMENT-ACCOUNT.
      *
            MOVE SPACES    TO WS-SETTLE-ACCT.
            MOVE SPACES    TO WS-JOINT-ACCT.
            MOVE 'N'       TO WS-SANCTION-SW.
            MOVE 'N'       TO END-OF-XREF-SW.
            MOVE WS-CUSTNO TO XR-CUST-NO.
            MOVE SPACES    TO XR-ACCT-NO.
            START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                INVALID KEY
                    MOVE 'Y' TO END-OF-XREF-SW
            END-START.
      *
            PERFORM 135-READ-NEXT-XREF
               UNTIL END-OF-XREF.
      *
            IF WS-SETTLE-ACCT = SPACES
               MOVE WS-JOINT-ACCT TO WS-SETTLE-ACCT
            END-IF.
      *
       135-READ-NEXT-XREF.
      *
            READ XREF-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-XREF-SW
                NOT AT END
                    IF XR-CUST-NO NOT = WS-CUSTNO
                        MOVE 'Y' TO END-OF-XREF-SW
                    ELSE
                        IF XR-PRIMARY-HOLDER OR XR-JOINT-HOLDER
                            PERFORM 140-TEST-ONE-ACCOUNT
                        END-IF
                    END-IF
            END-READ.
      *
       140-TEST-ONE-ACCOUNT.
      *
            MOVE XR-ACCT-NO TO ACCT-NO.
            READ BALANCE-AMT
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN SANCTION-STATUS = 'S'
                          MOVE 'Y' TO WS-SANCTION-SW
                       WHEN DORMANT-STATUS = 'D'
                          CONTINUE
                       WHEN XR-PRIMARY-HOLDER
                          AND WS-SETTLE-ACCT = SPACES
                          MOVE XR-ACCT-NO TO WS-SETTLE-ACCT
                       WHEN XR-JOINT-HOLDER
                          AND WS-JOINT-ACCT = SPACES
                          MOVE XR-ACCT-NO TO WS-JOINT-ACCT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
            END-READ.
      *
       150-COUNT-OUTCOME.
      *
            ADD 1             TO SM-COUNT (WS-SM-SUB).
            ADD WS-CRED-TOTAL TO SM-AMOUNT (WS-SM-SUB).
            ADD 1             TO WS-ACCOUNTED-COUNT.
            ADD WS-CRED-TOTAL TO WS-ACCOUNTED-AMOUNT.
      *
      *    A CLEARED CREDIT - THE MONEY IS THE BANK'S OWN, SO NO
      *    DEPOSIT HOLD APPLIES.
       160-WRITE-REFUND-DEPOSIT.
      *
            MOVE SPACES           TO DEPOSIT-O.
            MOVE WS-SETTLE-ACCT   TO DEP-ACCT-NO.
            MOVE WS-CRED-TOTAL    TO DEP-AMT.
            MOVE WS-AR-CURRENCY   TO DEP-CURRENCY-CODE.
            MOVE ZEROES           TO DEP-TRAN-TIME.
            MOVE WS-REFUND-REF    TO DEP-TRAN-REF.
            MOVE 'C'              TO DEP-INSTR-TYPE.
            MOVE SPACES           TO DEP-BRANCH-ID.
            MOVE 'ARFD'           TO DEP-TELLER-ID.
            WRITE DEPOSIT-O.
            IF WS-DEPOUT-STATUS NOT = '00'
               MOVE 'Error writting file DEPOUT'  TO WS-ERR-MSG
               MOVE WS-DEPOUT-STATUS              TO WS-ERR-CDE
               MOVE '160-WRITE-REFUND'            TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
            ADD 1             TO WS-GENERATED-DEP-COUNT.
            ADD WS-CRED-TOTAL TO WS-GENERATED-DEP-AMOUNT.
      *
            MOVE WS-SM-DIRECT TO WS-SM-SUB.
            PERFORM 150-COUNT-OUTCOME.
            ADD WS-CRED-TOTAL TO WS-REFUNDED-AMOUNT.
            MOVE WS-SETTLE-ACCT TO RDL-ACCT-NO.
            MOVE 'DIRECT CREDIT' TO WS-NOTE.
            PERFORM 200-WRITE-REGISTER-LINE.
      *
       170-WRITE-CHEQUE-LINE.
      *
            MOVE WS-CUSTNO      TO CDL-CUSTNO.
            MOVE CUS-FNAME      TO CDL-FNAME.
            MOVE CUS-LNAME      TO CDL-LNAME.
            MOVE CUS-ADDR-LINE1 TO CDL-ADDR.
            MOVE CUS-CITY       TO CDL-CITY.
            MOVE CUS-STATE      TO CDL-STATE.
            MOVE CUS-ZIP        TO CDL-ZIP.
            MOVE WS-CRED-TOTAL  TO CDL-AMOUNT.
            MOVE WS-REFUND-REF  TO CDL-REF.
            WRITE CHEQUE-REC FROM CHQ-DETAIL-LINE.
            IF WS-CHQ-STATUS NOT = '00'
               MOVE 'Error writting file REFCHQ'  TO WS-ERR-MSG
               MOVE WS-CHQ-STATUS                 TO WS-ERR-CDE
               MOVE '170-WRITE-CHEQUE'            TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            MOVE WS-SM-CHEQUE TO WS-SM-SUB.
            PERFORM 150-COUNT-OUTCOME.
            ADD WS-CRED-TOTAL TO WS-REFUNDED-AMOUNT.
            MOVE 'CHEQUE REFUND LIST' TO WS-NOTE.
            PERFORM 200-WRITE-REGISTER-LINE.
      *
       200-WRITE-REGISTER-LINE.
      *
            MOVE WS-CUSTNO      TO RDL-CUSTNO.
            MOVE WS-CRED-TOTAL  TO RDL-AMOUNT.
            MOVE WS-CRED-OLDEST TO RDL-OLDEST.
            MOVE WS-AGE-DAYS    TO RDL-AGE.
            MOVE WS-REASON      TO RDL-REASON.
            MOVE WS-NOTE        TO RDL-NOTE.
            WRITE REGISTER-REC FROM REG-DETAIL-LINE.
            IF WS-REG-STATUS NOT = '00'
               MOVE 'Error writting file REFREG'  TO WS-ERR-MSG
               MOVE WS-REG-STATUS                 TO WS-ERR-CDE
               MOVE '200-WRITE-REGISTER'          TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       500-WRITE-BATCH-TRAILER.
      *
            MOVE SPACES                  TO DEPOSIT-O.
            MOVE 'BATCHTRL'              TO DEP-TRL-ID.
            MOVE WS-GENERATED-DEP-COUNT  TO DEP-TRL-COUNT.
            MOVE WS-GENERATED-DEP-AMOUNT TO DEP-TRL-AMOUNT.
            WRITE DEPOSIT-O.
      *
            MOVE SPACES TO CHEQUE-REC.
            WRITE CHEQUE-REC.
            MOVE SM-COUNT (WS-SM-CHEQUE)  TO CTL-CHQ-COUNT.
            MOVE SM-AMOUNT (WS-SM-CHEQUE) TO CTL-CHQ-AMOUNT.
            WRITE CHEQUE-REC FROM CHQ-TOTAL-LINE.
      *
      *    REFUNDS DUE AGAINST EVERY OUTCOME, BY COUNT AND AMOUNT,
      *    THEN THE GL ENTRY THE REFUNDS PAID OUT SUPPORT.
       600-WRITE-RECONCILIATION.
      *
            MOVE SPACES TO REGISTER-REC.
            WRITE REGISTER-REC.
            PERFORM 610-WRITE-SUMMARY-LINE
               VARYING WS-SM-SUB FROM 1 BY 1
               UNTIL WS-SM-SUB > 7.
      *
            IF WS-ACCOUNTED-COUNT = SM-COUNT (WS-SM-DUE)
               AND WS-ACCOUNTED-AMOUNT = SM-AMOUNT (WS-SM-DUE)
               MOVE 'REFUNDS DUE = PAID + HELD + FAILED'
                   TO RRC-RESULT
            ELSE
               MOVE '** REFUNDS DUE DO NOT RECONCILE **'
                   TO RRC-RESULT
            END-IF.
            WRITE REGISTER-REC FROM REG-RECON-LINE.
      *
            MOVE SPACES TO REGISTER-REC.
            WRITE REGISTER-REC.
            MOVE 'DR'                     TO RGL-DR-CR.
            MOVE WS-AR-CONTROL-ACCT       TO RGL-ACCOUNT.
            MOVE 'RECEIVABLES CONTROL - CREDITS PAID'
                                          TO RGL-DESCRIPTION.
            MOVE WS-REFUNDED-AMOUNT       TO RGL-AMOUNT.
            WRITE REGISTER-REC FROM REG-GL-LINE.
            MOVE 'CR'                     TO RGL-DR-CR.
            MOVE WS-CASH-CONTROL-ACCT     TO RGL-ACCOUNT.
            MOVE 'CASH - DIRECT CREDITS VIA BNKACC'
                                          TO RGL-DESCRIPTION.
            MOVE SM-AMOUNT (WS-SM-DIRECT) TO RGL-AMOUNT.
            WRITE REGISTER-REC FROM REG-GL-LINE.
            MOVE 'CASH - CHEQUE REFUNDS'  TO RGL-DESCRIPTION.
            MOVE SM-AMOUNT (WS-SM-CHEQUE) TO RGL-AMOUNT.
            WRITE REGISTER-REC FROM REG-GL-LINE.
      *
       610-WRITE-SUMMARY-LINE.
      *
            MOVE SL-LABEL (WS-SM-SUB)  TO RSL-LABEL.
            MOVE SM-COUNT (WS-SM-SUB)  TO RSL-COUNT.
            MOVE SM-AMOUNT (WS-SM-SUB) TO RSL-AMOUNT.
            WRITE REGISTER-REC FROM REG-SUMMARY-LINE.
      *
      *    NOTHING IS HALF DONE - THE CREDITS ALREADY TAKEN OFF
      *    CUSTCRED GO BACK, AND THE REFUND BATCH, LEFT WITHOUT ITS
      *    TRAILER, WILL NOT PROVE IN BNKACC.
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
            EXEC SQL
               ROLLBACK
            END-EXEC.
            PERFORM 999-CLOSE-FILES.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
      *
       999-CLOSE-FILES.
      *
            CLOSE FLAG-FILE.
            CLOSE CUSKS080-FILE.
            CLOSE XREF-FILE.
            CLOSE BALANCE-AMT.
            CLOSE DEPOSIT-OUT-FILE.
            CLOSE CHEQUE-FILE.
            CLOSE REGISTER-FILE.
      *
       END PROGRAM CRREFUND.
