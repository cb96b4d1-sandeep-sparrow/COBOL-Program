      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 25-01-2021
      * Purpose: NIGHTLY CUSTOMER-360 EXTRACT FOR THE RELATIONSHIP
      *        : MANAGERS' CRM PLATFORM - ONE 'C' SUMMARY RECORD PER
      *        : ACTIVE CUSKS080 CUSTOMER (KYC EXPIRY AND RISK
      *        : RATING, CREDIT HOLD, LINKED-ACCOUNT BALANCES, TERM
      *        : DEPOSITS, OPEN DB2 RECEIVABLES, BROKING POSITION
      *        : VALUE AND CHANGE FLAGS AGAINST THE PREVIOUS
      *        : EXTRACT), FOLLOWED BY ONE 'A' RECORD PER CUSTACCT
      *        : ACCOUNT, ONE 'D' RECORD PER TERM DEPOSIT AND ONE
      *        : 'B' RECORD PER CUSTCLI CLIENT ACCOUNT. A CUSTOMER
      *        : ON THE PREVIOUS EXTRACT WHO IS NO LONGER ACTIVE
      *        : GOES OUT AS AN 'X' RECORD SO THE CRM CAN RETIRE
      *        : THEM. THE FILE ENDS WITH THE SAME COUNT-AND-HASH
      *        : TRAILER AS IBEXTRCT, SO EXTVRFY PROVES IT BEFORE
      *        : IT LEAVES THE SHOP.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CRMEXTR.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
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
           SELECT TD-MASTER-FILE ASSIGN TO TDMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TD-ACCT-NO
                  FILE STATUS IS WS-TD-STATUS.
      *    BROKING SIDE - CUSTOMER-TO-CLIENT CROSS-REFERENCE, THE
      *    POSITION LEDGER AND TONIGHT'S POSVAL VALUATIONS. ABSENT
      *    FILES LEAVE THE BROKING FIGURES AT ZERO, AS IN CUSTPOS.
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
           SELECT OPTIONAL VAL-HISTORY-FILE ASSIGN TO POSVALH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PV-KEY
                  FILE STATUS IS WS-PV-STATUS.
      *    LAST NIGHT'S EXTRACT - THE BASE THE CHANGE FLAGS ARE SET
      *    AGAINST. ABSENT (THE FIRST NIGHT) = EVERY CUSTOMER IS NEW.
           SELECT OPTIONAL PRV-EXTRACT-FILE ASSIGN TO CRMPRV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRV-STATUS.
           SELECT EXTRACT-OUT-FILE ASSIGN TO CRMEXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-EXT-STATUS.
      *
       DATA DIVISION.
      *
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
           05 CC-DEMAT-ACCT           PIC X(16).
           05 FILLER                  PIC X(32).
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
       FD  VAL-HISTORY-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       COPY POSVALH.
      *
      *    ONLY THE KEY, THE RECORD TYPE AND THE 'C' SUMMARY FIGURES
      *    ARE READ BACK - SAME BYTES AS CX- BELOW.
       FD  PRV-EXTRACT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PRV-EXTRACT-REC.
           05  PX-CUST-NO                 PIC  X(06).
           05  PX-REC-TYPE                PIC  X(01).
           05  PX-ASOF-DATE               PIC  9(08).
           05  PX-KYC-EXPIRY              PIC  9(08).
           05  PX-RISK-RATING             PIC  X(01).
           05  PX-CREDIT-HOLD             PIC  X(01).
           05  PX-ACCT-COUNT              PIC  9(02).
           05  PX-ACCT-BALANCE            PIC S9(9)V99.
           05  PX-TD-COUNT                PIC  9(02).
           05  PX-TD-PRINCIPAL            PIC  9(9)V99.
           05  PX-OPEN-AR                 PIC S9(9)V99.
           05  PX-POS-VALUE               PIC S9(9)V99.
           05  FILLER                     PIC  X(07).
      *
      *    THE CRM'S RECORD TYPES - 'C' CUSTOMER SUMMARY, 'A' LINKED
      *    ACCOUNT, 'D' TERM DEPOSIT, 'B' BROKING CLIENT ACCOUNT AND
      *    'X' CUSTOMER DROPPED SINCE THE LAST EXTRACT - PLUS THE
      *    '* TRAILER ' CONTROL RECORD. THE CUSTOMER KEY LEADS EVERY
      *    DETAIL BECAUSE EXTVRFY HASHES THE FIRST SIX BYTES OF EACH
      *    DETAIL LINE, AS IN IBEXTRCT.
       FD  EXTRACT-OUT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  EXTRACT-OUT-REC                PIC  X(80).
      *    CX-CHANGE-FLAGS - CX-NEW-FLAG 'Y' WHEN THE CUSTOMER WAS NOT
      *    ON THE PREVIOUS EXTRACT (ALL SEGMENT FLAGS ARE THEN 'Y'),
      *    OTHERWISE EACH SEGMENT FLAG IS 'Y' WHEN ITS FIGURES DIFFER
      *    FROM LAST NIGHT'S AND 'N' WHEN THEY DO NOT.
       01  CUSTOMER-REC REDEFINES EXTRACT-OUT-REC.
           05  CX-CUST-NO                 PIC  X(06).
           05  CX-REC-TYPE                PIC  X(01).
           05  CX-ASOF-DATE               PIC  9(08).
           05  CX-KYC-EXPIRY              PIC  9(08).
           05  CX-RISK-RATING             PIC  X(01).
           05  CX-CREDIT-HOLD             PIC  X(01).
           05  CX-ACCT-COUNT              PIC  9(02).
           05  CX-ACCT-BALANCE            PIC S9(9)V99.
           05  CX-TD-COUNT                PIC  9(02).
           05  CX-TD-PRINCIPAL            PIC  9(9)V99.
           05  CX-OPEN-AR                 PIC S9(9)V99.
           05  CX-POS-VALUE               PIC S9(9)V99.
           05  CX-CHANGE-FLAGS.
               10  CX-NEW-FLAG            PIC  X(01).
               10  CX-ACCT-CHG            PIC  X(01).
               10  CX-TD-CHG              PIC  X(01).
               10  CX-AR-CHG              PIC  X(01).
               10  CX-HOLD-CHG            PIC  X(01).
               10  CX-POS-CHG             PIC  X(01).
               10  CX-KYC-CHG             PIC  X(01).
       01  ACCOUNT-REC REDEFINES EXTRACT-OUT-REC.
           05  AX-CUST-NO                 PIC  X(06).
           05  AX-REC-TYPE                PIC  X(01).
           05  AX-ACCT-NO                 PIC  X(10).
           05  AX-HOLDER-ROLE             PIC  X(01).
           05  AX-ACCT-TYPE               PIC  X(01).
           05  AX-CURRENCY                PIC  X(03).
           05  AX-BALANCE                 PIC S9(7)V99.
           05  AX-AVAIL                   PIC S9(7)V99.
           05  AX-DORMANT-STATUS          PIC  X(01).
           05  AX-ESTATE-STATUS           PIC  X(01).
           05  AX-SANCTION-STATUS         PIC  X(01).
           05  AX-OPENED-DATE             PIC  9(08).
           05  AX-HOME-BRANCH             PIC  X(04).
           05  FILLER                     PIC  X(25).
       01  DEPOSIT-REC REDEFINES EXTRACT-OUT-REC.
           05  DX-CUST-NO                 PIC  X(06).
           05  DX-REC-TYPE                PIC  X(01).
           05  DX-ACCT-NO                 PIC  X(10).
           05  DX-PRINCIPAL               PIC  9(7)V99.
           05  DX-RATE                    PIC  9V9999.
           05  DX-OPEN-DATE               PIC  9(08).
           05  DX-MATURITY-DATE           PIC  9(08).
           05  DX-ROLLOVER                PIC  X(01).
           05  DX-ACCRUED-INT             PIC  9(7)V99.
           05  FILLER                     PIC  X(23).
      *    BX-VALUE-BASIS 'M' = EVERY OPEN POSITION VALUED AT
      *    TONIGHT'S POSVAL MARKET VALUE, 'C' = ONE OR MORE CARRIED
      *    AT LEDGER COST (NO VALUATION ON POSVALH FOR THE DATE).
       01  BROKING-REC REDEFINES EXTRACT-OUT-REC.
           05  BX-CUST-NO                 PIC  X(06).
           05  BX-REC-TYPE                PIC  X(01).
           05  BX-CLIENT-ID               PIC  X(08).
           05  BX-DEMAT-ACCT              PIC  X(16).
           05  BX-SETTLE-ACCT-NO          PIC  X(10).
           05  BX-POSITIONS               PIC  9(03).
           05  BX-POS-VALUE               PIC S9(9)V99.
           05  BX-VALUE-BASIS             PIC  X(01).
           05  FILLER                     PIC  X(24).
      *    XX-REASON 'C' = CLOSED, 'M' = MERGED AWAY (XX-FORWARD-KEY
      *    IS THE SURVIVOR), 'P' = NO LONGER ON CUSKS080 (PURGED).
       01  DROPPED-REC REDEFINES EXTRACT-OUT-REC.
           05  XX-CUST-NO                 PIC  X(06).
           05  XX-REC-TYPE                PIC  X(01).
           05  XX-ASOF-DATE               PIC  9(08).
           05  XX-REASON                  PIC  X(01).
           05  XX-FORWARD-KEY             PIC  X(06).
           05  FILLER                     PIC  X(58).
       01  EXTRACT-TRAILER-REC REDEFINES EXTRACT-OUT-REC.
           05  TR-ID                      PIC  X(11).
           05  TR-READ-LIT                PIC  X(08).
           05  TR-READ-COUNT              PIC  9(07).
           05  FILLER                     PIC  X(01).
           05  TR-SEL-LIT                 PIC  X(08).
           05  TR-SEL-COUNT               PIC  9(07).
           05  FILLER                     PIC  X(01).
           05  TR-HASH-LIT                PIC  X(08).
           05  TR-HASH                    PIC  9(09).
           05  FILLER                     PIC  X(20).
      *
       WORKING-STORAGE SECTION.
      *
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE INVOICE  END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
      *
       01  CUSKS080-STATUS             PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-TD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CLIXREF-STATUS           PIC X(02) VALUE SPACES.
       01  WS-POSL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PV-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PRV-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EXT-STATUS               PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  SWITCHES.
           05 END-OF-CUSTOMERS-SW      PIC X(01) VALUE 'N'.
              88 END-OF-CUSTOMERS                VALUE 'Y'.
           05 END-OF-XREF-SW           PIC X(01) VALUE 'N'.
              88 END-OF-XREF                     VALUE 'Y'.
           05 END-OF-INVOICES-SW       PIC X(01) VALUE 'N'.
              88 END-OF-INVOICES                 VALUE 'Y'.
           05 END-OF-CLIXREF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CLIXREF                  VALUE 'Y'.
           05 END-OF-POSLEDG-SW        PIC X(01) VALUE 'N'.
              88 END-OF-POSLEDG                  VALUE 'Y'.
           05 END-OF-PREVIOUS-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PREVIOUS                 VALUE 'Y'.
           05 CLIXREF-OPEN-SW          PIC X(01) VALUE 'N'.
              88 CLIXREF-OPEN                    VALUE 'Y'.
           05 POSLEDG-OPEN-SW          PIC X(01) VALUE 'N'.
              88 POSLEDG-OPEN                    VALUE 'Y'.
           05 POSVALH-OPEN-SW          PIC X(01) VALUE 'N'.
              88 POSVALH-OPEN                    VALUE 'Y'.
           05 PREVIOUS-OPEN-SW         PIC X(01) VALUE 'N'.
              88 PREVIOUS-OPEN                   VALUE 'Y'.
      *
       01  WS-TODAY-DATE               PIC 9(08) VALUE ZEROES.
       01  CUSTNO-WS                   PIC X(06).
      *    KEY OF THE PREVIOUS EXTRACT'S CURRENT 'C' RECORD - HIGH-
      *    VALUES ONCE IT IS EXHAUSTED (OR WAS NEVER THERE).
       01  WS-PRV-KEY                  PIC X(06) VALUE HIGH-VALUES.
      *
       01  WS-READ-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-WRITTEN-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-CUSTOMER-COUNT           PIC 9(07) VALUE ZEROES.
       01  WS-ACCOUNT-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-DEPOSIT-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-BROKING-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-NEW-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-CHANGED-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-DROPPED-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-NO-BALANCE-COUNT         PIC 9(05) VALUE ZEROES.
      *
      *    SAME COUNT-AND-HASH RULE AS IBEXTRCT/EXTVRFY - EVERY
      *    DETAIL COUNTS, AND THE FIRST SIX BYTES OF EACH DETAIL
      *    LINE (THE CUSTOMER KEY) SUM INTO THE HASH.
       01  WS-KEY-CHECKSUM             PIC 9(09) VALUE ZEROES.
       01  WS-KEY-NUMERIC              PIC 9(06) VALUE ZEROES.
      *
      *    ONE CUSTOMER'S FIGURES, ADDED UP FROM ITS 'A', 'D' AND
      *    'B' RECORDS FOR THE 'C' SUMMARY. THE 'C' RECORD GOES OUT
      *    AHEAD OF THE DETAILS, SO THE DETAILS ARE HELD BELOW UNTIL
      *    THE TOTALS ARE KNOWN.
       01  CUST-TOTAL-FIELDS           COMP-3.
           05 CT-ACCT-COUNT            PIC S9(3).
           05 CT-ACCT-BALANCE          PIC S9(9)V99.
           05 CT-TD-COUNT              PIC S9(3).
           05 CT-TD-PRINCIPAL          PIC S9(9)V99.
           05 CT-OPEN-AR               PIC S9(9)V99.
           05 CT-POS-VALUE             PIC S9(9)V99.
           05 CT-CLIENT-VALUE          PIC S9(9)V99.
           05 CT-CLIENT-POSITIONS      PIC S9(3).
           05 CT-POSITION-COST         PIC S9(9)V99.
      *
       01  WS-VALUE-BASIS              PIC X(01) VALUE SPACE.
      *
      *    HELD DETAIL RECORDS FOR THE CUSTOMER IN HAND - A CUSTOMER
      *    WITH MORE THAN 50 ACCOUNTS, DEPOSITS AND CLIENT ACCOUNTS
      *    TOGETHER HAS THE REST LEFT OFF (COUNTED IN THE TOTALS,
      *    LISTED ON SYSOUT).
       01  WS-HELD-COUNT               PIC 9(03) VALUE ZEROES.
       01  WS-HELD-IDX                 PIC 9(03) VALUE ZEROES.
       01  WS-OVERFLOW-COUNT           PIC 9(05) VALUE ZEROES.
       01  HELD-DETAIL-TABLE.
           05 HELD-DETAIL              PIC X(80) OCCURS 50 TIMES.
      *
      *    THE CUSTOMER'S OPEN RECEIVABLES - SAME INVOICE CURSOR
      *    SHAPE AS CUSTPOS'S POSCUR, SAME INVTOTAL-MINUS-INVPAID
      *    OPEN BALANCE.
           EXEC SQL
              DECLARE CRMCUR CURSOR FOR
                 SELECT INVCUST,INVNO,INVDATE,INVTOTAL,INVPAID
                   FROM INV
                    WHERE INVCUST = :CUSTNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PRODUCE-EXTRACT.
      *
            DISPLAY "***                                         ***".
            DISPLAY "CUSTOMER-360 CRM EXTRACT".
      *
            CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
            PERFORM 010-OPEN-FILES.
            PERFORM 050-READ-PREVIOUS.
      *
            PERFORM 100-PROCESS-CUSTOMER
               UNTIL END-OF-CUSTOMERS.
      *
      *    WHATEVER IS LEFT ON LAST NIGHT'S EXTRACT HAS GONE FROM
      *    THE MASTER ALTOGETHER.
            PERFORM 600-DROP-PURGED-CUSTOMER
               UNTIL WS-PRV-KEY = HIGH-VALUES.
      *
            PERFORM 800-WRITE-CONTROL-TRAILER.
      *
            DISPLAY 'CUSTOMERS READ        : ' WS-READ-COUNT.
            DISPLAY 'CUSTOMERS EXTRACTED   : ' WS-CUSTOMER-COUNT.
            DISPLAY '  NEW SINCE LAST RUN  : ' WS-NEW-COUNT.
            DISPLAY '  CHANGED             : ' WS-CHANGED-COUNT.
            DISPLAY 'CUSTOMERS DROPPED     : ' WS-DROPPED-COUNT.
            DISPLAY 'ACCOUNT RECORDS       : ' WS-ACCOUNT-COUNT.
            DISPLAY 'TERM DEPOSIT RECORDS  : ' WS-DEPOSIT-COUNT.
            DISPLAY 'BROKING RECORDS       : ' WS-BROKING-COUNT.
            DISPLAY 'ACCOUNTS NOT ON BALFILE: ' WS-NO-BALANCE-COUNT.
            DISPLAY 'DETAILS LEFT OFF      : ' WS-OVERFLOW-COUNT.
      *
            PERFORM 999-CLOSE-FILES.
      *
            DISPLAY "END OF CRM EXTRACT.".
            STOP RUN.
      *
       010-OPEN-FILES.
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
            OPEN INPUT TD-MASTER-FILE.
            IF WS-TD-STATUS NOT = '00'
               MOVE 'Error opening file TDMAST'   TO WS-ERR-MSG
               MOVE WS-TD-STATUS                  TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT CLI-XREF-FILE.
            IF WS-CLIXREF-STATUS = '00'
               MOVE 'Y' TO CLIXREF-OPEN-SW
            END-IF.
      *
            OPEN INPUT POS-LEDGER-FILE.
            IF WS-POSL-STATUS = '00'
               MOVE 'Y' TO POSLEDG-OPEN-SW
            END-IF.
      *
            OPEN INPUT VAL-HISTORY-FILE.
            IF WS-PV-STATUS = '00'
               MOVE 'Y' TO POSVALH-OPEN-SW
            END-IF.
      *
            OPEN INPUT PRV-EXTRACT-FILE.
            IF WS-PRV-STATUS = '00'
               MOVE 'Y' TO PREVIOUS-OPEN-SW
            ELSE
               DISPLAY 'NO PREVIOUS EXTRACT - ALL CUSTOMERS GO OUT '
                       'AS NEW'
            END-IF.
      *
            OPEN OUTPUT EXTRACT-OUT-FILE.
            IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error opening file CRMEXTR'  TO WS-ERR-MSG
               MOVE WS-EXT-STATUS                 TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
      *    NEXT 'C' SUMMARY OFF LAST NIGHT'S EXTRACT - ITS OTHER
      *    RECORD TYPES AND THE TRAILER ARE STEPPED OVER.
       050-READ-PREVIOUS.
      *
            MOVE HIGH-VALUES TO WS-PRV-KEY.
            IF PREVIOUS-OPEN
               MOVE 'N' TO END-OF-PREVIOUS-SW
               PERFORM 055-READ-ONE-PREVIOUS
                  UNTIL END-OF-PREVIOUS
                     OR WS-PRV-KEY NOT = HIGH-VALUES
            END-IF.
      *
       055-READ-ONE-PREVIOUS.
      *
            READ PRV-EXTRACT-FILE
               AT END
                  MOVE 'Y' TO END-OF-PREVIOUS-SW
               NOT AT END
                  IF PX-REC-TYPE = 'C'
                     MOVE PX-CUST-NO TO WS-PRV-KEY
                  END-IF
            END-READ.
      *
      *    THE MASTER AND LAST NIGHT'S EXTRACT ARE BOTH IN CUSTOMER
      *    KEY ORDER, SO THEY ARE MATCHED AS THEY ARE READ.
       100-PROCESS-CUSTOMER.
      *
            READ CUSKS080-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO END-OF-CUSTOMERS-SW
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  PERFORM 600-DROP-PURGED-CUSTOMER
                     UNTIL WS-PRV-KEY NOT < CUSKS080-KEY
                  IF CUS-ACCT-ACTIVE
                     PERFORM 110-EXTRACT-ONE-CUSTOMER
                  ELSE
                     IF WS-PRV-KEY = CUSKS080-KEY
                        PERFORM 610-DROP-INACTIVE-CUSTOMER
                     END-IF
                  END-IF
                  IF WS-PRV-KEY = CUSKS080-KEY
                     PERFORM 050-READ-PREVIOUS
                  END-IF
            END-READ.
      *
       110-EXTRACT-ONE-CUSTOMER.
      *
            MOVE CUSKS080-KEY TO CUSTNO-WS.
            MOVE ZEROES       TO CT-ACCT-COUNT CT-ACCT-BALANCE
                                 CT-TD-COUNT CT-TD-PRINCIPAL
                                 CT-OPEN-AR CT-POS-VALUE.
            MOVE ZEROES       TO WS-HELD-COUNT.
      *
            PERFORM 200-COLLECT-LINKED-ACCOUNTS.
            PERFORM 300-TOTAL-OPEN-RECEIVABLES.
            PERFORM 400-COLLECT-CLIENT-ACCOUNTS THRU 400-COLLECT-EXIT.
      *
            PERFORM 500-WRITE-CUSTOMER-SUMMARY.
            PERFORM 520-WRITE-HELD-DETAIL
               VARYING WS-HELD-IDX FROM 1 BY 1
                 UNTIL WS-HELD-IDX > WS-HELD-COUNT.
      *
      *    SAME START/READ-NEXT SHAPE AS CUSTPOS - EVERY XREF RECORD
      *    FOR THE CUSTOMER, EACH ONE DRIVING A RANDOM BALFILE READ
      *    AND A RANDOM TDMAST READ.
       200-COLLECT-LINKED-ACCOUNTS.
      *
            MOVE 'N'       TO END-OF-XREF-SW.
            MOVE CUSTNO-WS TO XR-CUST-NO.
            MOVE SPACES    TO XR-ACCT-NO.
            START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                INVALID KEY
                    MOVE 'Y' TO END-OF-XREF-SW
            END-START.
      *
            PERFORM 210-READ-NEXT-XREF
               UNTIL END-OF-XREF.
      *
       210-READ-NEXT-XREF.
      *
            READ XREF-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-XREF-SW
                NOT AT END
                    IF XR-CUST-NO NOT = CUSTNO-WS
                        MOVE 'Y' TO END-OF-XREF-SW
                    ELSE
                        PERFORM 220-COLLECT-ONE-ACCOUNT
                        PERFORM 230-COLLECT-TERM-DEPOSIT
                    END-IF
            END-READ.
      *
       220-COLLECT-ONE-ACCOUNT.
      *
            MOVE SPACES         TO EXTRACT-OUT-REC.
            MOVE CUSTNO-WS      TO AX-CUST-NO.
            MOVE 'A'            TO AX-REC-TYPE.
            MOVE XR-ACCT-NO     TO AX-ACCT-NO.
            MOVE XR-HOLDER-ROLE TO AX-HOLDER-ROLE.
            MOVE XR-OPENED-DATE TO AX-OPENED-DATE.
            MOVE XR-ACCT-NO     TO ACCT-NO.
            READ BALANCE-AMT
                INVALID KEY
                    ADD 1 TO WS-NO-BALANCE-COUNT
                    DISPLAY 'ACCOUNT NOT ON BALFILE: ' XR-ACCT-NO
                            ' CUSTOMER ' CUSTNO-WS
                    MOVE ZEROES TO AX-BALANCE AX-AVAIL
                    MOVE '???'  TO AX-CURRENCY
                NOT INVALID KEY
                    MOVE ACCT-TYPE       TO AX-ACCT-TYPE
                    MOVE CURRENCY-CODE   TO AX-CURRENCY
                    MOVE BAL-AMT         TO AX-BALANCE
                    IF AVAIL-AMT IS NUMERIC
                       MOVE AVAIL-AMT    TO AX-AVAIL
                    ELSE
                       MOVE BAL-AMT      TO AX-AVAIL
                    END-IF
                    MOVE DORMANT-STATUS  TO AX-DORMANT-STATUS
                    MOVE ESTATE-STATUS   TO AX-ESTATE-STATUS
                    MOVE SANCTION-STATUS TO AX-SANCTION-STATUS
                    MOVE HOME-BRANCH     TO AX-HOME-BRANCH
                    ADD BAL-AMT          TO CT-ACCT-BALANCE
            END-READ.
            ADD 1 TO CT-ACCT-COUNT.
            PERFORM 510-HOLD-DETAIL.
      *
      *    A LINKED ACCOUNT THAT IS ON TDMAST IS A TERM DEPOSIT.
       230-COLLECT-TERM-DEPOSIT.
      *
            MOVE XR-ACCT-NO TO TD-ACCT-NO.
            READ TD-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SPACES           TO EXTRACT-OUT-REC
                    MOVE CUSTNO-WS        TO DX-CUST-NO
                    MOVE 'D'              TO DX-REC-TYPE
                    MOVE TD-ACCT-NO       TO DX-ACCT-NO
                    MOVE TD-PRINCIPAL     TO DX-PRINCIPAL
                    MOVE TD-RATE          TO DX-RATE
                    MOVE TD-OPEN-DATE     TO DX-OPEN-DATE
                    MOVE TD-MATURITY-DATE TO DX-MATURITY-DATE
                    MOVE TD-ROLLOVER      TO DX-ROLLOVER
                    MOVE TD-ACCRUED-INT   TO DX-ACCRUED-INT
                    ADD 1                 TO CT-TD-COUNT
                    ADD TD-PRINCIPAL      TO CT-TD-PRINCIPAL
                    PERFORM 510-HOLD-DETAIL
            END-READ.
      *
      *    A CURSOR FAILURE STOPS THE RUN - A CRM FILE WITH SILENTLY
      *    MISSING RECEIVABLES IS WORSE THAN A LATE ONE.
       300-TOTAL-OPEN-RECEIVABLES.
      *
            MOVE CUSTNO-WS TO CUSTNO.
      *
            EXEC SQL
               OPEN CRMCUR
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE: ' SQLCODE
               MOVE 'Error opening cursor CRMCUR' TO WS-ERR-MSG
               MOVE '99'                          TO WS-ERR-CDE
               MOVE '300-TOTAL-OPEN-RECEIVABLES'  TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            MOVE 'N' TO END-OF-INVOICES-SW.
            PERFORM 310-FETCH-AND-TOTAL-INVOICE
               UNTIL END-OF-INVOICES.
      *
            EXEC SQL
               CLOSE CRMCUR
            END-EXEC.
      *
       310-FETCH-AND-TOTAL-INVOICE.
      *
            EXEC SQL
               FETCH CRMCUR
                INTO :INVCUST, :INVNO, :INVDATE, :INVTOTAL, :INVPAID
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-INVOICES-SW
               IF SQLCODE NOT = 100
                  DISPLAY 'SQLCODE: ' SQLCODE
                  MOVE 'Error fetching cursor CRMCUR' TO WS-ERR-MSG
                  MOVE '99'                           TO WS-ERR-CDE
                  MOVE '310-FETCH-AND-TOTAL-INVOICE'  TO WS-ERR-PROC
                  PERFORM Y0001-ERR-HANDLING
               END-IF
            ELSE
               COMPUTE CT-OPEN-AR =
                       CT-OPEN-AR + INVTOTAL - INVPAID
            END-IF.
      *
      *    ONE 'B' RECORD PER LINKED CLIENT ACCOUNT, VALUED OFF THE
      *    POSITION LEDGER.
       400-COLLECT-CLIENT-ACCOUNTS.
      *
            IF NOT CLIXREF-OPEN
               GO TO 400-COLLECT-EXIT
            END-IF.
            MOVE 'N'       TO END-OF-CLIXREF-SW.
            MOVE CUSTNO-WS TO CC-CUST-NO.
            MOVE SPACES    TO CC-CLIENT-ID.
            START CLI-XREF-FILE KEY IS NOT LESS THAN CC-KEY
                INVALID KEY
                    MOVE 'Y' TO END-OF-CLIXREF-SW
            END-START.
      *
            PERFORM 410-READ-NEXT-CLIENT
               UNTIL END-OF-CLIXREF.
      *
       400-COLLECT-EXIT.
            EXIT.
      *
       410-READ-NEXT-CLIENT.
      *
            READ CLI-XREF-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-CLIXREF-SW
                NOT AT END
                    IF CC-CUST-NO NOT = CUSTNO-WS
                        MOVE 'Y' TO END-OF-CLIXREF-SW
                    ELSE
                        PERFORM 420-VALUE-ONE-CLIENT
                    END-IF
            END-READ.
      *
       420-VALUE-ONE-CLIENT.
      *
            MOVE ZEROES TO CT-CLIENT-VALUE CT-CLIENT-POSITIONS.
            MOVE 'M'    TO WS-VALUE-BASIS.
      *
            IF POSLEDG-OPEN
               MOVE 'N'          TO END-OF-POSLEDG-SW
               MOVE CC-CLIENT-ID TO PL-CLIENT-ID
               MOVE SPACES       TO PL-INSTRUMENT
               START POS-LEDGER-FILE KEY IS NOT LESS THAN PL-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-POSLEDG-SW
               END-START
               PERFORM 430-READ-NEXT-POSITION
                  UNTIL END-OF-POSLEDG
            END-IF.
      *
            MOVE SPACES              TO EXTRACT-OUT-REC.
            MOVE CUSTNO-WS           TO BX-CUST-NO.
            MOVE 'B'                 TO BX-REC-TYPE.
            MOVE CC-CLIENT-ID        TO BX-CLIENT-ID.
            MOVE CC-DEMAT-ACCT       TO BX-DEMAT-ACCT.
            MOVE CC-SETTLE-ACCT-NO   TO BX-SETTLE-ACCT-NO.
            MOVE CT-CLIENT-POSITIONS TO BX-POSITIONS.
            MOVE CT-CLIENT-VALUE     TO BX-POS-VALUE.
            MOVE WS-VALUE-BASIS      TO BX-VALUE-BASIS.
            ADD CT-CLIENT-VALUE      TO CT-POS-VALUE.
            PERFORM 510-HOLD-DETAIL.
      *
       430-READ-NEXT-POSITION.
      *
            READ POS-LEDGER-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-POSLEDG-SW
                NOT AT END
                    IF PL-CLIENT-ID NOT = CC-CLIENT-ID
                        MOVE 'Y' TO END-OF-POSLEDG-SW
                    ELSE
                        IF PL-QTY NOT = ZEROES
                           PERFORM 440-VALUE-ONE-POSITION
                        END-IF
                    END-IF
            END-READ.
      *
      *    TONIGHT'S POSVAL MARKET VALUE WHEN THERE IS ONE, ELSE THE
      *    POSITION AT LEDGER COST - THE SAME FALLBACK POSVAL USES
      *    FOR AN INSTRUMENT THAT HAS NEVER BEEN PRICED.
       440-VALUE-ONE-POSITION.
      *
            ADD 1 TO CT-CLIENT-POSITIONS.
            IF POSVALH-OPEN
               MOVE PL-CLIENT-ID  TO PV-CLIENT-ID
               MOVE PL-INSTRUMENT TO PV-INSTRUMENT
               MOVE WS-TODAY-DATE TO PV-VAL-DATE
               READ VAL-HISTORY-FILE
                   INVALID KEY
                       PERFORM 450-VALUE-AT-COST
                   NOT INVALID KEY
                       ADD PV-MARKET-VALUE TO CT-CLIENT-VALUE
               END-READ
            ELSE
               PERFORM 450-VALUE-AT-COST
            END-IF.
      *
       450-VALUE-AT-COST.
      *
            COMPUTE CT-POSITION-COST ROUNDED = PL-QTY * PL-AVG-COST.
            ADD CT-POSITION-COST TO CT-CLIENT-VALUE.
            MOVE 'C' TO WS-VALUE-BASIS.
      *
      *    THE SUMMARY GOES OUT FIRST SO THE CRM LOADS THE CUSTOMER
      *    BEFORE ITS ACCOUNTS, DEPOSITS AND CLIENT ACCOUNTS.
       500-WRITE-CUSTOMER-SUMMARY.
      *
            MOVE SPACES           TO EXTRACT-OUT-REC.
            MOVE CUSTNO-WS        TO CX-CUST-NO.
            MOVE 'C'              TO CX-REC-TYPE.
            MOVE WS-TODAY-DATE    TO CX-ASOF-DATE.
            IF CUS-KYC-EXPIRY-DATE IS NUMERIC
               MOVE CUS-KYC-EXPIRY-DATE TO CX-KYC-EXPIRY
            ELSE
               MOVE ZEROES              TO CX-KYC-EXPIRY
            END-IF.
            MOVE CUS-KYC-RISK-RATING TO CX-RISK-RATING.
            IF CUS-CREDIT-HOLD = 'Y'
               MOVE 'Y' TO CX-CREDIT-HOLD
            ELSE
               MOVE 'N' TO CX-CREDIT-HOLD
            END-IF.
            MOVE CT-ACCT-COUNT    TO CX-ACCT-COUNT.
            MOVE CT-ACCT-BALANCE  TO CX-ACCT-BALANCE.
            MOVE CT-TD-COUNT      TO CX-TD-COUNT.
            MOVE CT-TD-PRINCIPAL  TO CX-TD-PRINCIPAL.
            MOVE CT-OPEN-AR       TO CX-OPEN-AR.
            MOVE CT-POS-VALUE     TO CX-POS-VALUE.
      *
            IF WS-PRV-KEY = CUSTNO-WS
               PERFORM 505-SET-CHANGE-FLAGS
            ELSE
               MOVE 'YYYYYYY'     TO CX-CHANGE-FLAGS
               ADD 1              TO WS-NEW-COUNT
            END-IF.
      *
            ADD 1 TO WS-CUSTOMER-COUNT.
            PERFORM 700-WRITE-DETAIL.
      *
       505-SET-CHANGE-FLAGS.
      *
            MOVE 'NNNNNNN' TO CX-CHANGE-FLAGS.
            IF CX-ACCT-COUNT   NOT = PX-ACCT-COUNT
               OR CX-ACCT-BALANCE NOT = PX-ACCT-BALANCE
               MOVE 'Y' TO CX-ACCT-CHG
            END-IF.
            IF CX-TD-COUNT     NOT = PX-TD-COUNT
               OR CX-TD-PRINCIPAL NOT = PX-TD-PRINCIPAL
               MOVE 'Y' TO CX-TD-CHG
            END-IF.
            IF CX-OPEN-AR      NOT = PX-OPEN-AR
               MOVE 'Y' TO CX-AR-CHG
            END-IF.
            IF CX-CREDIT-HOLD  NOT = PX-CREDIT-HOLD
               MOVE 'Y' TO CX-HOLD-CHG
            END-IF.
            IF CX-POS-VALUE    NOT = PX-POS-VALUE
               MOVE 'Y' TO CX-POS-CHG
            END-IF.
            IF CX-KYC-EXPIRY   NOT = PX-KYC-EXPIRY
               OR CX-RISK-RATING  NOT = PX-RISK-RATING
               MOVE 'Y' TO CX-KYC-CHG
            END-IF.
            IF CX-CHANGE-FLAGS NOT = 'NNNNNNN'
               ADD 1 TO WS-CHANGED-COUNT
            END-IF.
      *
       510-HOLD-DETAIL.
      *
            IF WS-HELD-COUNT < 50
               ADD 1 TO WS-HELD-COUNT
               MOVE EXTRACT-OUT-REC TO HELD-DETAIL (WS-HELD-COUNT)
            ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY 'DETAIL LEFT OFF FOR CUSTOMER ' CUSTNO-WS
                       ': ' EXTRACT-OUT-REC (7:18)
            END-IF.
      *
       520-WRITE-HELD-DETAIL.
      *
            MOVE HELD-DETAIL (WS-HELD-IDX) TO EXTRACT-OUT-REC.
            EVALUATE AX-REC-TYPE
               WHEN 'A'
                  ADD 1 TO WS-ACCOUNT-COUNT
               WHEN 'D'
                  ADD 1 TO WS-DEPOSIT-COUNT
               WHEN 'B'
                  ADD 1 TO WS-BROKING-COUNT
            END-EVALUATE.
            PERFORM 700-WRITE-DETAIL.
      *
      *    ON LAST NIGHT'S EXTRACT, NOT ON THE MASTER ANY MORE.
       600-DROP-PURGED-CUSTOMER.
      *
            MOVE SPACES        TO EXTRACT-OUT-REC.
            MOVE WS-PRV-KEY    TO XX-CUST-NO.
            MOVE 'X'           TO XX-REC-TYPE.
            MOVE WS-TODAY-DATE TO XX-ASOF-DATE.
            MOVE 'P'           TO XX-REASON.
            ADD 1 TO WS-DROPPED-COUNT.
            PERFORM 700-WRITE-DETAIL.
            PERFORM 050-READ-PREVIOUS.
      *
      *    ON LAST NIGHT'S EXTRACT, NOW CLOSED OR MERGED AWAY.
       610-DROP-INACTIVE-CUSTOMER.
      *
            MOVE SPACES        TO EXTRACT-OUT-REC.
            MOVE CUSKS080-KEY  TO XX-CUST-NO.
            MOVE 'X'           TO XX-REC-TYPE.
            MOVE WS-TODAY-DATE TO XX-ASOF-DATE.
            IF CUS-FORWARD-KEY NOT = SPACES
               MOVE 'M'             TO XX-REASON
               MOVE CUS-FORWARD-KEY TO XX-FORWARD-KEY
            ELSE
               MOVE 'C'             TO XX-REASON
            END-IF.
            ADD 1 TO WS-DROPPED-COUNT.
            PERFORM 700-WRITE-DETAIL.
      *
       700-WRITE-DETAIL.
      *
            WRITE EXTRACT-OUT-REC.
            IF WS-EXT-STATUS NOT = '00'
               MOVE 'Error writing file CRMEXTR'  TO WS-ERR-MSG
               MOVE WS-EXT-STATUS                 TO WS-ERR-CDE
               MOVE '700-WRITE-DETAIL'            TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
            ADD 1 TO WS-WRITTEN-COUNT.
            IF EXTRACT-OUT-REC (1:6) IS NUMERIC
               MOVE EXTRACT-OUT-REC (1:6) TO WS-KEY-NUMERIC
            ELSE
               MOVE ZEROES                TO WS-KEY-NUMERIC
            END-IF.
            ADD WS-KEY-NUMERIC TO WS-KEY-CHECKSUM.
      *
       800-WRITE-CONTROL-TRAILER.
      *
            MOVE SPACES           TO EXTRACT-OUT-REC.
            MOVE '* TRAILER '     TO TR-ID.
            MOVE 'READ  = '       TO TR-READ-LIT.
            MOVE WS-READ-COUNT    TO TR-READ-COUNT.
            MOVE 'SEL   = '       TO TR-SEL-LIT.
            MOVE WS-WRITTEN-COUNT TO TR-SEL-COUNT.
            MOVE 'HASH  = '       TO TR-HASH-LIT.
            MOVE WS-KEY-CHECKSUM  TO TR-HASH.
            WRITE EXTRACT-OUT-REC.
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
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
      *
       999-CLOSE-FILES.
      *
            CLOSE CUSKS080-FILE.
            CLOSE XREF-FILE.
            CLOSE BALANCE-AMT.
            CLOSE TD-MASTER-FILE.
            CLOSE CLI-XREF-FILE.
            CLOSE POS-LEDGER-FILE.
            CLOSE VAL-HISTORY-FILE.
            CLOSE PRV-EXTRACT-FILE.
            CLOSE EXTRACT-OUT-FILE.
      *
       END PROGRAM CRMEXTR.
