      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 01-02-2021
      * Purpose: BAD-DEBT PROVISIONING RUN - AGES EVERY CUSTOMER'S
      *        : OPEN DB2 INVOICES INTO THE SAME CURRENT/31-60/61-90/
      *        : 90+ BUCKETS AS CBINVAGE AND APPLIES THE PROVISION
      *        : PERCENTAGE FOR EACH BUCKET (PROVPCT CARD, ELSE THE
      *        : HOUSE DEFAULTS). A CUSTOMER WHO HAS BROKEN MORE THAN
      *        : ONE PROMISE ON PROMFILE IS PROVIDED IN FULL. EACH
      *        : CUSTOMER'S NEW PROVISION IS COMPARED WITH THE ONE
      *        : BOOKED LAST TIME ON PROVMAST, AND ONLY THE NET
      *        : MOVEMENT IS POSTED THROUGH GLFEED - A CHARGE TO BAD-
      *        : DEBT EXPENSE AGAINST THE ALLOWANCE FOR DOUBTFUL
      *        : DEBTS, OR A RELEASE BACK. THE PROVISION SCHEDULE BY
      *        : CUSTOMER (PROVSCH) IS THE JOURNAL'S BACK-UP.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. BDPROV.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPTIONAL PERCENT-CARD-FILE ASSIGN TO PROVPCT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PCT-STATUS.
      *    PROMISE-TO-PAY FILE (MAINTAINED BY PROMMNT, JUDGED KEPT/
      *    BROKEN BY PROMCHK, ESCALATED BY DUNLET). ABSENT FILE =
      *    NO CUSTOMER IS PROVIDED IN FULL FOR BROKEN PROMISES.
           SELECT OPTIONAL PROMISE-FILE ASSIGN TO PROMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-KEY
                  FILE STATUS IS WS-PROM-STATUS.
      *    ONE RECORD PER CUSTOMER CARRYING THE PROVISION BOOKED ON
      *    THE GL BY THE LAST RUN - THE FIGURE THIS RUN MOVES FROM.
           SELECT PROVISION-FILE ASSIGN TO PROVMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PV-CUST-NO
                  FILE STATUS IS WS-PROV-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO GLFEED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO PROVSCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCH-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *    PROVISION PERCENTAGES FOR THE CURRENT, 31-60, 61-90 AND
      *    90+ BUCKETS, EACH 999V99 PERCENT. A BLANK, NON-NUMERIC OR
      *    OVER-100 FIELD LEAVES THAT BUCKET AT ITS DEFAULT.
       FD PERCENT-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 PERCENT-CARD-REC.
           05 PCT-CARD-ENTRY          PIC 9(03)V99 OCCURS 4 TIMES.
           05 FILLER                  PIC X(60).
      *
      *    LAYOUT MIRRORS PROMMNT.CBL'S PROMISE-REC.
       FD PROMISE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 PROMISE-REC.
           05 PR-KEY.
              10 PR-CUST-NO           PIC X(06).
              10 PR-INVNO             PIC X(06).
           05 PR-AMOUNT               PIC 9(7)V99.
           05 PR-PROMISED-DATE        PIC 9(08).
           05 PR-COLLECTOR-ID         PIC X(08).
           05 PR-BASE-OPEN            PIC 9(7)V99.
           05 PR-STATUS               PIC X(01).
              88 PR-OPEN                      VALUE 'O'.
              88 PR-KEPT                      VALUE 'K'.
              88 PR-BROKEN                    VALUE 'B'.
              88 PR-ESCALATED                 VALUE 'E'.
           05 PR-ENTERED-DATE         PIC 9(08).
           05 FILLER                  PIC X(25).
      *
      *    PV-RUN-DATE/PV-RUN-TIME STAMP THE RUN THAT LAST SET THE
      *    RECORD, SO THE CLOSING SWEEP CAN TELL WHICH CUSTOMERS THIS
      *    RUN NEVER REACHED (NOTHING LEFT OPEN ON THE TABLE).
      *    PV-BASIS 'AGED' = BUCKET PERCENTAGES, 'FULL' = BROKEN
      *    PROMISES, 'NONE' = RELEASED, NOTHING OPEN.
       FD PROVISION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 PROVISION-REC.
           05 PV-CUST-NO              PIC X(06).
           05 PV-PROVISION            PIC 9(9)V99.
           05 PV-RUN-DATE             PIC 9(08).
           05 PV-RUN-TIME             PIC 9(08).
           05 PV-OPEN-BALANCE         PIC 9(9)V99.
           05 PV-BROKEN-COUNT         PIC 9(03).
           05 PV-BASIS                PIC X(04).
           05 PV-PRIOR-PROVISION      PIC 9(9)V99.
           05 PV-PRIOR-RUN-DATE       PIC 9(08).
           05 FILLER                  PIC X(10).
      *
      *    LAYOUT MIRRORS PAYAPPL.CBL'S GL-FEED-REC.
       FD GL-FEED-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 GL-FEED-REC.
           05 GL-SOURCE-ACCT-NO       PIC X(10).
           05 FILLER                  PIC X(01).
           05 GL-ACCOUNT-CODE         PIC X(06).
           05 FILLER                  PIC X(01).
           05 GL-DR-CR                PIC X(02).
           05 FILLER                  PIC X(01).
           05 GL-POST-AMOUNT          PIC 9999999.99.
           05 FILLER                  PIC X(01).
           05 GL-TRAN-TYPE            PIC X(08).
           05 FILLER                  PIC X(01).
           05 GL-TRAN-DATE            PIC 9(08).
           05 FILLER                  PIC X(01).
           05 GL-TRAN-REF             PIC X(12).
           05 GL-BRANCH-ID            PIC X(04).
           05 FILLER                  PIC X(14).
      *
       FD SCHEDULE-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01 SCHEDULE-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE INVOICE  END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
      *
       01 WS-PCT-STATUS               PIC X(02) VALUE SPACES.
       01 WS-PROM-STATUS              PIC X(02) VALUE SPACES.
       01 WS-PROV-STATUS              PIC X(02) VALUE SPACES.
       01 WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01 WS-SCH-STATUS               PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01 SWITCHES.
           05 END-OF-INVOICES-SW      PIC X(01) VALUE 'N'.
              88 END-OF-INVOICES                VALUE 'Y'.
           05 END-OF-PROVISIONS-SW    PIC X(01) VALUE 'N'.
              88 END-OF-PROVISIONS              VALUE 'Y'.
           05 WS-PROM-AVAIL-SW        PIC X(01) VALUE 'N'.
              88 WS-PROM-AVAIL                  VALUE 'Y'.
           05 WS-PROM-DONE-SW         PIC X(01) VALUE 'N'.
              88 WS-PROM-DONE                   VALUE 'Y'.
           05 WS-PROV-FOUND-SW        PIC X(01) VALUE 'N'.
              88 WS-PROV-FOUND                  VALUE 'Y'.
      *
       01 WS-TODAY-DATE               PIC 9(08).
       01 WS-RUN-TIME                 PIC 9(08).
       01 WS-TODAY-INT                PIC S9(9).
       01 WS-INV-INT                  PIC S9(9).
       01 WS-AGE-DAYS                 PIC S9(5).
       01 WS-INV-DATE-N               PIC 9(08).
       01 WS-READ-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-CUSTOMER-COUNT           PIC 9(07) VALUE ZEROES.
       01 WS-FULL-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-RELEASED-COUNT           PIC 9(07) VALUE ZEROES.
       01 WS-PREV-CUST                PIC X(06) VALUE SPACES.
       01 WS-BROKEN-COUNT             PIC 9(03) VALUE ZEROES.
       01 WS-BASIS                    PIC X(04) VALUE SPACES.
      *
      *    A PROVISION CHARGE DEBITS BAD-DEBT EXPENSE (THE SAME CODE
      *    PAYAPPL'S WRITE-OFFS HIT) AND CREDITS THE ALLOWANCE, THE
      *    CONTRA TO THE RECEIVABLES CONTROL; A RELEASE IS REVERSED.
       01 WS-BAD-DEBT-ACCT            PIC X(06) VALUE '410300'.
       01 WS-ALLOWANCE-ACCT           PIC X(06) VALUE '120900'.
      *
      *    HOUSE DEFAULT PERCENTAGES - CURRENT, 31-60, 61-90, 90+.
       01 DEFAULT-PERCENTS.
           05 FILLER                  PIC 9(03)V99 VALUE 1.00.
           05 FILLER                  PIC 9(03)V99 VALUE 5.00.
           05 FILLER                  PIC 9(03)V99 VALUE 25.00.
           05 FILLER                  PIC 9(03)V99 VALUE 50.00.
       01 PERCENT-TABLE REDEFINES DEFAULT-PERCENTS.
           05 PT-PERCENT              PIC 9(03)V99 OCCURS 4 TIMES.
       01 WS-BKT-SUB                  PIC 9(01) VALUE ZEROES.
      *
       01 CUSTOMER-FIELDS             COMP-3.
          05 CF-BUCKET                PIC S9(9)V99 OCCURS 4 TIMES.
          05 CF-OPEN-BALANCE          PIC S9(9)V99 VALUE 0.
          05 CF-PROVISION             PIC S9(9)V99 VALUE 0.
          05 CF-PRIOR                 PIC S9(9)V99 VALUE 0.
          05 CF-MOVEMENT              PIC S9(9)V99 VALUE 0.
          05 CF-BUCKET-PROV           PIC S9(9)V99 VALUE 0.
      *
       01 TOTAL-FIELDS                COMP-3.
          05 TF-BUCKET                PIC S9(9)V99 OCCURS 4 TIMES.
          05 TF-OPEN-BALANCE          PIC S9(9)V99 VALUE 0.
          05 TF-PROVISION             PIC S9(9)V99 VALUE 0.
          05 TF-PRIOR                 PIC S9(9)V99 VALUE 0.
          05 TF-MOVEMENT              PIC S9(9)V99 VALUE 0.
      *
       01 WS-OPEN-BALANCE             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-POST-AMOUNT              PIC S9(9)V99 COMP-3 VALUE 0.
      *
       01 SCH-TITLE-LINE.
           05 FILLER                  PIC X(40) VALUE
              'BAD-DEBT PROVISION SCHEDULE BY CUSTOMER '.
           05 FILLER                  PIC X(08) VALUE 'RUN DATE'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STL-RUN-DATE            PIC 9(08).
           05 FILLER                  PIC X(75) VALUE SPACES.
      *
       01 SCH-PERCENT-LINE.
           05 FILLER                  PIC X(20) VALUE
              'PROVISION RATES %   '.
           05 FILLER                  PIC X(08) VALUE 'CURRENT '.
           05 SPL-PCT-1               PIC ZZ9.99.
           05 FILLER                  PIC X(08) VALUE '  31-60 '.
           05 SPL-PCT-2               PIC ZZ9.99.
           05 FILLER                  PIC X(08) VALUE '  61-90 '.
           05 SPL-PCT-3               PIC ZZ9.99.
           05 FILLER                  PIC X(08) VALUE '  90+   '.
           05 SPL-PCT-4               PIC ZZ9.99.
           05 FILLER                  PIC X(40) VALUE
              '  BROKEN PROMISES OVER 1 = FULL         '.
           05 FILLER                  PIC X(16) VALUE SPACES.
      *
       01 SCH-HEADING-LINE.
           05 FILLER PIC X(07) VALUE 'CUSTNO '.
           05 FILLER PIC X(13) VALUE '     CURRENT '.
           05 FILLER PIC X(13) VALUE '       31-60 '.
           05 FILLER PIC X(13) VALUE '       61-90 '.
           05 FILLER PIC X(13) VALUE '         90+ '.
           05 FILLER PIC X(13) VALUE '  OPEN TOTAL '.
           05 FILLER PIC X(04) VALUE 'BRK '.
           05 FILLER PIC X(05) VALUE 'BASIS'.
           05 FILLER PIC X(13) VALUE '   PROVISION '.
           05 FILLER PIC X(13) VALUE '   LAST TIME '.
           05 FILLER PIC X(13) VALUE '    MOVEMENT '.
           05 FILLER PIC X(12) VALUE SPACES.
      *
       01 SCH-DETAIL-LINE.
           05 SDL-CUSTNO              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SDL-BUCKET-GROUP.
              10 SDL-BUCKET-ENTRY OCCURS 4 TIMES.
                 15 SDL-BUCKET        PIC Z(8)9.99.
                 15 FILLER            PIC X(01).
           05 SDL-OPEN                PIC Z(8)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SDL-BROKEN              PIC ZZZ.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SDL-BASIS               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SDL-PROVISION           PIC Z(8)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SDL-PRIOR               PIC Z(8)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SDL-MOVEMENT            PIC Z(8)9.99-.
           05 FILLER                  PIC X(12) VALUE SPACES.
      *
       01 SCH-JOURNAL-LINE.
           05 FILLER                  PIC X(10) VALUE 'JOURNAL   '.
           05 SJL-DR-CR               PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SJL-ACCOUNT             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SJL-DESCRIPTION         PIC X(30).
           05 SJL-AMOUNT              PIC Z(8)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SJL-REFERENCE           PIC X(12).
           05 FILLER                  PIC X(57) VALUE SPACES.
      *
       01 SCH-COUNT-LINE.
           05 FILLER                  PIC X(20) VALUE
              'CUSTOMERS PROVIDED  '.
           05 SCL-CUSTOMERS           PIC ZZZZZZ9.
           05 FILLER                  PIC X(20) VALUE
              '   IN FULL          '.
           05 SCL-FULL                PIC ZZZZZZ9.
           05 FILLER                  PIC X(20) VALUE
              '   RELEASED - CLEAR '.
           05 SCL-RELEASED            PIC ZZZZZZ9.
           05 FILLER                  PIC X(51) VALUE SPACES.
      *
       01 WS-GL-REFERENCE.
           05 FILLER                  PIC X(06) VALUE 'BDPROV'.
           05 WS-GL-REF-MONTH         PIC 9(06).
      *
      *    EVERY INVOICE ON THE TABLE IN CUSTOMER ORDER, SO EACH
      *    CUSTOMER'S BUCKETS ARE COMPLETE AT THE CONTROL BREAK.
           EXEC SQL
              DECLARE PROVCUR CURSOR FOR
                 SELECT INVCUST, INVNO, INVDATE, INVTOTAL, INVPAID
                   FROM INV
                  ORDER BY INVCUST, INVNO
           END-EXEC.
      *
       PROCEDURE DIVISION.
      *
       000-PROVISIONING-RUN.
      *
            DISPLAY "***                                         ***".
            DISPLAY "BAD-DEBT PROVISIONING RUN".
      *
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
            MOVE WS-TODAY-DATE (1:6) TO WS-GL-REF-MONTH.
            INITIALIZE CUSTOMER-FIELDS.
            INITIALIZE TOTAL-FIELDS.
      *
            PERFORM 010-OPEN-FILES.
            PERFORM 020-READ-PERCENT-CARD.
            PERFORM 030-WRITE-SCHEDULE-HEADING.
      *
            EXEC SQL
               OPEN PROVCUR
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE OPENING PROVCUR: ' SQLCODE
               MOVE 'Cannot open invoice cursor PROVCUR'
                                                  TO WS-ERR-MSG
               MOVE 'SQ'                          TO WS-ERR-CDE
               MOVE '000-PROVISIONING'            TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            PERFORM 100-PROCESS-INVOICE
               UNTIL END-OF-INVOICES.
      *
            EXEC SQL
               CLOSE PROVCUR
            END-EXEC.
      *
            IF WS-PREV-CUST NOT = SPACES
               PERFORM 200-PROVIDE-CUSTOMER
                  THRU 200-PROVIDE-EXIT
            END-IF.
      *
            PERFORM 300-RELEASE-CLEARED-CUSTOMERS.
            PERFORM 400-POST-MOVEMENT THRU 400-POST-EXIT.
            PERFORM 500-WRITE-SCHEDULE-TOTALS.
      *
            DISPLAY 'INVOICES READ      : ' WS-READ-COUNT.
            DISPLAY 'CUSTOMERS PROVIDED : ' WS-CUSTOMER-COUNT.
            DISPLAY 'PROVIDED IN FULL   : ' WS-FULL-COUNT.
            DISPLAY 'RELEASED - CLEAR   : ' WS-RELEASED-COUNT.
            DISPLAY 'PROVISION MOVEMENT : ' SDL-MOVEMENT.
      *
            PERFORM 999-CLOSE-FILES.
      *
            DISPLAY "END OF PROVISIONING RUN.".
            STOP RUN.
      *
       010-OPEN-FILES.
      *
            OPEN INPUT PERCENT-CARD-FILE.
      *
            OPEN INPUT PROMISE-FILE.
            IF WS-PROM-STATUS = '00'
               MOVE 'Y' TO WS-PROM-AVAIL-SW
            END-IF.
      *
            OPEN I-O PROVISION-FILE.
            IF WS-PROV-STATUS = '35'
               OPEN OUTPUT PROVISION-FILE
               CLOSE PROVISION-FILE
               OPEN I-O PROVISION-FILE
            END-IF.
            IF WS-PROV-STATUS NOT = '00'
               MOVE 'Error opening file PROVMAST' TO WS-ERR-MSG
               MOVE WS-PROV-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN OUTPUT GL-FEED-FILE.
            IF WS-GL-STATUS NOT = '00'
               MOVE 'Error opening file GLFEED'   TO WS-ERR-MSG
               MOVE WS-GL-STATUS                  TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN OUTPUT SCHEDULE-FILE.
            IF WS-SCH-STATUS NOT = '00'
               MOVE 'Error opening file PROVSCH'  TO WS-ERR-MSG
               MOVE WS-SCH-STATUS                 TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       020-READ-PERCENT-CARD.
      *
            IF WS-PCT-STATUS = '00'
               READ PERCENT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 025-TAKE-ONE-PERCENT
                          VARYING WS-BKT-SUB FROM 1 BY 1
                          UNTIL WS-BKT-SUB > 4
               END-READ
            END-IF.
            CLOSE PERCENT-CARD-FILE.
            DISPLAY 'PROVISION % CURRENT : ' PT-PERCENT (1).
            DISPLAY 'PROVISION % 31-60   : ' PT-PERCENT (2).
            DISPLAY 'PROVISION % 61-90   : ' PT-PERCENT (3).
            DISPLAY 'PROVISION % 90+     : ' PT-PERCENT (4).
      *
       025-TAKE-ONE-PERCENT.
      *
            IF PCT-CARD-ENTRY (WS-BKT-SUB) IS NUMERIC
               AND PCT-CARD-ENTRY (WS-BKT-SUB) NOT > 100
               MOVE PCT-CARD-ENTRY (WS-BKT-SUB)
                                   TO PT-PERCENT (WS-BKT-SUB)
            END-IF.
      *
       030-WRITE-SCHEDULE-HEADING.
      *
            MOVE WS-TODAY-DATE  TO STL-RUN-DATE.
            WRITE SCHEDULE-REC FROM SCH-TITLE-LINE.
            MOVE PT-PERCENT (1) TO SPL-PCT-1.
            MOVE PT-PERCENT (2) TO SPL-PCT-2.
            MOVE PT-PERCENT (3) TO SPL-PCT-3.
            MOVE PT-PERCENT (4) TO SPL-PCT-4.
            WRITE SCHEDULE-REC FROM SCH-PERCENT-LINE.
            MOVE SPACES TO SCHEDULE-REC.
            WRITE SCHEDULE-REC.
            WRITE SCHEDULE-REC FROM SCH-HEADING-LINE.
      *
       100-PROCESS-INVOICE.
      *
            EXEC SQL
               FETCH PROVCUR
                INTO :INVCUST, :INVNO, :INVDATE, :INVTOTAL, :INVPAID
            END-EXEC.
      *
      *    A CURSOR FAILURE STOPS THE RUN BEFORE THE SWEEP - A HALF
      *    READ TABLE WOULD OTHERWISE RELEASE EVERY CUSTOMER NOT
      *    REACHED. THE CUSTOMERS ALREADY SET MOVE FROM THEIR NEW
      *    FIGURE ON THE RERUN, SO NOTHING IS PROVIDED TWICE.
            IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-INVOICES-SW
               IF SQLCODE NOT = 100
                  DISPLAY 'SQLCODE FETCHING PROVCUR: ' SQLCODE
                  MOVE 'Invoice cursor PROVCUR failed'
                                                  TO WS-ERR-MSG
                  MOVE 'SQ'                       TO WS-ERR-CDE
                  MOVE '100-PROCESS-INVOICE'      TO WS-ERR-PROC
                  PERFORM Y0001-ERR-HANDLING
               END-IF
            ELSE
               ADD 1 TO WS-READ-COUNT
               IF INVCUST NOT = WS-PREV-CUST
                  IF WS-PREV-CUST NOT = SPACES
                     PERFORM 200-PROVIDE-CUSTOMER
                        THRU 200-PROVIDE-EXIT
                  END-IF
                  INITIALIZE CUSTOMER-FIELDS
                  MOVE INVCUST TO WS-PREV-CUST
               END-IF
               PERFORM 110-BUCKET-ONE-INVOICE THRU 110-BUCKET-EXIT
            END-IF.
      *
      *    THE SAME OPEN-BALANCE AND AGE TEST AS CBINVAGE.
       110-BUCKET-ONE-INVOICE.
      *
            COMPUTE WS-OPEN-BALANCE = INVTOTAL - INVPAID.
            IF WS-OPEN-BALANCE NOT > ZEROES
               GO TO 110-BUCKET-EXIT
            END-IF.
      *
      *    INVDATE ARRIVES ISO (YYYY-MM-DD) - THE SAME RESHUFFLE
      *    CBINVAGE DOES BEFORE ITS AGE TEST.
            MOVE INVDATE (1:4)  TO WS-INV-DATE-N (1:4).
            MOVE INVDATE (6:2)  TO WS-INV-DATE-N (5:2).
            MOVE INVDATE (9:2)  TO WS-INV-DATE-N (7:2).
            COMPUTE WS-INV-INT =
                FUNCTION INTEGER-OF-DATE (WS-INV-DATE-N).
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-INV-INT.
            EVALUATE TRUE
                WHEN WS-AGE-DAYS NOT > 30
                    MOVE 1 TO WS-BKT-SUB
                WHEN WS-AGE-DAYS NOT > 60
                    MOVE 2 TO WS-BKT-SUB
                WHEN WS-AGE-DAYS NOT > 90
                    MOVE 3 TO WS-BKT-SUB
                WHEN OTHER
                    MOVE 4 TO WS-BKT-SUB
            END-EVALUATE.
            ADD WS-OPEN-BALANCE TO CF-BUCKET (WS-BKT-SUB).
            ADD WS-OPEN-BALANCE TO CF-OPEN-BALANCE.
      *
       110-BUCKET-EXIT.
            EXIT.
      *
      *    ONE CUSTOMER'S INVOICES ARE ALL IN - PRICE THE PROVISION,
      *    MOVE IT FROM THE FIGURE BOOKED LAST TIME AND LIST IT.
       200-PROVIDE-CUSTOMER.
      *
            MOVE ZEROES TO WS-BROKEN-COUNT.
            MOVE ZEROES TO CF-PROVISION.
            MOVE 'AGED' TO WS-BASIS.
            IF CF-OPEN-BALANCE > ZEROES
               PERFORM 210-PRICE-ONE-BUCKET
                  VARYING WS-BKT-SUB FROM 1 BY 1
                  UNTIL WS-BKT-SUB > 4
               IF WS-PROM-AVAIL
                  PERFORM 220-COUNT-BROKEN-PROMISES
               END-IF
               IF WS-BROKEN-COUNT > 1
                  MOVE CF-OPEN-BALANCE TO CF-PROVISION
                  MOVE 'FULL' TO WS-BASIS
                  ADD 1 TO WS-FULL-COUNT
               END-IF
            ELSE
               MOVE 'NONE' TO WS-BASIS
            END-IF.
      *
            MOVE WS-PREV-CUST TO PV-CUST-NO.
            PERFORM 230-READ-PROVISION.
            IF CF-PROVISION = ZEROES
               AND CF-PRIOR = ZEROES
               GO TO 200-PROVIDE-EXIT
            END-IF.
      *
            ADD 1 TO WS-CUSTOMER-COUNT.
            PERFORM 240-SET-PROVISION.
            PERFORM 250-WRITE-SCHEDULE-LINE.
      *
       200-PROVIDE-EXIT.
            EXIT.
      *
       210-PRICE-ONE-BUCKET.
      *
            COMPUTE CF-BUCKET-PROV ROUNDED =
                CF-BUCKET (WS-BKT-SUB) * PT-PERCENT (WS-BKT-SUB)
                                       / 100.
            ADD CF-BUCKET-PROV TO CF-PROVISION.
      *
      *    A BROKEN PROMISE STAYS BROKEN WHEN DUNLET HAS ESCALATED
      *    IT ('B' BECOMES 'E'), SO BOTH COUNT.
       220-COUNT-BROKEN-PROMISES.
      *
            MOVE 'N' TO WS-PROM-DONE-SW.
            MOVE WS-PREV-CUST TO PR-CUST-NO.
            MOVE SPACES       TO PR-INVNO.
            START PROMISE-FILE KEY IS NOT LESS THAN PR-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-PROM-DONE-SW
            END-START.
            PERFORM 225-READ-ONE-PROMISE
               UNTIL WS-PROM-DONE.
      *
       225-READ-ONE-PROMISE.
      *
            READ PROMISE-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-PROM-DONE-SW
                NOT AT END
                    IF PR-CUST-NO NOT = WS-PREV-CUST
                        MOVE 'Y' TO WS-PROM-DONE-SW
                    ELSE
                        IF PR-BROKEN OR PR-ESCALATED
                            ADD 1 TO WS-BROKEN-COUNT
                        END-IF
                    END-IF
            END-READ.
      *
       230-READ-PROVISION.
      *
            MOVE 'Y' TO WS-PROV-FOUND-SW.
            READ PROVISION-FILE
               INVALID KEY
                  MOVE 'N' TO WS-PROV-FOUND-SW
            END-READ.
            IF WS-PROV-FOUND
               MOVE PV-PROVISION TO CF-PRIOR
            ELSE
               MOVE ZEROES       TO CF-PRIOR
            END-IF.
      *
      *    THE FIGURE BOOKED LAST TIME BECOMES THE PRIOR, THE NEW ONE
      *    IS STAMPED WITH THIS RUN, AND THE DIFFERENCE IS WHAT THE
      *    JOURNAL POSTS.
       240-SET-PROVISION.
      *
            COMPUTE CF-MOVEMENT = CF-PROVISION - CF-PRIOR.
            IF WS-PROV-FOUND
               MOVE PV-PROVISION    TO PV-PRIOR-PROVISION
               MOVE PV-RUN-DATE     TO PV-PRIOR-RUN-DATE
            ELSE
               MOVE SPACES          TO PROVISION-REC
               MOVE WS-PREV-CUST    TO PV-CUST-NO
               MOVE ZEROES          TO PV-PRIOR-PROVISION
               MOVE ZEROES          TO PV-PRIOR-RUN-DATE
            END-IF.
            MOVE CF-PROVISION    TO PV-PROVISION.
            MOVE CF-OPEN-BALANCE TO PV-OPEN-BALANCE.
            MOVE WS-BROKEN-COUNT TO PV-BROKEN-COUNT.
            MOVE WS-BASIS        TO PV-BASIS.
            MOVE WS-TODAY-DATE   TO PV-RUN-DATE.
            MOVE WS-RUN-TIME     TO PV-RUN-TIME.
            IF WS-PROV-FOUND
               REWRITE PROVISION-REC
                  INVALID KEY
                     MOVE 'Error rewriting file PROVMAST'
                                                  TO WS-ERR-MSG
                     MOVE WS-PROV-STATUS          TO WS-ERR-CDE
                     MOVE '240-SET-PROVISION'     TO WS-ERR-PROC
                     PERFORM Y0001-ERR-HANDLING
               END-REWRITE
            ELSE
               WRITE PROVISION-REC
                  INVALID KEY
                     MOVE 'Error writing file PROVMAST'
                                                  TO WS-ERR-MSG
                     MOVE WS-PROV-STATUS          TO WS-ERR-CDE
                     MOVE '240-SET-PROVISION'     TO WS-ERR-PROC
                     PERFORM Y0001-ERR-HANDLING
               END-WRITE
            END-IF.
      *
            PERFORM 245-ADD-TO-TOTALS
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4.
            ADD CF-OPEN-BALANCE TO TF-OPEN-BALANCE.
            ADD CF-PROVISION    TO TF-PROVISION.
            ADD CF-PRIOR        TO TF-PRIOR.
            ADD CF-MOVEMENT     TO TF-MOVEMENT.
      *
       245-ADD-TO-TOTALS.
      *
            ADD CF-BUCKET (WS-BKT-SUB) TO TF-BUCKET (WS-BKT-SUB).
      *
       250-WRITE-SCHEDULE-LINE.
      *
            MOVE SPACES          TO SDL-BUCKET-GROUP.
            MOVE WS-PREV-CUST    TO SDL-CUSTNO.
            PERFORM 255-MOVE-ONE-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4.
            MOVE CF-OPEN-BALANCE TO SDL-OPEN.
            MOVE WS-BROKEN-COUNT TO SDL-BROKEN.
            MOVE WS-BASIS        TO SDL-BASIS.
            MOVE CF-PROVISION    TO SDL-PROVISION.
            MOVE CF-PRIOR        TO SDL-PRIOR.
            MOVE CF-MOVEMENT     TO SDL-MOVEMENT.
            WRITE SCHEDULE-REC FROM SCH-DETAIL-LINE.
            IF WS-SCH-STATUS NOT = '00'
               MOVE 'Error writting file PROVSCH' TO WS-ERR-MSG
               MOVE WS-SCH-STATUS                 TO WS-ERR-CDE
               MOVE '250-WRITE-SCHEDULE'          TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       255-MOVE-ONE-BUCKET.
      *
            MOVE CF-BUCKET (WS-BKT-SUB) TO SDL-BUCKET (WS-BKT-SUB).
      *
      *    A CUSTOMER STILL CARRYING A PROVISION THAT THIS RUN NEVER
      *    REACHED HAS NOTHING LEFT OPEN - PAID, CREDITED OR WRITTEN
      *    OFF THROUGH PAYAPPL - SO THE WHOLE PROVISION IS RELEASED.
       300-RELEASE-CLEARED-CUSTOMERS.
      *
            MOVE LOW-VALUES TO PV-CUST-NO.
            START PROVISION-FILE KEY IS NOT LESS THAN PV-CUST-NO
                INVALID KEY
                    MOVE 'Y' TO END-OF-PROVISIONS-SW
            END-START.
            PERFORM 310-SWEEP-ONE-PROVISION
               UNTIL END-OF-PROVISIONS.
      *
       310-SWEEP-ONE-PROVISION.
      *
            READ PROVISION-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO END-OF-PROVISIONS-SW
                NOT AT END
                    IF (PV-RUN-DATE NOT = WS-TODAY-DATE
                        OR PV-RUN-TIME NOT = WS-RUN-TIME)
                       AND PV-PROVISION > ZEROES
                        PERFORM 320-RELEASE-ONE-PROVISION
                    END-IF
            END-READ.
      *
       320-RELEASE-ONE-PROVISION.
      *
            INITIALIZE CUSTOMER-FIELDS.
            MOVE PV-CUST-NO   TO WS-PREV-CUST.
            MOVE ZEROES       TO WS-BROKEN-COUNT.
            MOVE 'NONE'       TO WS-BASIS.
            MOVE PV-PROVISION TO CF-PRIOR.
            MOVE 'Y'          TO WS-PROV-FOUND-SW.
            ADD 1 TO WS-CUSTOMER-COUNT.
            ADD 1 TO WS-RELEASED-COUNT.
            PERFORM 240-SET-PROVISION.
            PERFORM 250-WRITE-SCHEDULE-LINE.
      *
      *    ONE NET PAIR FOR THE WHOLE BOOK - THE SCHEDULE CARRIES THE
      *    CUSTOMER DETAIL BEHIND IT.
       400-POST-MOVEMENT.
      *
            MOVE SPACES TO SCHEDULE-REC.
            WRITE SCHEDULE-REC.
            IF TF-MOVEMENT = ZEROES
               MOVE 'JOURNAL   NO PROVISION MOVEMENT - NOTHING POSTED'
                   TO SCHEDULE-REC
               WRITE SCHEDULE-REC
               GO TO 400-POST-EXIT
            END-IF.
      *
            MOVE SPACES            TO GL-FEED-REC.
            MOVE WS-TODAY-DATE     TO GL-TRAN-DATE.
            MOVE WS-GL-REFERENCE   TO GL-TRAN-REF.
            MOVE SPACES            TO GL-BRANCH-ID.
            MOVE SPACES            TO GL-SOURCE-ACCT-NO.
            IF TF-MOVEMENT > ZEROES
               MOVE TF-MOVEMENT    TO WS-POST-AMOUNT
               MOVE 'BDPROV  '     TO GL-TRAN-TYPE
               MOVE WS-BAD-DEBT-ACCT  TO GL-ACCOUNT-CODE
               MOVE 'BAD-DEBT EXPENSE' TO SJL-DESCRIPTION
            ELSE
               COMPUTE WS-POST-AMOUNT = 0 - TF-MOVEMENT
               MOVE 'BDPROVRL'     TO GL-TRAN-TYPE
               MOVE WS-ALLOWANCE-ACCT TO GL-ACCOUNT-CODE
               MOVE 'ALLOWANCE FOR DOUBTFUL DEBTS'
                                   TO SJL-DESCRIPTION
            END-IF.
            MOVE 'DR'              TO GL-DR-CR.
            MOVE WS-POST-AMOUNT    TO GL-POST-AMOUNT.
            PERFORM 410-WRITE-GL-LEG.
      *
            IF TF-MOVEMENT > ZEROES
               MOVE WS-ALLOWANCE-ACCT TO GL-ACCOUNT-CODE
               MOVE 'ALLOWANCE FOR DOUBTFUL DEBTS'
                                   TO SJL-DESCRIPTION
            ELSE
               MOVE WS-BAD-DEBT-ACCT  TO GL-ACCOUNT-CODE
               MOVE 'BAD-DEBT EXPENSE' TO SJL-DESCRIPTION
            END-IF.
            MOVE 'CR'              TO GL-DR-CR.
            PERFORM 410-WRITE-GL-LEG.
      *
       400-POST-EXIT.
            EXIT.
      *
       410-WRITE-GL-LEG.
      *
            WRITE GL-FEED-REC.
            IF WS-GL-STATUS NOT = '00'
               MOVE 'Error writting file GLFEED'  TO WS-ERR-MSG
               MOVE WS-GL-STATUS                  TO WS-ERR-CDE
               MOVE '410-WRITE-GL-LEG'            TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
            MOVE GL-DR-CR          TO SJL-DR-CR.
            MOVE GL-ACCOUNT-CODE   TO SJL-ACCOUNT.
            MOVE WS-POST-AMOUNT    TO SJL-AMOUNT.
            MOVE GL-TRAN-REF       TO SJL-REFERENCE.
            WRITE SCHEDULE-REC FROM SCH-JOURNAL-LINE.
      *
       500-WRITE-SCHEDULE-TOTALS.
      *
            MOVE SPACES          TO SDL-BUCKET-GROUP.
            MOVE 'TOTALS'        TO SDL-CUSTNO.
            PERFORM 510-MOVE-ONE-TOTAL
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 4.
            MOVE TF-OPEN-BALANCE TO SDL-OPEN.
            MOVE ZEROES          TO SDL-BROKEN.
            MOVE SPACES          TO SDL-BASIS.
            MOVE TF-PROVISION    TO SDL-PROVISION.
            MOVE TF-PRIOR        TO SDL-PRIOR.
            MOVE TF-MOVEMENT     TO SDL-MOVEMENT.
            WRITE SCHEDULE-REC FROM SCH-DETAIL-LINE.
      *
            MOVE WS-CUSTOMER-COUNT TO SCL-CUSTOMERS.
            MOVE WS-FULL-COUNT     TO SCL-FULL.
            MOVE WS-RELEASED-COUNT TO SCL-RELEASED.
            WRITE SCHEDULE-REC FROM SCH-COUNT-LINE.
      *
       510-MOVE-ONE-TOTAL.
      *
            MOVE TF-BUCKET (WS-BKT-SUB) TO SDL-BUCKET (WS-BKT-SUB).
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
            CLOSE PROMISE-FILE.
            CLOSE PROVISION-FILE.
            CLOSE GL-FEED-FILE.
            CLOSE SCHEDULE-FILE.
      *
       END PROGRAM BDPROV.
