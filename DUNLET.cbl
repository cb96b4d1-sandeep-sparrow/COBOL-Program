      *        : FROM THE DB2 CUST TABLE AND OPEN-INVOICE DETAIL
      *        : LINES, HANDED TO THE PRTQ QUEUE DISTRPT ALREADY
      *        : MANAGES. COLLECTIONS GETS TWO DAYS A MONTH BACK.
      *        : A CUSTOMER WHOSE ADDRESS IS FLAGGED BAD ON CUSKS080
      *        : STILL GETS THE LETTER PRINTED, BUT IT GOES ON THE
      *        : MAILHOLD BRANCH HOLD LIST INSTEAD OF THE PRTQ QUEUE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-KEY
                  FILE STATUS IS WS-PROM-STATUS.
      *    INVOICE DISPUTE REGISTER (KEPT BY DSPMNT) - AN AMOUNT
      *    STILL IN DISPUTE IS LEFT OUT OF THE LETTER, ITS BUCKETS
      *    AND ITS SEVERITY. ABSENT FILE = OLD BEHAVIOUR.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO INVDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ID-KEY
                  FILE STATUS IS WS-DISP-STATUS.
      *    CUSTOMER MASTER - ONLY THE CONTACT-QUALITY FLAGS ARE
      *    LOOKED AT. ABSENT FILE = OLD BEHAVIOUR, EVERY LETTER
      *    QUEUES.
           SELECT OPTIONAL CUSKS080-FILE ASSIGN TO CUSKS080
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUSKS080-KEY
                  FILE STATUS IS CUSKS080-STATUS.
      *    BRANCH HOLD LIST FOR LETTERS THAT MUST NOT BE POSTED.
           SELECT MAIL-HOLD-FILE ASSIGN TO MAILHOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HOLD-STATUS.
      *
       DATA DIVISION.
      *
              88 PR-ESCALATED                 VALUE 'E'.
           05 PR-ENTERED-DATE         PIC 9(08).
           05 FILLER                  PIC X(25).
      *
       FD DISPUTE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 DISPUTE-REC.
           05 ID-KEY.
              10 ID-CUST-NO           PIC X(06).
              10 ID-INVNO             PIC X(06).
      *    NAMED DISPUTE FIELDS (ID-DISPUTE-DATA GROUP) - SEE
      *    COPYBOOKS/INVDISP.cbl
           COPY INVDISP.
      *
      *    LAYOUT MIRRORS DISTRPT.CBL'S PRINT-QUEUE-REC - THE SAME
      *    HAND-OFF INTERFACE, SO THE DOWNSTREAM PRINT TRANSPORT
           05  PQ-SOURCE-DSN              PIC X(08).
           05  FILLER                     PIC X(01).
           05  PQ-RUN-DATE                PIC 9(08).
           05  PQ-CUST-KEY                PIC X(06).
           05  FILLER                     PIC X(19).
      *
       FD CUSKS080-FILE.
       01 CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
       FD MAIL-HOLD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           COPY MAILHOLD.
      *
       WORKING-STORAGE SECTION.
      *
          88 WS-PROM-OPEN-FOUND                 VALUE 'Y'.
       01 WS-PROM-BROKEN-SW           PIC X(01) VALUE 'N'.
          88 WS-PROM-BROKEN-FOUND               VALUE 'Y'.
       01 WS-DISP-STATUS              PIC X(02) VALUE SPACES.
       01 WS-DISP-AVAIL-SW            PIC X(01) VALUE 'N'.
          88 WS-DISP-AVAIL                      VALUE 'Y'.
       01 WS-DISP-DONE-SW             PIC X(01) VALUE 'N'.
          88 WS-DISP-DONE                       VALUE 'Y'.
       01 CUSKS080-STATUS             PIC X(02) VALUE SPACES.
       01 WS-CUST-AVAIL-SW            PIC X(01) VALUE 'N'.
          88 WS-CUST-AVAIL                      VALUE 'Y'.
       01 WS-HOLD-STATUS              PIC X(02) VALUE SPACES.
       01 WS-ADDR-BAD-SW              PIC X(01) VALUE 'N'.
          88 WS-ADDR-BAD                        VALUE 'Y'.
       01 WS-HELD-COUNT               PIC 9(05) VALUE ZEROES.
       01 WS-SUPPRESSED-COUNT         PIC 9(05) VALUE ZEROES.
       01 WS-DISPUTED-COUNT           PIC 9(05) VALUE ZEROES.
       01 WS-ESCALATED-COUNT          PIC 9(05) VALUE ZEROES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
              88 END-OF-INVOICES                VALUE 'Y'.
      *
       01 WS-TODAY-DATE               PIC 9(08).
       01 WS-TODAY-INT                PIC S9(9).
       01 WS-INV-INT                  PIC S9(9).
       01 WS-AGE-DAYS                 PIC S9(5).
       01 WS-INV-DATE-N               PIC 9(08).
       01 WS-READ-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-LETTER-COUNT             PIC 9(05) VALUE ZEROES.
       01 WS-SEVERITY                 PIC X(01) VALUE SPACE.
       01 WS-OVERDUE-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-OPEN-BALANCE             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DISPUTED-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
      *
       01 LTR-SALUTATION-LINE.
           05 FILLER                  PIC X(05) VALUE 'DEAR '.
            DISPLAY "DUNNING LETTER GENERATION".
      *
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
            PERFORM 010-OPEN-FILES.
      *
            PERFORM 100-PROCESS-CUSTOMER
            DISPLAY 'LETTERS PRODUCED : ' WS-LETTER-COUNT.
            DISPLAY 'HELD ON PROMISE  : ' WS-SUPPRESSED-COUNT.
            DISPLAY 'ESCALATED BROKEN : ' WS-ESCALATED-COUNT.
            DISPLAY 'IN DISPUTE       : ' WS-DISPUTED-COUNT.
            DISPLAY 'HELD - BAD ADDR  : ' WS-HELD-COUNT.
      *
            PERFORM 999-CLOSE-FILES.
      *
            IF WS-PROM-STATUS = '00'
               MOVE 'Y' TO WS-PROM-AVAIL-SW
            END-IF.
      *
            OPEN INPUT DISPUTE-FILE.
            IF WS-DISP-STATUS = '00'
               MOVE 'Y' TO WS-DISP-AVAIL-SW
            END-IF.
      *
            OPEN INPUT CUSKS080-FILE.
            IF CUSKS080-STATUS = '00'
               MOVE 'Y' TO WS-CUST-AVAIL-SW
            END-IF.
      *
            OPEN EXTEND MAIL-HOLD-FILE.
            IF WS-HOLD-STATUS = '35'
               OPEN OUTPUT MAIL-HOLD-FILE
            END-IF.
            IF WS-HOLD-STATUS NOT = '00'
               MOVE 'Error opening file MAILHOLD' TO WS-ERR-MSG
               MOVE WS-HOLD-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       100-PROCESS-CUSTOMER.
      *
      *    SEVERITY ESCALATES WITH THE OLDEST OVERDUE BUCKET. A
      *    CUSTOMER WHOSE ONLY BALANCE IS CURRENT GETS NO LETTER.
       110-EVALUATE-CUSTOMER.
      *
            IF WS-DISP-AVAIL
               PERFORM 112-EXCLUDE-DISPUTES
            END-IF.
      *
            COMPUTE WS-OVERDUE-TOTAL =
                AGD-30-DAYS + AGD-60-DAYS + AGD-90-PLUS.
               PERFORM 120-WRITE-ONE-LETTER
            END-IF.
      *
      *    A DISPUTED AMOUNT COMES OUT OF THE BUCKET ITS INVOICE
      *    AGES INTO (CBINVAGE'S 30/60/90 BOUNDARIES), SO A CUSTOMER
      *    WHOSE ONLY OVERDUE ITEM IS IN DISPUTE GETS NO LETTER AND
      *    NONE ESCALATES ON THE STRENGTH OF IT.
       112-EXCLUDE-DISPUTES.
      *
            MOVE 'N' TO WS-DISP-DONE-SW.
            MOVE AGD-CUSTNO TO ID-CUST-NO.
            MOVE SPACES     TO ID-INVNO.
            START DISPUTE-FILE KEY IS NOT LESS THAN ID-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-DISP-DONE-SW
            END-START.
            PERFORM 113-READ-ONE-DISPUTE
               UNTIL WS-DISP-DONE.
      *
       113-READ-ONE-DISPUTE.
      *
            READ DISPUTE-FILE NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-DISP-DONE-SW
                NOT AT END
                    IF ID-CUST-NO NOT = AGD-CUSTNO
                        MOVE 'Y' TO WS-DISP-DONE-SW
                    ELSE
                        IF ID-IN-DISPUTE
                            PERFORM 114-REMOVE-FROM-BUCKET
                        END-IF
                    END-IF
            END-READ.
      *
       114-REMOVE-FROM-BUCKET.
      *
            MOVE ID-INVNO TO INVNO.
            EXEC SQL
               SELECT INVDATE, INVTOTAL, INVPAID
                 INTO :INVDATE, :INVTOTAL, :INVPAID
                 FROM INV
                WHERE INVNO = :INVNO
            END-EXEC.
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE ON DISPUTED INVOICE: ' SQLCODE
                       ' ' ID-INVNO
            ELSE
               PERFORM 215-SET-DISPUTED-AMOUNT
               IF WS-DISPUTED-AMOUNT > ZEROES
                  ADD 1 TO WS-DISPUTED-COUNT
                  MOVE INVDATE (1:4) TO WS-INV-DATE-N (1:4)
                  MOVE INVDATE (6:2) TO WS-INV-DATE-N (5:2)
                  MOVE INVDATE (9:2) TO WS-INV-DATE-N (7:2)
                  COMPUTE WS-INV-INT =
                      FUNCTION INTEGER-OF-DATE (WS-INV-DATE-N)
                  COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-INV-INT
                  EVALUATE TRUE
                     WHEN WS-AGE-DAYS NOT > 30
                        IF WS-DISPUTED-AMOUNT > AGD-CURRENT
                           MOVE ZEROES TO AGD-CURRENT
                        ELSE
                           SUBTRACT WS-DISPUTED-AMOUNT
                               FROM AGD-CURRENT
                        END-IF
                     WHEN WS-AGE-DAYS NOT > 60
                        IF WS-DISPUTED-AMOUNT > AGD-30-DAYS
                           MOVE ZEROES TO AGD-30-DAYS
                        ELSE
                           SUBTRACT WS-DISPUTED-AMOUNT
                               FROM AGD-30-DAYS
                        END-IF
                     WHEN WS-AGE-DAYS NOT > 90
                        IF WS-DISPUTED-AMOUNT > AGD-60-DAYS
                           MOVE ZEROES TO AGD-60-DAYS
                        ELSE
                           SUBTRACT WS-DISPUTED-AMOUNT
                               FROM AGD-60-DAYS
                        END-IF
                     WHEN OTHER
                        IF WS-DISPUTED-AMOUNT > AGD-90-PLUS
                           MOVE ZEROES TO AGD-90-PLUS
                        ELSE
                           SUBTRACT WS-DISPUTED-AMOUNT
                               FROM AGD-90-PLUS
                        END-IF
                  END-EVALUATE
               END-IF
            END-IF.
      *
      *    SCAN THE CUSTOMER'S PROMISES - AN 'O' PROMISE NOT YET
      *    PAST ITS DATE SUPPRESSES; A 'B' PROMISE ESCALATES ONCE
      *    AND IS MARKED 'E' SO IT CANNOT ESCALATE EVERY CYCLE.
            WRITE LETTER-REC FROM LTR-FOOTER-LINE.
            WRITE LETTER-REC FROM LTR-BLANK-LINE.
      *
            MOVE 'N' TO WS-ADDR-BAD-SW.
            IF WS-CUST-AVAIL
               MOVE AGD-CUSTNO TO CUSKS080-KEY
               READ CUSKS080-FILE
                  NOT INVALID KEY
                     IF CUS-ADDR-BAD
                        MOVE 'Y' TO WS-ADDR-BAD-SW
                     END-IF
               END-READ
            END-IF.
            IF WS-ADDR-BAD
               PERFORM 310-HOLD-LETTER
            ELSE
               PERFORM 300-QUEUE-LETTER
            END-IF.
      *
       200-LIST-OPEN-INVOICES.
      *
               END-IF
            ELSE
               COMPUTE WS-OPEN-BALANCE = INVTOTAL - INVPAID
               IF WS-DISP-AVAIL AND WS-OPEN-BALANCE > ZEROES
                  MOVE INVCUST TO ID-CUST-NO
                  MOVE INVNO   TO ID-INVNO
                  READ DISPUTE-FILE
                      INVALID KEY
                          MOVE ZEROES TO WS-DISPUTED-AMOUNT
                      NOT INVALID KEY
                          PERFORM 215-SET-DISPUTED-AMOUNT
                  END-READ
                  SUBTRACT WS-DISPUTED-AMOUNT FROM WS-OPEN-BALANCE
               END-IF
               IF WS-OPEN-BALANCE > ZEROES
                  MOVE INVNO           TO LI-INVNO
                  MOVE INVDATE         TO LI-INVDATE
               END-IF
            END-IF.
      *
      *    THE AMOUNT A LIVE DISPUTE HOLDS BACK ON THE INVOICE JUST
      *    READ - NEVER MORE THAN IS STILL OPEN ON IT.
       215-SET-DISPUTED-AMOUNT.
      *
            MOVE ZEROES TO WS-DISPUTED-AMOUNT.
            EVALUATE TRUE
               WHEN ID-OPEN
                  MOVE ID-DISPUTE-AMOUNT TO WS-DISPUTED-AMOUNT
               WHEN ID-UPHELD
                  MOVE ID-CREDIT-AMOUNT  TO WS-DISPUTED-AMOUNT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            IF WS-DISPUTED-AMOUNT > INVTOTAL - INVPAID
               COMPUTE WS-DISPUTED-AMOUNT = INVTOTAL - INVPAID
            END-IF.
      *
      *    THE QUEUE DESTINATION IS THE CUSTOMER NUMBER - DISTRPT'S
      *    RECIPIENT RESOLUTION TURNS IT INTO CURRENT CONTACT DATA
      *    AT DELIVERY TIME.
            MOVE 'DUNLET'      TO PQ-REPORT-CODE.
            MOVE 'LTRFILE '    TO PQ-SOURCE-DSN.
            MOVE WS-TODAY-DATE TO PQ-RUN-DATE.
            MOVE AGD-CUSTNO    TO PQ-CUST-KEY.
            WRITE PRINT-QUEUE-REC.
      *
      *    RETURNED POST MEANS THE ADDRESS ON FILE IS WRONG - THE
      *    PRINTED LETTER IS KEPT BACK FOR THE BRANCH RATHER THAN
      *    SENT TO THE SAME ADDRESS AGAIN.
       310-HOLD-LETTER.
      *
            ADD 1 TO WS-HELD-COUNT.
            MOVE SPACES        TO MAIL-HOLD-REC.
            MOVE WS-TODAY-DATE TO MH-HOLD-DATE.
            MOVE 'DUNLET  '    TO MH-PROGRAM.
            MOVE AGD-CUSTNO    TO MH-CUST-NO.
            MOVE AGD-CUSTNO    TO MH-REFERENCE.
            MOVE 'A'           TO MH-REASON.
            MOVE 'LTRFILE '    TO MH-DOC-DSN.
            MOVE 'DUNLET'      TO MH-REPORT-CODE.
            WRITE MAIL-HOLD-REC.
      *
       Y0001-ERR-HANDLING.
      *
            CLOSE LETTER-FILE.
            CLOSE PRINT-QUEUE-FILE.
            CLOSE PROMISE-FILE.
            CLOSE DISPUTE-FILE.
            CLOSE CUSKS080-FILE.
            CLOSE MAIL-HOLD-FILE.
      *
       END PROGRAM DUNLET.
