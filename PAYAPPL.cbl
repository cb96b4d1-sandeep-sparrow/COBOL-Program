           SELECT GL-FEED-FILE ASSIGN TO GLFEED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.
      *    INVOICE DISPUTE REGISTER (KEPT BY DSPMNT) - A CREDIT MEMO
      *    RAISED BY AN UPHELD DISPUTE (REASON 'DS') MARKS ITS
      *    DISPUTE CREDITED ONCE IT HAS POSTED. ABSENT FILE = OLD
      *    BEHAVIOUR.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO INVDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ID-KEY
                  FILE STATUS IS WS-DISP-STATUS.
      *    PAYMENT HISTORY - ONE RECORD FOR EVERY RECEIPT APPLIED TO
      *    AN INVOICE, CARRYING HOW MANY DAYS AFTER THE INVOICE DATE
      *    IT CAME IN. APPENDED RUN ON RUN; RCPTFCST BUILDS EACH
      *    CUSTOMER'S DAYS-TO-PAY PROFILE FROM IT.
           SELECT PAY-HIST-FILE ASSIGN TO PAYHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
      *
       DATA DIVISION.
      *
              88 PAY-CREDIT-MEMO              VALUE 'C'.
              88 PAY-WRITE-OFF                VALUE 'M'.
           05 PAY-REASON-CODE         PIC X(02).
              88 PAY-DISPUTE-UPHELD           VALUE 'DS'.
           05 PAY-RELEASE-FLAG        PIC X(01).
           05 FILLER                  PIC X(47).
      *
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01 REPORT-REC                  PIC X(132).
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
      *    PH-DAYS-TO-PAY IS PAY-DATE LESS THE INVOICE DATE (A RECEIPT
      *    DATED BEFORE ITS INVOICE COUNTS AS 0). PH-SETTLED 'Y' WHEN
      *    THE RECEIPT CLEARED THE INVOICE.
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
       WORKING-STORAGE SECTION.
      *
       01 WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
       01 WS-PEND-STATUS              PIC X(02) VALUE SPACES.
       01 WS-GL-STATUS                PIC X(02) VALUE SPACES.
       01 WS-DISP-STATUS              PIC X(02) VALUE SPACES.
       01 WS-DISP-AVAIL-SW            PIC X(01) VALUE 'N'.
          88 WS-DISP-AVAIL                      VALUE 'Y'.
       01 WS-HIST-STATUS              PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01 WS-OPEN-BALANCE             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-APPLY-AMOUNT             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ONACCT-AMOUNT            PIC S9(9)V99 COMP-3 VALUE 0.
      *
       01 WS-INV-DATE-N               PIC 9(08).
       01 WS-INV-INT                  PIC S9(9).
       01 WS-PAY-INT                  PIC S9(9).
       01 WS-DAYS-TO-PAY              PIC S9(5).
      *
       01 PAY-DETAIL-LINE.
           05 PDL-CUSTNO              PIC X(06).
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN I-O DISPUTE-FILE.
            IF WS-DISP-STATUS = '00'
               MOVE 'Y' TO WS-DISP-AVAIL-SW
            END-IF.
      *
            OPEN EXTEND PAY-HIST-FILE.
            IF WS-HIST-STATUS = '35'
               OPEN OUTPUT PAY-HIST-FILE
            END-IF.
            IF WS-HIST-STATUS NOT = '00'
               MOVE 'Error opening file PAYHIST'  TO WS-ERR-MSG
               MOVE WS-HIST-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       100-PROCESS-PAYMENT.
      *
      *
            MOVE PAY-INVNO TO INVNO.
            EXEC SQL
               SELECT INVDATE, INVTOTAL, INVPAID
                 INTO :INVDATE, :INVTOTAL, :INVPAID
                 FROM INV
                WHERE INVNO = :INVNO
            END-EXEC.
               MOVE 'WRITE-OFF           ' TO PDL-ACTION
            END-IF.
            PERFORM 135-WRITE-GL-PAIR.
            IF PAY-CREDIT-MEMO AND PAY-DISPUTE-UPHELD
               AND WS-DISP-AVAIL
               PERFORM 140-MARK-DISPUTE-CREDITED
            END-IF.
      *
            PERFORM 200-WRITE-DETAIL-LINE.
      *
            MOVE WS-AR-CONTROL-ACCT TO GL-ACCOUNT-CODE.
            MOVE 'CR'          TO GL-DR-CR.
            WRITE GL-FEED-REC.
      *
      *    THE UPHELD DISPUTE'S CREDIT HAS NOW REACHED THE INVOICE,
      *    SO THE DISPUTE NO LONGER HOLDS ANYTHING OUT OF COLLECTION.
       140-MARK-DISPUTE-CREDITED.
      *
            MOVE PAY-CUSTNO TO ID-CUST-NO.
            MOVE PAY-INVNO  TO ID-INVNO.
            READ DISPUTE-FILE
                INVALID KEY
                    DISPLAY 'NO DISPUTE FOR CREDIT MEMO: '
                            PAY-CUSTNO ' ' PAY-INVNO
                NOT INVALID KEY
                    IF ID-UPHELD
                        MOVE 'C' TO ID-STATUS
                        REWRITE DISPUTE-REC
                    END-IF
            END-READ.
      *
       120-POST-PAYMENT.
      *
      *
            COMPUTE WS-OPEN-BALANCE =
                    WS-OPEN-BALANCE - WS-APPLY-AMOUNT.
      *
            IF WS-APPLY-AMOUNT > ZEROES
               PERFORM 150-WRITE-PAY-HISTORY
            END-IF.
      *
            EVALUATE TRUE
               WHEN WS-ONACCT-AMOUNT > ZEROES
            IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE ON CREDIT INSERT: ' SQLCODE
            END-IF.
      *
      *    INVDATE ARRIVES ISO (YYYY-MM-DD) - THE SAME RESHUFFLE
      *    CBINVAGE DOES BEFORE ITS AGE TEST.
       150-WRITE-PAY-HISTORY.
      *
            MOVE INVDATE (1:4)  TO WS-INV-DATE-N (1:4).
            MOVE INVDATE (6:2)  TO WS-INV-DATE-N (5:2).
            MOVE INVDATE (9:2)  TO WS-INV-DATE-N (7:2).
            COMPUTE WS-INV-INT =
                FUNCTION INTEGER-OF-DATE (WS-INV-DATE-N).
            COMPUTE WS-PAY-INT =
                FUNCTION INTEGER-OF-DATE (PAY-DATE).
            COMPUTE WS-DAYS-TO-PAY = WS-PAY-INT - WS-INV-INT.
            IF WS-DAYS-TO-PAY < ZEROES
               MOVE ZEROES TO WS-DAYS-TO-PAY
            END-IF.
      *
            MOVE SPACES          TO PAY-HIST-REC.
            MOVE PAY-CUSTNO      TO PH-CUSTNO.
            MOVE PAY-INVNO       TO PH-INVNO.
            MOVE WS-INV-DATE-N   TO PH-INV-DATE.
            MOVE PAY-DATE        TO PH-PAY-DATE.
            MOVE WS-APPLY-AMOUNT TO PH-APPLIED.
            MOVE WS-DAYS-TO-PAY  TO PH-DAYS-TO-PAY.
            IF WS-OPEN-BALANCE > ZEROES
               MOVE 'N' TO PH-SETTLED
            ELSE
               MOVE 'Y' TO PH-SETTLED
            END-IF.
            WRITE PAY-HIST-REC.
            IF WS-HIST-STATUS NOT = '00'
               MOVE 'Error writting file PAYHIST' TO WS-ERR-MSG
               MOVE WS-HIST-STATUS                TO WS-ERR-CDE
               MOVE '150-WRITE-PAY-HIST'          TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       200-WRITE-DETAIL-LINE.
      *
            CLOSE REPORT-FILE.
            CLOSE PENDING-FILE.
            CLOSE GL-FEED-FILE.
            CLOSE DISPUTE-FILE.
            CLOSE PAY-HIST-FILE.
      *
       END PROGRAM PAYAPPL.
