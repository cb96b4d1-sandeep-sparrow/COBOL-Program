                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUSKS080-KEY
                  FILE STATUS IS CUSKS080-STATUS.
      *    INVOICE DISPUTE REGISTER (KEPT BY DSPMNT) - AN AMOUNT
      *    STILL IN DISPUTE DOES NOT COUNT AGAINST THE CUSTOMER'S
      *    LIMIT. ABSENT FILE = OLD BEHAVIOUR.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO INVDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ID-KEY
                  FILE STATUS IS WS-DISP-STATUS.
           SELECT REPORT-FILE ASSIGN TO CREDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPTOUT-STATUS.
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
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
       FD REPORT-FILE
            RECORD CONTAINS 132 CHARACTERS
      *
       01 CUSKS080-STATUS             PIC X(02) VALUE SPACES.
       01 WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
       01 WS-DISP-STATUS              PIC X(02) VALUE SPACES.
       01 WS-DISP-AVAIL-SW            PIC X(01) VALUE 'N'.
          88 WS-DISP-AVAIL                      VALUE 'Y'.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01 EXPOSURE-FIELDS             COMP-3.
          05 WS-EXPOSURE              PIC S9(9)V99 VALUE 0.
          05 WS-OPEN-ITEM             PIC S9(9)V99 VALUE 0.
          05 WS-DISPUTED-AMOUNT       PIC S9(9)V99 VALUE 0.
          05 WS-DISPUTED-TOTAL        PIC S9(9)V99 VALUE 0.
      *
       01 EXP-DETAIL-LINE.
           05 EDL-CUSTNO              PIC X(06).
      *    CBINVAGE'S 130-BUCKET-ONE-INVOICE APPLIES.
           EXEC SQL
              DECLARE EXPCUR CURSOR FOR
                 SELECT INVNO, INVTOTAL, INVPAID
                   FROM INV
                  WHERE INVCUST = :CUSTNO
           END-EXEC.
            DISPLAY 'OVER LIMIT           : ' WS-OVER-LIMIT-COUNT.
            DISPLAY 'HOLDS SET            : ' WS-HELD-COUNT.
            DISPLAY 'HOLDS RELEASED       : ' WS-RELEASED-COUNT.
            DISPLAY 'EXCLUDED IN DISPUTE  : ' WS-DISPUTED-TOTAL.
      *
            PERFORM 999-CLOSE-FILES.
      *
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT DISPUTE-FILE.
            IF WS-DISP-STATUS = '00'
               MOVE 'Y' TO WS-DISP-AVAIL-SW
            END-IF.
      *
            OPEN OUTPUT REPORT-FILE.
            IF WS-RPTOUT-STATUS NOT = '00'
      *
            EXEC SQL
               FETCH EXPCUR
                INTO :INVNO, :INVTOTAL, :INVPAID
            END-EXEC.
            IF SQLCODE NOT = 0
               MOVE 'Y' TO END-OF-INVOICES-SW
               END-IF
            ELSE
               COMPUTE WS-OPEN-ITEM = INVTOTAL - INVPAID
               IF WS-DISP-AVAIL AND WS-OPEN-ITEM > ZEROES
                  PERFORM 130-DEDUCT-DISPUTE
               END-IF
               ADD WS-OPEN-ITEM TO WS-EXPOSURE
            END-IF.
      *
      *    THE PART OF THE INVOICE HELD BY A LIVE DISPUTE COMES OUT
      *    OF THE EXPOSURE UNTIL THE DISPUTE IS RESOLVED.
       130-DEDUCT-DISPUTE.
      *
            MOVE ZEROES       TO WS-DISPUTED-AMOUNT.
            MOVE CUSKS080-KEY TO ID-CUST-NO.
            MOVE INVNO        TO ID-INVNO.
            READ DISPUTE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN ID-OPEN
                          MOVE ID-DISPUTE-AMOUNT TO WS-DISPUTED-AMOUNT
                       WHEN ID-UPHELD
                          MOVE ID-CREDIT-AMOUNT  TO WS-DISPUTED-AMOUNT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
            END-READ.
            IF WS-DISPUTED-AMOUNT > WS-OPEN-ITEM
               MOVE WS-OPEN-ITEM TO WS-DISPUTED-AMOUNT
            END-IF.
            SUBTRACT WS-DISPUTED-AMOUNT FROM WS-OPEN-ITEM.
            ADD WS-DISPUTED-AMOUNT TO WS-DISPUTED-TOTAL.
      *
       200-WRITE-DETAIL-LINE.
      *
       999-CLOSE-FILES.
      *
            CLOSE CUSKS080-FILE.
            CLOSE DISPUTE-FILE.
            CLOSE REPORT-FILE.
      *
       END PROGRAM CREDEXP.
