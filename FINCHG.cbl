           SELECT OPTIONAL WAIVE-FILE ASSIGN TO WAIVELST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WAIVE-STATUS.
      *    INVOICE DISPUTE REGISTER (KEPT BY DSPMNT) - NO CHARGE IS
      *    LEVIED ON AN AMOUNT STILL IN DISPUTE. ABSENT FILE = OLD
      *    BEHAVIOUR.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO INVDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ID-KEY
                  FILE STATUS IS WS-DISP-STATUS.
           SELECT REGISTER-FILE ASSIGN TO FINCREG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
           05 WAV-CUSTNO              PIC X(06).
           05 WAV-CODE                PIC X(02).
           05 FILLER                  PIC X(72).
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
       FD REGISTER-FILE
            RECORD CONTAINS 132 CHARACTERS
       01 WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01 WS-WAIVE-STATUS             PIC X(02) VALUE SPACES.
       01 WS-REG-STATUS               PIC X(02) VALUE SPACES.
       01 WS-DISP-STATUS              PIC X(02) VALUE SPACES.
       01 WS-DISP-AVAIL-SW            PIC X(01) VALUE 'N'.
          88 WS-DISP-AVAIL                      VALUE 'Y'.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01 WS-READ-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-CHARGED-COUNT            PIC 9(07) VALUE ZEROES.
       01 WS-WAIVED-COUNT             PIC 9(07) VALUE ZEROES.
       01 WS-DISPUTED-COUNT           PIC 9(07) VALUE ZEROES.
      *
       01 CHARGE-FIELDS               COMP-3.
          05 WS-OPEN-BALANCE          PIC S9(9)V99 VALUE 0.
          05 WS-CHARGE-AMOUNT         PIC S9(7)V99 VALUE 0.
          05 WS-CHARGED-TOTAL         PIC S9(9)V99 VALUE 0.
          05 WS-DISPUTED-AMOUNT       PIC S9(9)V99 VALUE 0.
          05 WS-CHARGEABLE            PIC S9(9)V99 VALUE 0.
       01 WS-CHARGE-SEQ               PIC 9(05) VALUE ZEROES.
       01 WS-NEW-INVNO                PIC X(06) VALUE SPACES.
       01 WS-ORIG-INVNO               PIC X(06) VALUE SPACES.
           05 RTL-WAIVED              PIC ZZZZZZ9.
           05 FILLER                  PIC X(15) VALUE '  TOTAL AMT:   '.
           05 RTL-AMOUNT              PIC Z(8)9.99.
           05 FILLER                  PIC X(12) VALUE '  DISPUTED: '.
           05 RTL-DISPUTED            PIC ZZZZZZ9.
           05 FILLER                  PIC X(52) VALUE SPACES.
      *
      *    EVERY OPEN NON-'F' INVOICE IN ONE PASS.
           EXEC SQL
            MOVE WS-CHARGED-COUNT TO RTL-CHARGED.
            MOVE WS-WAIVED-COUNT  TO RTL-WAIVED.
            MOVE WS-CHARGED-TOTAL TO RTL-AMOUNT.
            MOVE WS-DISPUTED-COUNT TO RTL-DISPUTED.
            WRITE REGISTER-REC FROM REG-TOTAL-LINE.
      *
            DISPLAY 'INVOICES READ  : ' WS-READ-COUNT.
            DISPLAY 'CHARGES RAISED : ' WS-CHARGED-COUNT.
            DISPLAY 'WAIVED         : ' WS-WAIVED-COUNT.
            DISPLAY 'IN DISPUTE     : ' WS-DISPUTED-COUNT.
      *
            PERFORM 999-CLOSE-FILES.
      *
            IF WS-WAIVE-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WAIVES-SW
            END-IF.
      *
            OPEN INPUT DISPUTE-FILE.
            IF WS-DISP-STATUS = '00'
               MOVE 'Y' TO WS-DISP-AVAIL-SW
            END-IF.
      *
            OPEN OUTPUT REGISTER-FILE.
            IF WS-REG-STATUS NOT = '00'
               ADD 1 TO WS-READ-COUNT
               MOVE INVNO TO WS-ORIG-INVNO
               IF INVNO (1:1) NOT = 'F'
                  PERFORM 110-JUDGE-ONE-INVOICE THRU 110-JUDGE-EXIT
               END-IF
            END-IF.
      *
               PERFORM 200-WRITE-REGISTER-LINE
               GO TO 110-JUDGE-EXIT
            END-IF.
      *
      *    A DISPUTED AMOUNT CARRIES NO CHARGE UNTIL THE DISPUTE IS
      *    RESOLVED - ONLY THE UNDISPUTED REST OF THE INVOICE DOES.
            PERFORM 125-TEST-DISPUTE.
            COMPUTE WS-CHARGEABLE =
                WS-OPEN-BALANCE - WS-DISPUTED-AMOUNT.
            IF WS-CHARGEABLE NOT > ZEROES
               ADD 1 TO WS-DISPUTED-COUNT
               MOVE ZEROES TO WS-CHARGE-AMOUNT
               MOVE SPACES TO RDL-NEW-INVNO
               MOVE 'IN DISPUTE  ' TO RDL-NOTE
               PERFORM 200-WRITE-REGISTER-LINE
               GO TO 110-JUDGE-EXIT
            END-IF.
      *
            COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                WS-CHARGEABLE * WS-MONTHLY-RATE.
            IF WS-CHARGE-AMOUNT > ZEROES
               PERFORM 130-INSERT-CHARGE-INVOICE
            END-IF.
                END-IF
            END-PERFORM.
      *
      *    THE AMOUNT HELD OUT OF COLLECTION BY A LIVE DISPUTE,
      *    NEVER MORE THAN IS STILL OPEN ON THE INVOICE.
       125-TEST-DISPUTE.
      *
            MOVE ZEROES TO WS-DISPUTED-AMOUNT.
            IF WS-DISP-AVAIL
               MOVE INVCUST TO ID-CUST-NO
               MOVE INVNO   TO ID-INVNO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                          WHEN ID-OPEN
                             MOVE ID-DISPUTE-AMOUNT
                                 TO WS-DISPUTED-AMOUNT
                          WHEN ID-UPHELD
                             MOVE ID-CREDIT-AMOUNT
                                 TO WS-DISPUTED-AMOUNT
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
               END-READ
               IF WS-DISPUTED-AMOUNT > WS-OPEN-BALANCE
                  MOVE WS-OPEN-BALANCE TO WS-DISPUTED-AMOUNT
               END-IF
            END-IF.
      *
      *    THE CHARGE BECOMES AN 'F'-SERIES INVOICE ROW OF ITS OWN -
      *    AGING, STATEMENTS AND PAYAPPL ALL SEE AN ORDINARY
      *    RECEIVABLE FROM HERE ON.
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-CHARGE-AMOUNT TO WS-CHARGED-TOTAL
               MOVE WS-NEW-INVNO TO RDL-NEW-INVNO
               IF WS-DISPUTED-AMOUNT > ZEROES
                  MOVE 'PART DISPUTE' TO RDL-NOTE
               ELSE
                  MOVE 'CHARGED     ' TO RDL-NOTE
               END-IF
               PERFORM 200-WRITE-REGISTER-LINE
            END-IF.
      *
       999-CLOSE-FILES.
      *
            CLOSE WAIVE-FILE.
            CLOSE DISPUTE-FILE.
            CLOSE REGISTER-FILE.
      *
       END PROGRAM FINCHG.
