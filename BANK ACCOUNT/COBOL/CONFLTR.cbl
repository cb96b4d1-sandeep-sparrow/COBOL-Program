      *        : DUNLET USE; A CONTROL REGISTER (CONFREG) RECORDS
      *        : EVERY LETTER PRODUCED - AND EVERY ACCOUNT THAT
      *        : COULD NOT BE LETTERED AND WHY - FOR THE AUDIT FILE.
      *        : A HOLDER WHOSE ADDRESS IS FLAGGED BAD ON CUSKS080 IS
      *        : STILL LETTERED, BUT THE LETTER GOES ON THE MAILHOLD
      *        : BRANCH HOLD LIST INSTEAD OF THE PRTQ QUEUE.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
           SELECT REGISTER-FILE ASSIGN TO CONFREG
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-REG-STATUS.
      *
           SELECT MAIL-HOLD-FILE ASSIGN TO MAILHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS  WS-HOLD-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
           05  PQ-SOURCE-DSN              PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  PQ-RUN-DATE                PIC 9(08).
           05  PQ-CUST-KEY                PIC X(06).
           05  FILLER                     PIC X(19).
      *
       FD  REGISTER-FILE RECORDING MODE F.
       01  REGISTER-REC               PIC X(132).
      *
      *    BRANCH HOLD LIST - SEE COPYBOOKS/MAILHOLD.cbl
       FD  MAIL-HOLD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           COPY MAILHOLD.
      *
      *-----------------------*
       WORKING-STORAGE SECTION.
      *-----------------------*
       01  WS-LETTER-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PRTQ-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS                 PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
      *
       01  WS-LETTER-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-SKIPPED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-HELD-COUNT                  PIC 9(05) VALUE ZEROES.
      *
      *    LETTER LINES - SAME PRINT-READY 132-BYTE SHAPE AS THE
      *    DUNLET DUNNING LETTERS.
           05  FILLER                 PIC X(12) VALUE
               '  SKIPPED:  '.
           05  RT-SKIPPED             PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE
               '  HELD:     '.
           05  RT-HELD                PIC ZZZZ9.
           05  FILLER                 PIC X(73) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *
           MOVE WS-LETTER-COUNT  TO RT-LETTERS.
           MOVE WS-SKIPPED-COUNT TO RT-SKIPPED.
           MOVE WS-HELD-COUNT    TO RT-HELD.
           WRITE REGISTER-REC FROM REG-TOTAL-LINE.
      *
           DISPLAY 'ACCOUNTS IN SAMPLE        : ' WS-ACCT-COUNT.
           DISPLAY 'LETTERS PRODUCED          : ' WS-LETTER-COUNT.
           DISPLAY 'ACCOUNTS SKIPPED          : ' WS-SKIPPED-COUNT.
           DISPLAY 'LETTERS HELD - BAD ADDRESS: ' WS-HELD-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
           STOP RUN.
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN EXTEND MAIL-HOLD-FILE.
               IF WS-HOLD-STATUS = '35'
                  OPEN OUTPUT MAIL-HOLD-FILE
               END-IF.
               IF WS-HOLD-STATUS NOT = '00'
                  MOVE 'Error opening file MAILHOLD'   TO WS-ERR-MSG
                  MOVE WS-HOLD-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
       110-READ-CONTROL-CARDS.
      *
               WRITE LETTER-REC FROM LTR-FOOTER-LINE.
               WRITE LETTER-REC FROM LTR-BLANK-LINE.
      *
               IF CUS-ADDR-BAD
                  PERFORM 355-HOLD-LETTER
               ELSE
                  PERFORM 350-QUEUE-LETTER
               END-IF.
      *
       350-QUEUE-LETTER.
      *
               MOVE 'CONFRM'         TO PQ-REPORT-CODE.
               MOVE 'LTRFILE '       TO PQ-SOURCE-DSN.
               MOVE WS-BUSINESS-DATE TO PQ-RUN-DATE.
               MOVE WS-SAMPLE-CUST (SAM-IDX) TO PQ-CUST-KEY.
               WRITE PRINT-QUEUE-REC.
      *
      *    POST TO THIS HOLDER HAS COME BACK BEFORE - THE LETTER IS
      *    KEPT FOR THE ACCOUNT'S BRANCH TO PASS ON ONCE THE ADDRESS
      *    IS PUT RIGHT, NOT MAILED TO THE SAME ADDRESS AGAIN.
       355-HOLD-LETTER.
      *
               ADD 1 TO WS-HELD-COUNT.
               MOVE SPACES                   TO MAIL-HOLD-REC.
               MOVE WS-BUSINESS-DATE         TO MH-HOLD-DATE.
               MOVE 'CONFLTR '               TO MH-PROGRAM.
               MOVE WS-SAMPLE-CUST (SAM-IDX) TO MH-CUST-NO.
               MOVE ACCT-NO                  TO MH-REFERENCE.
               MOVE HOME-BRANCH              TO MH-BRANCH.
               MOVE 'A'                      TO MH-REASON.
               MOVE 'LTRFILE '               TO MH-DOC-DSN.
               MOVE 'CONFRM'                 TO MH-REPORT-CODE.
               WRITE MAIL-HOLD-REC.
      *
       360-REGISTER-LETTER.
      *
               MOVE WS-SAMPLE-CUST (SAM-IDX) TO RG-CUST-NO.
               MOVE BAL-AMT                  TO RG-BALANCE.
               MOVE WS-INT-TOTAL             TO RG-INTEREST.
               IF CUS-ADDR-BAD
                  MOVE 'HELD BAD ADR'        TO RG-STATUS
               ELSE
                  MOVE 'LETTERED    '        TO RG-STATUS
               END-IF.
               MOVE WS-BUSINESS-DATE         TO RG-RUN-DATE.
               WRITE REGISTER-REC FROM REG-DETAIL-LINE.
      *
               CLOSE LETTER-FILE.
               CLOSE PRINT-QUEUE-FILE.
               CLOSE REGISTER-FILE.
               CLOSE MAIL-HOLD-FILE.
      *
         900-ERR-HANDLING.
               DISPLAY '********************************'.
