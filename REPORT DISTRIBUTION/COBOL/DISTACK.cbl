      *        : BOUNDED RETRY COUNT, AND REPORTS UNDELIVERABLE
      *        : ENTRIES FOR OPERATOR FOLLOW-UP. A DISTRIBUTION
      *        : SYSTEM THAT CAN CONFIRM DELIVERY, NOT A HOPE
      *        : SYSTEM. AN UNDELIVERABLE ENTRY FOR A CUSTOMER ALSO
      *        : FLAGS THAT CUSTOMER'S EMAIL (MAILQ) OR ADDRESS
      *        : (PRTQ) BAD ON CUSKS080, SO THE LETTER PROGRAMS STOP
      *        : SENDING TO IT AND THE BADADDR WORKLIST PICKS IT UP.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EXC-STATUS.
      *
      *    NO CUSTOMER MASTER ALLOCATED = NO CONTACT FLAGGING, THE
      *    EXCEPTIONS REPORT STILL CARRIES EVERY FAILURE.
           SELECT OPTIONAL CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS  IS  CUSKS080-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
           05  MQ-ATTACHMENT-DSN          PIC X(08).
           05  FILLER                     PIC X(01).
           05  MQ-RUN-DATE                PIC 9(08).
           05  MQ-CUST-KEY                PIC X(06).
           05  FILLER                     PIC X(19).
      *
       FD  PRTQ-IN-FILE RECORDING MODE F.
       01  PRTQ-IN-REC.
           05  PQ-SOURCE-DSN              PIC X(08).
           05  FILLER                     PIC X(01).
           05  PQ-RUN-DATE                PIC 9(08).
           05  PQ-CUST-KEY                PIC X(06).
           05  FILLER                     PIC X(19).
      *
      *    CARRIED RETRY QUEUE - A FAILED ENTRY RIDES HERE WITH ITS
      *    RETRY COUNT UNTIL IT DELIVERS OR EXHAUSTS ITS RETRIES.
           05  RTI-SOURCE-DSN             PIC X(08).
           05  RTI-RUN-DATE               PIC 9(08).
           05  RTI-RETRY-COUNT            PIC 9(02).
           05  RTI-CUST-KEY               PIC X(06).
           05  FILLER                     PIC X(19).
      *
       FD  RETRY-OUT-FILE RECORDING MODE F.
       01  RETRY-OUT-REC.
           05  RTO-SOURCE-DSN             PIC X(08).
           05  RTO-RUN-DATE               PIC 9(08).
           05  RTO-RETRY-COUNT            PIC 9(02).
           05  RTO-CUST-KEY               PIC X(06).
           05  FILLER                     PIC X(19).
      *
       FD  EXCEPTION-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  EXCEPTION-RPT-REC              PIC X(80).
      *
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-RETRYIN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RETRYQ-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS                  PIC X(02) VALUE SPACES.
       01  CUSKS080-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CUSFILE-AVAIL-SW            PIC X(01) VALUE 'N'.
           88  WS-CUSFILE-AVAIL                     VALUE 'Y'.
      *
       01  WS-ACK-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-ACK-EOF                           VALUE 'Y'.
       01  WS-DELIVERED-COUNT             PIC 9(05) VALUE ZEROES.
       01  WS-RETRY-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-UNDELIVERABLE-COUNT         PIC 9(05) VALUE ZEROES.
       01  WS-FLAGGED-COUNT               PIC 9(05) VALUE ZEROES.
      *
       01  WS-TODAY-DATE                  PIC 9(08) VALUE ZEROES.
      *
      *    THE TRANSPORT'S ACKNOWLEDGMENTS, LOADED FOR MATCHING.
       01  WS-ACKT-COUNT                  PIC 9(04) VALUE ZEROES.
       01  WS-CURR-RUN-DATE               PIC 9(08) VALUE ZEROES.
       01  WS-CURR-RETRIES                PIC 9(02) VALUE ZEROES.
       01  WS-CURR-REASON                 PIC X(30) VALUE SPACES.
      *    CUSTOMER BEHIND THE ENTRY - CARRIED ON THE QUEUE BY
      *    DISTRPT/DUNLET/CONFLTR; AN OLDER ENTRY WITHOUT ONE FALLS
      *    BACK ON A RECIPIENT THAT IS ITSELF A CUSTOMER NUMBER.
       01  WS-CURR-CUST-KEY               PIC X(06) VALUE SPACES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
               '  UNDELIVERABLE: '.
           05  ET-UNDELIVERABLE           PIC ZZZZ9.
           05  FILLER                     PIC X(22) VALUE SPACES.
      *
       01  EXC-FLAGGED-REC.
           05  FILLER                     PIC X(32) VALUE
               'CUSTOMER CONTACTS FLAGGED BAD:  '.
           05  EF-FLAGGED                 PIC ZZZZ9.
           05  FILLER                     PIC X(43) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********DELIVERY ACK PROCESSING****************'.
      *
           MOVE WS-RETRY-COUNT         TO ET-RETRYING.
           MOVE WS-UNDELIVERABLE-COUNT TO ET-UNDELIVERABLE.
           WRITE EXCEPTION-RPT-REC FROM EXC-TOTAL-REC.
           MOVE WS-FLAGGED-COUNT       TO EF-FLAGGED.
           WRITE EXCEPTION-RPT-REC FROM EXC-FLAGGED-REC.
      *
           DISPLAY 'DELIVERED       : ' WS-DELIVERED-COUNT.
           DISPLAY 'MOVED TO RETRY  : ' WS-RETRY-COUNT.
           DISPLAY 'UNDELIVERABLE   : ' WS-UNDELIVERABLE-COUNT.
           DISPLAY 'CONTACTS FLAGGED: ' WS-FLAGGED-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O CUSKS080-FILE.
               IF CUSKS080-STATUS = '00'
                  MOVE 'Y' TO WS-CUSFILE-AVAIL-SW
               END-IF.
      *    NOT ALLOCATED ('05') MEANS NO FLAGGING TONIGHT; ANY OTHER
      *    FAILURE ON AN ALLOCATED MASTER IS SHOWN SO IT IS NOT MISSED.
               IF CUSKS080-STATUS NOT = '00'
                  AND CUSKS080-STATUS NOT = '05'
                  DISPLAY 'CUSKS080 OPEN STATUS: ' CUSKS080-STATUS
                          ' - CONTACTS NOT FLAGGED'
               END-IF.
      *
         200-LOAD-ONE-ACK.
               READ ACK-IN-FILE
                     MOVE MQ-REPORT-CODE    TO WS-CURR-REPORT
                     MOVE MQ-ATTACHMENT-DSN TO WS-CURR-DSN
                     MOVE MQ-RUN-DATE       TO WS-CURR-RUN-DATE
                     MOVE MQ-CUST-KEY       TO WS-CURR-CUST-KEY
                     MOVE ZEROES            TO WS-CURR-RETRIES
                     PERFORM 350-RESOLVE-CURRENT-ENTRY
               END-READ.
                     MOVE PQ-REPORT-CODE    TO WS-CURR-REPORT
                     MOVE PQ-SOURCE-DSN     TO WS-CURR-DSN
                     MOVE PQ-RUN-DATE       TO WS-CURR-RUN-DATE
                     MOVE PQ-CUST-KEY       TO WS-CURR-CUST-KEY
                     MOVE ZEROES            TO WS-CURR-RETRIES
                     PERFORM 350-RESOLVE-CURRENT-ENTRY
               END-READ.
                     MOVE RTI-REPORT-CODE   TO WS-CURR-REPORT
                     MOVE RTI-SOURCE-DSN    TO WS-CURR-DSN
                     MOVE RTI-RUN-DATE      TO WS-CURR-RUN-DATE
                     MOVE RTI-CUST-KEY      TO WS-CURR-CUST-KEY
                     MOVE RTI-RETRY-COUNT   TO WS-CURR-RETRIES
                     PERFORM 350-RESOLVE-CURRENT-ENTRY
               END-READ.
                  MOVE WS-CURR-RETRIES   TO ED-RETRIES
                  MOVE WS-CURR-REASON    TO ED-REASON
                  WRITE EXCEPTION-RPT-REC FROM EXC-DETAIL-REC
                  IF WS-CUSFILE-AVAIL
                     PERFORM 370-FLAG-CUSTOMER-CONTACT
                  END-IF
               ELSE
                  ADD 1 TO WS-RETRY-COUNT
                  MOVE SPACES            TO RETRY-OUT-REC
                  MOVE WS-CURR-DSN       TO RTO-SOURCE-DSN
                  MOVE WS-CURR-RUN-DATE  TO RTO-RUN-DATE
                  MOVE WS-CURR-RETRIES   TO RTO-RETRY-COUNT
                  MOVE WS-CURR-CUST-KEY  TO RTO-CUST-KEY
                  WRITE RETRY-OUT-REC
               END-IF.
      *
      *    THE TRANSPORT HAS GIVEN UP ON THIS CUSTOMER - A FAILED
      *    EMAIL MARKS THE EMAIL BAD, A FAILED PRINT/POST DELIVERY
      *    THE ADDRESS. A CONTACT ALREADY FLAGGED KEEPS ITS FIRST
      *    DATE AND SOURCE.
         370-FLAG-CUSTOMER-CONTACT.
               IF WS-CURR-CUST-KEY = SPACES
                  AND WS-CURR-RECIPIENT (1:6) IS NUMERIC
                  AND WS-CURR-RECIPIENT (7:24) = SPACES
                  MOVE WS-CURR-RECIPIENT (1:6) TO WS-CURR-CUST-KEY
               END-IF.
               IF WS-CURR-CUST-KEY NOT = SPACES
                  MOVE WS-CURR-CUST-KEY TO CUSKS080-KEY
                  READ CUSKS080-FILE
                     INVALID KEY
                        DISPLAY 'UNDELIVERABLE CUSTOMER NOT ON MASTER: '
                                WS-CURR-CUST-KEY
                     NOT INVALID KEY
                        PERFORM 375-SET-CONTACT-FLAG
                  END-READ
               END-IF.
      *
         375-SET-CONTACT-FLAG.
               IF WS-CURR-METHOD = 'E'
                  IF NOT CUS-EMAIL-BAD
                     MOVE 'Y'           TO CUS-BAD-EMAIL-FLAG
                     MOVE WS-TODAY-DATE TO CUS-BAD-EMAIL-DATE
                     MOVE 'DISTACK '    TO CUS-BAD-EMAIL-SOURCE
                     PERFORM 380-REWRITE-CUSTOMER
                  END-IF
               ELSE
                  IF NOT CUS-ADDR-BAD
                     MOVE 'Y'           TO CUS-BAD-ADDR-FLAG
                     MOVE WS-TODAY-DATE TO CUS-BAD-ADDR-DATE
                     MOVE 'DISTACK '    TO CUS-BAD-ADDR-SOURCE
                     PERFORM 380-REWRITE-CUSTOMER
                  END-IF
               END-IF.
      *
         380-REWRITE-CUSTOMER.
               REWRITE CUSKS080-RECORD
                  INVALID KEY
                     MOVE 'REWRITE FAILED ON CUSKS080'  TO WS-ERR-MSG
                     MOVE CUSKS080-STATUS               TO WS-ERR-CDE
                     MOVE '380-REWRITE-CUSTOMER'        TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  NOT INVALID KEY
                     ADD 1 TO WS-FLAGGED-COUNT
               END-REWRITE.
      *
         400-CLOSE-FILES.
               CLOSE ACK-IN-FILE.
               CLOSE RETRY-IN-FILE.
               CLOSE RETRY-OUT-FILE.
               CLOSE EXCEPTION-RPT-FILE.
               IF WS-CUSFILE-AVAIL
                  CLOSE CUSKS080-FILE
               END-IF.
      *
         900-ERR-HANDLING.
               DISPLAY '********************************'.
