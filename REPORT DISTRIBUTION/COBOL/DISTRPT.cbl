           05  RPC-RETENTION-DAYS         PIC 9(03).
           05  RPC-DESC                   PIC X(10).
      *
      *    WIDE ENOUGH FOR THE WIDEST CATALOGUED REPORT (THE COVID
      *    REPORT, 246). A BURST SECTION CARRIES THE FIRST 208 COLUMNS.
       FD  PROBE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 246
           DEPENDING ON WS-PROBE-REC-LEN.
       01  PROBE-REC                      PIC X(246).
      *
      *    BURST HAND-OFF - THE SELECTED SECTIONS, EACH RECIPIENT'S
      *    RUN BRACKETED BY A BANNER LINE, FOR THE TRANSPORT TO
           05  MQ-ATTACHMENT-DSN          PIC X(08).
           05  FILLER                     PIC X(01).
           05  MQ-RUN-DATE                PIC 9(08).
      *        CUSTOMER THE RECIPIENT WAS RESOLVED FROM (SPACES FOR A
      *        FREE-TYPED RECIPIENT) - DISTACK FLAGS THIS CUSTOMER'S
      *        EMAIL BAD IF THE ENTRY NEVER DELIVERS.
           05  MQ-CUST-KEY                PIC X(06).
           05  FILLER                     PIC X(19).
      *
      *    PRINT HAND-OFF - ONE ROW PER RECIPIENT/REPORT QUEUED TO A
      *    PRINT DESTINATION INSTEAD OF EMAIL.
           05  PQ-SOURCE-DSN              PIC X(08).
           05  FILLER                     PIC X(01).
           05  PQ-RUN-DATE                PIC 9(08).
           05  PQ-CUST-KEY                PIC X(06).
           05  FILLER                     PIC X(19).
      *
      *    ONE LINE PER DISTRIBUTION-LIST ENTRY RECORDING WHAT
      *    HAPPENED TO IT - QUEUED, OR SKIPPED AND WHY - SO A MISSING
       01  WS-RESOLVED-METHOD             PIC X(01) VALUE SPACE.
       01  WS-RESOLVE-OK-SW               PIC X(01) VALUE 'Y'.
           88  WS-RESOLVE-OK                        VALUE 'Y'.
      *    THE CUSTOMER BEHIND A RESOLVED RECIPIENT, AND WHETHER
      *    THE MASTER HAS THEIR ADDRESS OR EMAIL FLAGGED BAD.
       01  WS-RESOLVED-CUST-KEY           PIC X(06) VALUE SPACES.
       01  WS-RESOLVED-ADDR-FLAG          PIC X(01) VALUE SPACE.
       01  WS-RESOLVED-EMAIL-FLAG         PIC X(01) VALUE SPACE.
      *
      *    THE REPORT CATALOG, LOADED AT STARTUP - EACH ROW'S
      *    AVAILABILITY IS PROBED ONCE BY DYNAMIC ALLOCATION WHEN
           MOVE 'Y'            TO WS-RESOLVE-OK-SW.
           MOVE DIST-RECIPIENT TO WS-RESOLVED-RECIPIENT.
           MOVE DIST-METHOD    TO WS-RESOLVED-METHOD.
           MOVE SPACES         TO WS-RESOLVED-CUST-KEY.
           MOVE SPACE          TO WS-RESOLVED-ADDR-FLAG
                                  WS-RESOLVED-EMAIL-FLAG.
      *
           IF DIST-RECIPIENT (1:6) IS NUMERIC
              AND DIST-RECIPIENT (7:24) = SPACES
                               MOVE CUS-DELIV-METHOD
                                   TO WS-RESOLVED-METHOD
                           END-IF
                           MOVE CUSKS080-KEY
                               TO WS-RESOLVED-CUST-KEY
                           MOVE CUS-BAD-ADDR-FLAG
                               TO WS-RESOLVED-ADDR-FLAG
                           MOVE CUS-BAD-EMAIL-FLAG
                               TO WS-RESOLVED-EMAIL-FLAG
                   END-READ
               ELSE
                   MOVE 'N' TO WS-RESOLVE-OK-SW
      *
      *    ROUTES TO THE MAIL OR PRINT QUEUE BASED ON DIST-METHOD -
      *    'E' FOR EMAIL, 'P' FOR PRINT. AN UNRECOGNISED METHOD IS
      *    LOGGED AND SKIPPED RATHER THAN GUESSED AT. A CUSTOMER
      *    WHOSE EMAIL (OR ADDRESS, FOR PRINT) IS FLAGGED BAD ON THE
      *    MASTER IS SKIPPED TOO - IT WOULD ONLY BOUNCE AGAIN - AND
      *    STAYS ON THE BADADDR WORKLIST UNTIL THE BRANCH FIXES IT.
       300-QUEUE-DELIVERY.
      *
           EVALUATE WS-RESOLVED-METHOD ALSO TRUE
               WHEN 'E' ALSO WS-RESOLVED-EMAIL-FLAG = 'Y'
                   MOVE 'EMAIL FLAGGED BAD ON MASTER' TO WS-ERR-MSG
                   PERFORM 250-LOG-SKIPPED
               WHEN 'P' ALSO WS-RESOLVED-ADDR-FLAG = 'Y'
                   MOVE 'ADDRESS FLAGGED BAD ON MASTER'
                                                    TO WS-ERR-MSG
                   PERFORM 250-LOG-SKIPPED
               WHEN 'E' ALSO ANY
                   PERFORM 310-WRITE-MAILQ-ENTRY
                   PERFORM 330-LOG-QUEUED
               WHEN 'P' ALSO ANY
                   PERFORM 320-WRITE-PRTQ-ENTRY
                   PERFORM 330-LOG-QUEUED
               WHEN OTHER
           MOVE WS-RESOLVED-RECIPIENT TO MQ-RECIPIENT.
           MOVE DIST-REPORT-CODE TO MQ-REPORT-CODE.
           MOVE WS-TODAY-DATE    TO MQ-RUN-DATE.
           MOVE WS-RESOLVED-CUST-KEY TO MQ-CUST-KEY.
      *    A BURST DELIVERY HANDS THE TRANSPORT THE BURSTOUT FILE
      *    (IT SPLITS ON THE BANNERS) - ONLY AN UNBURST DELIVERY
      *    SHIPS THE FULL REPORT.
           MOVE WS-RESOLVED-RECIPIENT TO PQ-DESTINATION.
           MOVE DIST-REPORT-CODE TO PQ-REPORT-CODE.
           MOVE WS-TODAY-DATE    TO PQ-RUN-DATE.
           MOVE WS-RESOLVED-CUST-KEY TO PQ-CUST-KEY.
           IF WS-BURST-DONE
               MOVE 'BURSTOUT' TO PQ-SOURCE-DSN
           ELSE
