      *        : STATEMENT: OPENING BALANCE, EACH DEPOSIT/WITHDRAW/
      *        : INTEREST LINE WITH A RUNNING BALANCE, AND THE
      *        : CLOSING BALANCE, SO BRANCH STAFF FINALLY HAVE A
      *        : STATEMENT TO HAND A CUSTOMER. AN ACCOUNT WHOSE
      *        : PRIMARY HOLDER HAS A BAD ADDRESS FLAGGED ON CUSKS080
      *        : GETS ITS STATEMENT MARKED FOR BRANCH HOLD, AND GOES
      *        : ON THE MAILHOLD HOLD LIST, INSTEAD OF INTO THE POST.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-STMT-STATUS.
      *
      *    HOLDER PAIRINGS AND THE CUSTOMER MASTER - ONLY USED TO
      *    FIND ACCOUNTS WHOSE PRIMARY HOLDER'S ADDRESS IS FLAGGED
      *    BAD. EITHER ONE ABSENT = EVERY STATEMENT POSTS AS BEFORE.
           SELECT OPTIONAL XREF-FILE ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-KEY
               FILE STATUS  IS  WS-XREF-STATUS.
      *
           SELECT OPTIONAL CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS  IS  WS-CUST-STATUS.
      *
           SELECT MAIL-HOLD-FILE ASSIGN TO MAILHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS  WS-HOLD-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SRT-ACCT-NO                PIC  X(10).
      *        SEALED TRAILER OF A HASH-CHAINED TRAIL (CHAINTRL).
               88  SRT-CHAIN-TRAILER      VALUE '* TRAILER '.
           05  SRT-TRAN-TYPE              PIC  X(08).
           05  SRT-AMOUNT                 PIC  9999999.99.
           05  SRT-TRAN-DATE              PIC  9(08).
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  STATEMENT-REC                  PIC X(80).
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
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
      *    BRANCH HOLD LIST - SEE COPYBOOKS/MAILHOLD.cbl
       FD  MAIL-HOLD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           COPY MAILHOLD.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-STMT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS                 PIC X(02) VALUE SPACES.
      *
       01  WS-XREF-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-XREF-EOF                          VALUE 'Y'.
      *
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
      *
       01  WS-READ-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-STMT-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-HELD-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-TODAY-DATE                  PIC 9(08) VALUE ZEROES.
      *
      *    ACCOUNTS WHOSE PRIMARY HOLDER'S ADDRESS IS FLAGGED BAD,
      *    LOADED BEFORE THE SORT SO EACH STATEMENT IS ONE TABLE
      *    SEARCH, NOT A PAIRINGS SCAN.
       01  WS-HELD-ACCT-COUNT             PIC 9(04) VALUE ZEROES.
       01  HELD-ACCT-TABLE.
           05  HELD-ACCT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY HLD-IDX.
               10  HELD-ACCT-NO           PIC X(10).
               10  HELD-CUST-NO           PIC X(06).
       01  WS-STMT-HELD-SW                PIC X(01) VALUE 'N'.
           88  WS-STMT-HELD                         VALUE 'Y'.
      *
      *    ONE ACCOUNT'S TRANSACTIONS, BUFFERED OFF THE SORT SO THE
      *    MONTH'S NET MOVEMENT CAN BE BACKED OUT OF THE CURRENT
           05  FILLER                     PIC X(06) VALUE '  CCY '.
           05  SH-CURRENCY                PIC X(03).
           05  FILLER                     PIC X(39) VALUE SPACES.
       01  STMT-HOLD-BANNER.
           05  FILLER                     PIC X(80) VALUE
               '*** ADDRESS RETURNED - HOLD AT BRANCH, DO NOT POST ***'.
       01  STMT-COLUMN-HEADER.
           05  FILLER                     PIC X(80) VALUE
               'DATE     TRAN-TYPE    AMOUNT      BALANCE'.
       000-MAIN.
      *
           DISPLAY '***********ACCOUNT STATEMENT RUN******************'.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           PERFORM 100-OPEN-FILES.
      *
           PERFORM 150-LOAD-HELD-ACCOUNTS
              UNTIL WS-XREF-EOF.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCT-NO
      *
           DISPLAY 'AUDIT RECORDS READ   : ' WS-READ-COUNT.
           DISPLAY 'STATEMENTS PRODUCED  : ' WS-STMT-COUNT.
           DISPLAY 'HELD - BAD ADDRESS   : ' WS-HELD-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT XREF-FILE.
               IF WS-XREF-STATUS NOT = '00'
                  MOVE 'Y' TO WS-XREF-EOF-SW
               END-IF.
               OPEN INPUT CUSKS080-FILE.
               IF WS-CUST-STATUS NOT = '00'
                  MOVE 'Y' TO WS-XREF-EOF-SW
               END-IF.
      *
               OPEN EXTEND MAIL-HOLD-FILE.
               IF WS-HOLD-STATUS = '35'
                  OPEN OUTPUT MAIL-HOLD-FILE
               END-IF.
               IF WS-HOLD-STATUS NOT = '00'
                  MOVE 'Error opening file MAILHOLD'  TO WS-ERR-MSG
                  MOVE WS-HOLD-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    ONE PASS OVER THE PAIRINGS - EACH PRIMARY HOLDER IS
      *    LOOKED UP ON THE MASTER AND A FLAGGED ADDRESS PUTS THE
      *    ACCOUNT IN THE HELD TABLE.
         150-LOAD-HELD-ACCOUNTS.
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF-SW
                   NOT AT END
                       IF XR-HOLDER-ROLE = 'P'
                          PERFORM 160-CHECK-ONE-HOLDER
                       END-IF
               END-READ.
      *
         160-CHECK-ONE-HOLDER.
               MOVE XR-CUST-NO TO CUSKS080-KEY.
               READ CUSKS080-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUS-ADDR-BAD
                          IF WS-HELD-ACCT-COUNT < 2000
                             ADD 1 TO WS-HELD-ACCT-COUNT
                             SET HLD-IDX TO WS-HELD-ACCT-COUNT
                             MOVE XR-ACCT-NO
                                 TO HELD-ACCT-NO (HLD-IDX)
                             MOVE XR-CUST-NO
                                 TO HELD-CUST-NO (HLD-IDX)
                          ELSE
                             DISPLAY 'HELD ACCOUNT TABLE FULL - '
                                     XR-ACCT-NO ' WILL POST'
                          END-IF
                       END-IF
               END-READ.
      *
      *    EACH CONCATENATED GENERATION ENDS IN A SEALED TRAILER.
      *    ITS '*' SORTS BELOW EVERY ACCOUNT NUMBER, SO THE TRAILERS
      *    ALL COME BACK FIRST AND ARE PASSED OVER HERE.
         200-PRODUCE-STATEMENTS.
               PERFORM 210-GET-SORTED-RECORD.
               PERFORM 210-GET-SORTED-RECORD
                  UNTIL WS-SORT-EOF
                     OR NOT SRT-CHAIN-TRAILER.
               PERFORM 220-GROUP-BY-ACCOUNT
                  UNTIL WS-SORT-EOF.
      *
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SW
                   NOT AT END
                       IF NOT SRT-CHAIN-TRAILER
                          ADD 1 TO WS-READ-COUNT
                       END-IF
               END-RETURN.
      *
      *    BUFFER ONE ACCOUNT'S TRANSACTIONS, THEN PRINT ITS
                       WHEN 'CHQRTN  '
                       WHEN 'RTNFEE  '
                       WHEN 'ESCHEAT '
                       WHEN 'CLOSEPAY'
                       WHEN 'DRINT   '
                       WHEN 'GARNISH '
                           SUBTRACT TXN-AMOUNT (TXN-IDX)
                               FROM WS-NET-MOVEMENT
                       WHEN OTHER
               MOVE WS-CURR-ACCT-NO TO SH-ACCT-NO.
               MOVE CURRENCY-CODE   TO SH-CURRENCY.
               WRITE STATEMENT-REC FROM STMT-ACCT-HEADER.
               PERFORM 320-CHECK-HELD-ACCOUNT.
               IF WS-STMT-HELD
                   WRITE STATEMENT-REC FROM STMT-HOLD-BANNER
                   ADD 1 TO WS-LINE-COUNT
               END-IF.
               WRITE STATEMENT-REC FROM STMT-COLUMN-HEADER.
               MOVE WS-OPENING-BAL TO SO-OPENING.
               WRITE STATEMENT-REC FROM STMT-OPENING-REC.
               ADD 3 TO WS-LINE-COUNT.
      *
               PERFORM VARYING TXN-IDX FROM 1 BY 1
                       UNTIL TXN-IDX > WS-TXN-COUNT
                   WHEN 'CHQRTN  '
                   WHEN 'RTNFEE  '
                   WHEN 'ESCHEAT '
                   WHEN 'CLOSEPAY'
                   WHEN 'DRINT   '
                   WHEN 'GARNISH '
                       SUBTRACT TXN-AMOUNT (TXN-IDX)
                           FROM WS-RUNNING-BAL
                   WHEN OTHER
               END-IF.
               WRITE STATEMENT-REC FROM STMT-DETAIL-REC.
               ADD 1 TO WS-LINE-COUNT.
      *
      *    A HELD STATEMENT STILL PRINTS - THE BANNER UNDER ITS
      *    HEADING TELLS THE MAILROOM TO PASS IT TO THE BRANCH, AND
      *    THE HOLD-LIST ENTRY TELLS THE BRANCH TO EXPECT IT.
         320-CHECK-HELD-ACCOUNT.
               MOVE 'N' TO WS-STMT-HELD-SW.
               IF WS-HELD-ACCT-COUNT > ZEROES
                   SET HLD-IDX TO 1
                   SEARCH HELD-ACCT-ENTRY
                       AT END
                           CONTINUE
                       WHEN HLD-IDX > WS-HELD-ACCT-COUNT
                           CONTINUE
                       WHEN HELD-ACCT-NO (HLD-IDX) = WS-CURR-ACCT-NO
                           MOVE 'Y' TO WS-STMT-HELD-SW
                   END-SEARCH
               END-IF.
               IF WS-STMT-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES                 TO MAIL-HOLD-REC
                   MOVE WS-TODAY-DATE          TO MH-HOLD-DATE
                   MOVE 'BNKSTMT '             TO MH-PROGRAM
                   MOVE HELD-CUST-NO (HLD-IDX) TO MH-CUST-NO
                   MOVE WS-CURR-ACCT-NO        TO MH-REFERENCE
                   IF WS-BAL-STATUS = '00'
                       MOVE HOME-BRANCH        TO MH-BRANCH
                   END-IF
                   MOVE 'A'                    TO MH-REASON
                   MOVE 'STMTOUT '             TO MH-DOC-DSN
                   MOVE 'BNKSTM'               TO MH-REPORT-CODE
                   WRITE MAIL-HOLD-REC
               END-IF.
      *
         400-CLOSE-FILES.
               CLOSE BALANCE-AMT.
               CLOSE STATEMENT-FILE.
               CLOSE XREF-FILE.
               CLOSE CUSKS080-FILE.
               CLOSE MAIL-HOLD-FILE.
      *
         900-ERR-HANDLING.
               DISPLAY '********************************'.
