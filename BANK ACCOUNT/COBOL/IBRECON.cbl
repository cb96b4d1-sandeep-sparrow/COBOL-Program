      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 28-12-2020
      * Purpose: NIGHTLY INTER-BRANCH RECONCILIATION - PICKS THE
      *        : DUE-TO/DUE-FROM ENTRIES OFF TONIGHT'S GL FEED AND
      *        : MATCHES THEM PAIRWISE BY GL-TRAN-REF (A DEBIT AGAINST
      *        : A CREDIT OF THE SAME AMOUNT IN ANOTHER BRANCH) AGAINST
      *        : THE ITEMS STILL OPEN FROM EARLIER NIGHTS ON THE
      *        : IBOPEN REGISTER. WHAT FINDS NO PARTNER STAYS OPEN AND
      *        : IS LISTED BY AGE FOR EACH BRANCH'S ACCOUNTANT, AND
      *        : THE POSTED GLMAST INTER-BRANCH BALANCES ARE PROVED TO
      *        : NET TO ZERO ACROSS THE BANK.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. IBRECON.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT GL-FEED-FILE ASSIGN TO GLFEED
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-GL-STATUS.
      *
      *    OPEN-ITEM REGISTER - ONE RECORD PER INTER-BRANCH ENTRY
      *    STILL WAITING FOR ITS PARTNER. A MATCHED ITEM IS DELETED,
      *    SO WHAT IS ON FILE IS EXACTLY WHAT IS UNRECONCILED.
           SELECT IB-OPEN-FILE ASSIGN TO IBOPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBO-KEY
               FILE STATUS  IS  WS-IBO-STATUS.
      *
           SELECT GL-MASTER-FILE ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-KEY
               FILE STATUS  IS  WS-GLM-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT IB-RPT-FILE ASSIGN TO IBRCRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S GL-FEED-REC.
       FD  GL-FEED-FILE RECORDING MODE F.
       01  GL-FEED-REC.
           05  GL-SOURCE-ACCT-NO          PIC  X(10).
           05  FILLER                     PIC  X(01).
           05  GL-ACCOUNT-CODE            PIC  X(06).
           05  FILLER                     PIC  X(01).
           05  GL-DR-CR                   PIC  X(02).
           05  FILLER                     PIC  X(01).
           05  GL-POST-AMOUNT             PIC  9999999.99.
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-TYPE               PIC  X(08).
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-DATE               PIC  9(08).
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-REF                PIC  X(12).
           05  GL-BRANCH-ID               PIC  X(04).
           05  FILLER                     PIC  X(14).
      *
      *    IBO-LOAD-DATE/IBO-SEQ KEEP TWO ENTRIES UNDER ONE REFERENCE
      *    APART; THE MATCH READS EVERY OPEN ITEM FOR A REFERENCE BY
      *    STARTING AT THE REFERENCE ALONE. IBO-TRAN-DATE IS THE DAY
      *    THE MOVEMENT WAS BOOKED - THE ITEM AGES FROM THERE.
       FD  IB-OPEN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  IB-OPEN-REC.
           05  IBO-KEY.
               10  IBO-TRAN-REF           PIC  X(12).
               10  IBO-LOAD-DATE          PIC  9(08).
               10  IBO-SEQ                PIC  9(05).
           05  IBO-BRANCH-ID              PIC  X(04).
           05  IBO-DR-CR                  PIC  X(02).
           05  IBO-AMOUNT                 PIC  9(07)V99.
           05  IBO-TRAN-DATE              PIC  9(08).
           05  IBO-TRAN-TYPE              PIC  X(08).
           05  IBO-SOURCE-ACCT-NO         PIC  X(10).
           05  FILLER                     PIC  X(14).
      *
      *    LAYOUT MIRRORS GLPOST.CBL'S GL-MASTER-REC.
       FD  GL-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-MASTER-REC.
           05  GLM-KEY.
               10  GLM-BRANCH-ID          PIC  X(04).
               10  GLM-ACCOUNT-CODE       PIC  X(06).
           05  GLM-BALANCE                PIC S9(9)V99.
           05  GLM-LAST-POST-DATE         PIC  9(08).
           05  FILLER                     PIC  X(51).
      *
      *    ONE OPEN ITEM ON ITS WAY TO THE PAGE - BRANCH, THEN
      *    OLDEST FIRST.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SRT-BRANCH-ID              PIC  X(04).
           05  SRT-TRAN-DATE              PIC  9(08).
           05  SRT-TRAN-REF               PIC  X(12).
           05  SRT-DR-CR                  PIC  X(02).
           05  SRT-AMOUNT                 PIC  9(07)V99.
           05  SRT-TRAN-TYPE              PIC  X(08).
           05  SRT-SOURCE-ACCT-NO         PIC  X(10).
      *
       FD  IB-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  IB-RPT-REC                     PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-GL-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-IBO-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-GLM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-GL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-GL-EOF                            VALUE 'Y'.
       01  WS-IBO-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-IBO-EOF                           VALUE 'Y'.
       01  WS-GLM-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-GLM-EOF                           VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-SCAN-DONE-SW                PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                         VALUE 'Y'.
       01  WS-MATCHED-SW                  PIC X(01) VALUE 'N'.
           88  WS-MATCHED                           VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INT                   PIC S9(9) VALUE ZEROES.
       01  WS-AGE-DAYS                    PIC S9(5) VALUE ZEROES.
      *
      *    THE DUE-TO/DUE-FROM ACCOUNT BNKACC BOOKS BETWEEN BRANCHES.
       01  WS-IB-DUE-ACCT                 PIC X(06) VALUE '190100'.
       01  WS-FEED-AMOUNT                 PIC 9(07)V99 VALUE ZEROES.
       01  WS-IBO-SEQ                     PIC 9(05) VALUE ZEROES.
      *
      *    TONIGHT'S ENTRIES, WHAT THEY DID, AND THE PROOF FIGURES.
       01  WS-FEED-DR-TOTAL               PIC 9(11)V99 VALUE ZEROES.
       01  WS-FEED-CR-TOTAL               PIC 9(11)V99 VALUE ZEROES.
       01  WS-FEED-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-MATCHED-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-NEW-OPEN-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-OPEN-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-IB-GL-NET                   PIC S9(11)V99 VALUE ZEROES.
       01  WS-IB-BRANCH-COUNT             PIC 9(05) VALUE ZEROES.
       01  WS-OUT-OF-BALANCE-SW           PIC X(01) VALUE 'N'.
           88  WS-OUT-OF-BALANCE                    VALUE 'Y'.
      *
      *    AGE BANDS - UPPER BOUND IN DAYS AND LABEL. AN ITEM STILL
      *    OPEN THE NIGHT AFTER IT WAS BOOKED IS ALREADY AN
      *    EXCEPTION, SINCE BOTH LEGS OF A MOVEMENT POST TOGETHER.
       01  AGE-BAND-VALUES.
           05  FILLER                     PIC X(15) VALUE
               '000010-1 DAYS  '.
           05  FILLER                     PIC X(15) VALUE
               '000072-7 DAYS  '.
           05  FILLER                     PIC X(15) VALUE
               '000308-30 DAYS '.
           05  FILLER                     PIC X(15) VALUE
               '99999OVER 30   '.
       01  AGE-BAND-TABLE REDEFINES AGE-BAND-VALUES.
           05  AB-ENTRY OCCURS 4 TIMES INDEXED BY AB-IDX.
               10  AB-MAX-DAYS            PIC 9(05).
               10  AB-LABEL               PIC X(10).
       01  WS-BAND-SUB                    PIC 9(01) VALUE ZEROES.
      *
      *    OPEN ITEMS BY BAND FOR THE BRANCH BEING PRINTED.
       01  WS-HOLD-BRANCH                 PIC X(04) VALUE SPACES.
       01  BRANCH-BAND-TABLE.
           05  BB-ENTRY OCCURS 4 TIMES.
               10  BB-COUNT               PIC 9(05).
               10  BB-DR-AMOUNT           PIC 9(09)V99.
               10  BB-CR-AMOUNT           PIC 9(09)V99.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-1.
           05  FILLER               PIC X(39) VALUE
               'INTER-BRANCH RECONCILIATION - BUSINESS '.
           05  FILLER               PIC X(05) VALUE 'DATE '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(28) VALUE SPACES.
       01  RPT-RULE-REC             PIC X(80) VALUE ALL '-'.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               'BRCH REFERENCE    DATE       AGE TYPE   '.
           05  FILLER               PIC X(40) VALUE
               '  D/C    AMOUNT AGE BAND   ACCOUNT      '.
       01  RPT-BRANCH-REC.
           05  RB-BRANCH-ID         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(31) VALUE
               'UNMATCHED INTER-BRANCH ITEMS - '.
           05  RB-BRANCH-NAME       PIC X(11).
           05  FILLER               PIC X(33) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-BRANCH-ID         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-TRAN-REF          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-TRAN-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AGE-DAYS          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-TRAN-TYPE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-DR-CR             PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-BAND              PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-SOURCE-ACCT-NO    PIC X(10).
           05  FILLER               PIC X(03) VALUE SPACES.
       01  RPT-BAND-REC.
           05  RA-BRANCH-ID         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RA-BAND              PIC X(10).
           05  FILLER               PIC X(07) VALUE ' ITEMS '.
           05  RA-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(05) VALUE '  DR '.
           05  RA-DR-AMOUNT         PIC Z(8)9.99.
           05  FILLER               PIC X(05) VALUE '  CR '.
           05  RA-CR-AMOUNT         PIC Z(8)9.99.
           05  FILLER               PIC X(18) VALUE SPACES.
       01  RPT-NONE-REC.
           05  FILLER               PIC X(40) VALUE
               'NO UNMATCHED INTER-BRANCH ITEMS'.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  RPT-POSITION-REC.
           05  RP-BRANCH-ID         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RP-BRANCH-NAME       PIC X(11).
           05  FILLER               PIC X(24) VALUE
               ' INTER-BRANCH POSITION  '.
           05  RP-BALANCE           PIC -Z(10)9.99.
           05  FILLER               PIC X(25) VALUE SPACES.
       01  RPT-FEED-REC.
           05  FILLER               PIC X(24) VALUE
               'TONIGHT''S ENTRIES    DR '.
           05  RF-DR-TOTAL          PIC Z(10)9.99.
           05  FILLER               PIC X(04) VALUE ' CR '.
           05  RF-CR-TOTAL          PIC Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RF-RESULT            PIC X(21).
       01  RPT-COUNT-REC.
           05  FILLER               PIC X(08) VALUE 'MATCHED '.
           05  RC-MATCHED           PIC Z(6)9.
           05  FILLER               PIC X(11) VALUE '  NEW OPEN '.
           05  RC-NEW-OPEN          PIC Z(6)9.
           05  FILLER               PIC X(19) VALUE
               '  OPEN ON REGISTER '.
           05  RC-OPEN              PIC Z(6)9.
           05  FILLER               PIC X(21) VALUE SPACES.
       01  RPT-NET-REC.
           05  FILLER               PIC X(27) VALUE
               'BANK-WIDE INTER-BRANCH NET '.
           05  RN-NET               PIC -Z(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RN-RESULT            PIC X(21).
           05  FILLER               PIC X(15) VALUE SPACES.
       01  RPT-BLANK-REC            PIC X(80) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
      *
           DISPLAY '***********INTER-BRANCH RECONCILIATION************'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 140-WRITE-HEADERS.
      *
           PERFORM 200-MATCH-ONE-FEED-LINE UNTIL WS-GL-EOF.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BRANCH-ID
                                SRT-TRAN-DATE
                                SRT-TRAN-REF
               INPUT PROCEDURE IS 500-RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS 600-PRINT-OPEN-ITEMS.
      *
           PERFORM 700-PROVE-POSITIONS.
           PERFORM 750-PRINT-SUMMARY.
      *
           DISPLAY 'INTER-BRANCH ENTRIES   : ' WS-FEED-COUNT.
           DISPLAY 'MATCHED TONIGHT        : ' WS-MATCHED-COUNT.
           DISPLAY 'NEW OPEN ITEMS         : ' WS-NEW-OPEN-COUNT.
           DISPLAY 'OPEN ON REGISTER       : ' WS-OPEN-COUNT.
           IF WS-OUT-OF-BALANCE
              DISPLAY 'IBRECON: INTER-BRANCH POSITION OUT OF BALANCE'
           END-IF.
      *
           PERFORM 800-CLOSE-FILES.
      *
           IF WS-OPEN-COUNT > ZEROES
              OR WS-OUT-OF-BALANCE
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  GL-FEED-FILE.
               IF WS-GL-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLFEED'     TO WS-ERR-MSG
                  MOVE WS-GL-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *        FIRST NIGHT - NO REGISTER YET, SO START AN EMPTY ONE.
               OPEN I-O    IB-OPEN-FILE.
               IF WS-IBO-STATUS = '35'
                  OPEN OUTPUT IB-OPEN-FILE
                  CLOSE IB-OPEN-FILE
                  OPEN I-O IB-OPEN-FILE
               END-IF.
               IF WS-IBO-STATUS NOT = ZEROES
                  MOVE 'Error opening file IBOPEN'     TO WS-ERR-MSG
                  MOVE WS-IBO-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  GL-MASTER-FILE.
               IF WS-GLM-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLMAST'     TO WS-ERR-MSG
                  MOVE WS-GLM-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT IB-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file IBRCRPT'    TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         140-WRITE-HEADERS.
               MOVE WS-TODAY-DATE TO RH-DATE.
               WRITE IB-RPT-REC FROM RPT-HEADER-1.
               WRITE IB-RPT-REC FROM RPT-RULE-REC.
               WRITE IB-RPT-REC FROM RPT-COLUMN-REC.
               WRITE IB-RPT-REC FROM RPT-RULE-REC.
      *
      *    EVERY FEED LINE ON THE INTER-BRANCH ACCOUNT EITHER
      *    CLEARS AN OPEN PARTNER OR JOINS THE REGISTER ITSELF.
         200-MATCH-ONE-FEED-LINE.
               READ GL-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-GL-EOF-SW
                   NOT AT END
                       IF GL-ACCOUNT-CODE = WS-IB-DUE-ACCT
                          PERFORM 210-MATCH-ITEM THRU 210-MATCH-EXIT
                       END-IF
               END-READ.
      *
         210-MATCH-ITEM.
               ADD 1 TO WS-FEED-COUNT.
               MOVE GL-POST-AMOUNT TO WS-FEED-AMOUNT.
               IF GL-DR-CR = 'DR'
                  ADD WS-FEED-AMOUNT TO WS-FEED-DR-TOTAL
               ELSE
                  ADD WS-FEED-AMOUNT TO WS-FEED-CR-TOTAL
               END-IF.
      *
               MOVE 'N'         TO WS-MATCHED-SW.
               MOVE 'N'         TO WS-SCAN-DONE-SW.
               MOVE GL-TRAN-REF TO IBO-TRAN-REF.
               MOVE ZEROES      TO IBO-LOAD-DATE.
               MOVE ZEROES      TO IBO-SEQ.
               START IB-OPEN-FILE KEY IS NOT LESS THAN IBO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE-SW
               END-START.
               PERFORM 220-CHECK-ONE-OPEN-ITEM
                   UNTIL WS-SCAN-DONE.
               IF WS-MATCHED
                  ADD 1 TO WS-MATCHED-COUNT
                  GO TO 210-MATCH-EXIT
               END-IF.
      *
               PERFORM 230-FILE-OPEN-ITEM.
      *
         210-MATCH-EXIT.
               EXIT.
      *
      *    THE PARTNER IS THE OTHER SIDE, SAME AMOUNT, ANOTHER
      *    BRANCH - DELETED FROM THE REGISTER ONCE FOUND.
         220-CHECK-ONE-OPEN-ITEM.
               READ IB-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   NOT AT END
                       IF IBO-TRAN-REF NOT = GL-TRAN-REF
                          MOVE 'Y' TO WS-SCAN-DONE-SW
                       ELSE
                          IF IBO-DR-CR NOT = GL-DR-CR
                             AND IBO-AMOUNT = WS-FEED-AMOUNT
                             AND IBO-BRANCH-ID NOT = GL-BRANCH-ID
                              DELETE IB-OPEN-FILE RECORD
                              MOVE 'Y' TO WS-MATCHED-SW
                              MOVE 'Y' TO WS-SCAN-DONE-SW
                          END-IF
                       END-IF
               END-READ.
      *
         230-FILE-OPEN-ITEM.
               ADD 1                  TO WS-IBO-SEQ.
               MOVE GL-TRAN-REF       TO IBO-TRAN-REF.
               MOVE WS-TODAY-DATE     TO IBO-LOAD-DATE.
               MOVE WS-IBO-SEQ        TO IBO-SEQ.
               MOVE GL-BRANCH-ID      TO IBO-BRANCH-ID.
               MOVE GL-DR-CR          TO IBO-DR-CR.
               MOVE WS-FEED-AMOUNT    TO IBO-AMOUNT.
               MOVE GL-TRAN-DATE      TO IBO-TRAN-DATE.
               MOVE GL-TRAN-TYPE      TO IBO-TRAN-TYPE.
               MOVE GL-SOURCE-ACCT-NO TO IBO-SOURCE-ACCT-NO.
               WRITE IB-OPEN-REC
                   INVALID KEY
                       MOVE 'IBOPEN item already on file'
                                                       TO WS-ERR-MSG
                       MOVE WS-IBO-STATUS              TO WS-ERR-CDE
                       MOVE '230-FILE-OPEN-ITEM'       TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-WRITE.
               ADD 1 TO WS-NEW-OPEN-COUNT.
      *
         500-RELEASE-OPEN-ITEMS.
               MOVE LOW-VALUES TO IBO-KEY.
               START IB-OPEN-FILE KEY IS NOT LESS THAN IBO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-IBO-EOF-SW
               END-START.
               PERFORM 510-RELEASE-ONE-ITEM UNTIL WS-IBO-EOF.
      *
         510-RELEASE-ONE-ITEM.
               READ IB-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-IBO-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE IBO-BRANCH-ID      TO SRT-BRANCH-ID
                       MOVE IBO-TRAN-DATE      TO SRT-TRAN-DATE
                       MOVE IBO-TRAN-REF       TO SRT-TRAN-REF
                       MOVE IBO-DR-CR          TO SRT-DR-CR
                       MOVE IBO-AMOUNT         TO SRT-AMOUNT
                       MOVE IBO-TRAN-TYPE      TO SRT-TRAN-TYPE
                       MOVE IBO-SOURCE-ACCT-NO TO SRT-SOURCE-ACCT-NO
                       RELEASE SORT-REC
               END-READ.
      *
      *    ONE SECTION PER BRANCH, EVERY LINE CARRYING THE BRANCH IN
      *    COLUMNS 1-4 SO DISTRIBUTION CAN BURST IT TO THE BRANCH'S
      *    ACCOUNTANT, CLOSED BY ITS AGE-BAND TOTALS.
         600-PRINT-OPEN-ITEMS.
               PERFORM 605-RETURN-ITEM.
               IF WS-SORT-EOF
                  WRITE IB-RPT-REC FROM RPT-NONE-REC
               END-IF.
               PERFORM 610-PRINT-ONE-BRANCH
                   UNTIL WS-SORT-EOF.
      *
         605-RETURN-ITEM.
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SW
               END-RETURN.
      *
         610-PRINT-ONE-BRANCH.
               MOVE SRT-BRANCH-ID TO WS-HOLD-BRANCH.
               INITIALIZE BRANCH-BAND-TABLE.
               MOVE SRT-BRANCH-ID TO RB-BRANCH-ID.
               IF SRT-BRANCH-ID = SPACES
                  MOVE 'HEAD OFFICE'  TO RB-BRANCH-NAME
               ELSE
                  MOVE SRT-BRANCH-ID  TO RB-BRANCH-NAME
               END-IF.
               WRITE IB-RPT-REC FROM RPT-BLANK-REC.
               WRITE IB-RPT-REC FROM RPT-BRANCH-REC.
               PERFORM 620-PRINT-ONE-ITEM
                   UNTIL WS-SORT-EOF
                      OR SRT-BRANCH-ID NOT = WS-HOLD-BRANCH.
               PERFORM 630-PRINT-ONE-BAND
                   VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4.
      *
         620-PRINT-ONE-ITEM.
               MOVE ZEROES TO WS-AGE-DAYS.
               IF SRT-TRAN-DATE IS NUMERIC
                  AND SRT-TRAN-DATE > ZEROES
                  COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                      - FUNCTION INTEGER-OF-DATE (SRT-TRAN-DATE)
               END-IF.
               IF WS-AGE-DAYS < ZEROES
                  MOVE ZEROES TO WS-AGE-DAYS
               END-IF.
               SET AB-IDX TO 1.
               SEARCH AB-ENTRY
                   AT END
                       SET AB-IDX TO 4
                   WHEN WS-AGE-DAYS NOT > AB-MAX-DAYS (AB-IDX)
                       CONTINUE
               END-SEARCH.
               SET WS-BAND-SUB TO AB-IDX.
      *
               ADD 1 TO BB-COUNT (WS-BAND-SUB).
               IF SRT-DR-CR = 'DR'
                  ADD SRT-AMOUNT TO BB-DR-AMOUNT (WS-BAND-SUB)
               ELSE
                  ADD SRT-AMOUNT TO BB-CR-AMOUNT (WS-BAND-SUB)
               END-IF.
      *
               MOVE SRT-BRANCH-ID      TO RD-BRANCH-ID.
               MOVE SRT-TRAN-REF       TO RD-TRAN-REF.
               MOVE SRT-TRAN-DATE      TO RD-TRAN-DATE.
               MOVE WS-AGE-DAYS        TO RD-AGE-DAYS.
               MOVE SRT-TRAN-TYPE      TO RD-TRAN-TYPE.
               MOVE SRT-DR-CR          TO RD-DR-CR.
               MOVE SRT-AMOUNT         TO RD-AMOUNT.
               MOVE AB-LABEL (AB-IDX)  TO RD-BAND.
               MOVE SRT-SOURCE-ACCT-NO TO RD-SOURCE-ACCT-NO.
               WRITE IB-RPT-REC FROM RPT-DETAIL-REC.
               PERFORM 605-RETURN-ITEM.
      *
         630-PRINT-ONE-BAND.
               IF BB-COUNT (WS-BAND-SUB) > ZEROES
                  MOVE WS-HOLD-BRANCH             TO RA-BRANCH-ID
                  MOVE AB-LABEL (WS-BAND-SUB)     TO RA-BAND
                  MOVE BB-COUNT (WS-BAND-SUB)     TO RA-COUNT
                  MOVE BB-DR-AMOUNT (WS-BAND-SUB) TO RA-DR-AMOUNT
                  MOVE BB-CR-AMOUNT (WS-BAND-SUB) TO RA-CR-AMOUNT
                  WRITE IB-RPT-REC FROM RPT-BAND-REC
               END-IF.
      *
      *    EACH BRANCH'S POSTED DUE-TO/DUE-FROM BALANCE, AND THEIR
      *    SUM - WHICH MUST BE NIL WHEN EVERY MOVEMENT BOOKED BOTH
      *    ITS ENTRIES.
         700-PROVE-POSITIONS.
               WRITE IB-RPT-REC FROM RPT-BLANK-REC.
               WRITE IB-RPT-REC FROM RPT-RULE-REC.
               PERFORM 710-CHECK-ONE-GL-ACCOUNT UNTIL WS-GLM-EOF.
               IF WS-IB-GL-NET NOT = ZEROES
                  MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               END-IF.
      *
         710-CHECK-ONE-GL-ACCOUNT.
               READ GL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GLM-EOF-SW
                   NOT AT END
                       IF GLM-ACCOUNT-CODE = WS-IB-DUE-ACCT
                          ADD 1           TO WS-IB-BRANCH-COUNT
                          ADD GLM-BALANCE TO WS-IB-GL-NET
                          MOVE GLM-BRANCH-ID TO RP-BRANCH-ID
                          IF GLM-BRANCH-ID = SPACES
                             MOVE 'HEAD OFFICE'  TO RP-BRANCH-NAME
                          ELSE
                             MOVE GLM-BRANCH-ID  TO RP-BRANCH-NAME
                          END-IF
                          MOVE GLM-BALANCE   TO RP-BALANCE
                          WRITE IB-RPT-REC FROM RPT-POSITION-REC
                       END-IF
               END-READ.
      *
      *    TONIGHT'S DEBITS MUST EQUAL TONIGHT'S CREDITS ON THE
      *    INTER-BRANCH ACCOUNT AS WELL.
         750-PRINT-SUMMARY.
               MOVE WS-FEED-DR-TOTAL TO RF-DR-TOTAL.
               MOVE WS-FEED-CR-TOTAL TO RF-CR-TOTAL.
               IF WS-FEED-DR-TOTAL = WS-FEED-CR-TOTAL
                  MOVE 'IN BALANCE'            TO RF-RESULT
               ELSE
                  MOVE '*** OUT OF BALANCE'    TO RF-RESULT
                  MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               END-IF.
               WRITE IB-RPT-REC FROM RPT-FEED-REC.
      *
               MOVE WS-MATCHED-COUNT  TO RC-MATCHED.
               MOVE WS-NEW-OPEN-COUNT TO RC-NEW-OPEN.
               MOVE WS-OPEN-COUNT     TO RC-OPEN.
               WRITE IB-RPT-REC FROM RPT-COUNT-REC.
      *
               MOVE WS-IB-GL-NET TO RN-NET.
               IF WS-IB-GL-NET = ZEROES
                  MOVE 'NETS TO ZERO'          TO RN-RESULT
               ELSE
                  MOVE '*** OUT OF BALANCE'    TO RN-RESULT
               END-IF.
               WRITE IB-RPT-REC FROM RPT-NET-REC.
      *
         800-CLOSE-FILES.
               CLOSE GL-FEED-FILE.
               CLOSE IB-OPEN-FILE.
               CLOSE GL-MASTER-FILE.
               CLOSE IB-RPT-FILE.
      *
         900-ERR-HANDLING.
               DISPLAY '********************************'.
               DISPLAY '  ERROR HANDLING REPORT '.
               DISPLAY '********************************'.
               DISPLAY '  ' WS-ERR-MSG.
               DISPLAY '  ' WS-ERR-CDE.
               DISPLAY '  ' WS-ERR-PROC.
               DISPLAY '********************************'.
               CALL 'ERRLOG' USING WS-ERR-MSG WS-ERR-CDE WS-ERR-PROC
                                   WS-ERR-SEV.
               MOVE 16 TO RETURN-CODE.
               STOP RUN.
      *
