      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 04-01-2021
      * Purpose: NIGHTLY BRANCH BALANCE SNAPSHOT - SWEEPS THE DAY-END
      *        : BALFILE, TOTALS EACH HOME BRANCH'S DEPOSIT AND
      *        : ADVANCE BALANCES AND ITS ACCOUNT COUNT, AND ADDS THE
      *        : NIGHT TO THE BRANCH'S BRBAL RECORD FOR THE CURRENT
      *        : GLCAL PERIOD, FROM WHICH BRPROF TAKES AVERAGE
      *        : BALANCES AND DEPOSIT GROWTH.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. BRBALSNP.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
      *    ACCOUNTING-PERIOD CALENDAR KEPT BY GLCLOSE - SEE
      *    COPYBOOKS/GLPERD.cbl.
           SELECT GL-CAL-FILE ASSIGN TO GLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS WS-CAL-STATUS.
      *
      *    BRANCH BALANCE ACCUMULATORS - SEE COPYBOOKS/BRBREC.cbl.
           SELECT BR-BAL-FILE ASSIGN TO BRBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRB-KEY
               FILE STATUS IS WS-BRB-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BALANCE-IO.
           02  ACCT-NO                    PIC X(10).
      *    NAMED ACCOUNT-DATA FIELDS (BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BALREC.cbl
           COPY BALREC.
      *
       FD  GL-CAL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-PERIOD-REC.
           02  GLP-PERIOD                 PIC  9(06).
      *    NAMED PERIOD FIELDS (GL-PERIOD-DATA GROUP) - SEE
      *    COPYBOOKS/GLPERD.cbl
           COPY GLPERD.
      *
       FD  BR-BAL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BR-BAL-REC.
           02  BRB-KEY.
               03  BRB-BRANCH-ID          PIC X(04).
               03  BRB-PERIOD             PIC 9(06).
      *    NAMED BALANCE FIELDS (BRB-BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BRBREC.cbl
           COPY BRBREC.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-BRB-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-BAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-BAL-EOF                           VALUE 'Y'.
       01  WS-CAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CAL-EOF                           VALUE 'Y'.
       01  WS-BT-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-BT-FOUND                          VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-MONTH REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYYMM            PIC 9(06).
           05  FILLER                     PIC 9(02).
      *
      *    THE GLCAL PERIOD TONIGHT FALLS IN - THE CALENDAR MONTH
      *    WHEN NO PERIOD HAS BEEN DEFINED FOR IT YET.
       01  WS-SNAP-PERIOD                 PIC 9(06) VALUE ZEROES.
      *
      *    TONIGHT'S FIGURES, ONE ENTRY PER HOME BRANCH.
       01  WS-BT-COUNT                    PIC 9(04) VALUE ZEROES.
       01  WS-BT-MAX                      PIC 9(04) VALUE 500.
       01  BRANCH-TOTAL-TABLE.
           05  BT-ENTRY OCCURS 500 TIMES INDEXED BY BT-IDX.
               10  BT-BRANCH-ID           PIC X(04).
               10  BT-DEP-BAL             PIC 9(10)V99.
               10  BT-ADV-BAL             PIC 9(10)V99.
               10  BT-ACCT-COUNT          PIC 9(06).
      *
       01  WS-ACCTS-READ                  PIC 9(07) VALUE ZEROES.
       01  WS-BRANCHES-ADDED              PIC 9(05) VALUE ZEROES.
       01  WS-BRANCHES-UPDATED            PIC 9(05) VALUE ZEROES.
       01  WS-NIGHTS-REPLACED             PIC 9(05) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********BRANCH BALANCE SNAPSHOT****************'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 150-FIND-SNAP-PERIOD.
      *
           MOVE LOW-VALUES TO ACCT-NO.
           START BALANCE-AMT KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-BAL-EOF-SW
           END-START.
           PERFORM 200-TOTAL-ONE-ACCOUNT UNTIL WS-BAL-EOF.
      *
           PERFORM 300-POST-ONE-BRANCH
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BT-COUNT.
      *
           DISPLAY 'SNAPSHOT PERIOD        : ' WS-SNAP-PERIOD.
           DISPLAY 'ACCOUNTS READ          : ' WS-ACCTS-READ.
           DISPLAY 'BRANCHES ADDED         : ' WS-BRANCHES-ADDED.
           DISPLAY 'BRANCHES UPDATED       : ' WS-BRANCHES-UPDATED.
           DISPLAY 'NIGHTS REPLACED        : ' WS-NIGHTS-REPLACED.
      *
           PERFORM 800-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  BALANCE-AMT.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file BALFILE'    TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  GL-CAL-FILE.
               IF WS-CAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLCAL'      TO WS-ERR-MSG
                  MOVE WS-CAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *        FIRST NIGHT - NO ACCUMULATORS YET, SO START THE FILE.
               OPEN I-O    BR-BAL-FILE.
               IF WS-BRB-STATUS = '35'
                  OPEN OUTPUT BR-BAL-FILE
                  CLOSE BR-BAL-FILE
                  OPEN I-O BR-BAL-FILE
               END-IF.
               IF WS-BRB-STATUS NOT = ZEROES
                  MOVE 'Error opening file BRBAL'      TO WS-ERR-MSG
                  MOVE WS-BRB-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         150-FIND-SNAP-PERIOD.
               MOVE ZEROES TO WS-SNAP-PERIOD.
               MOVE LOW-VALUES TO GLP-PERIOD.
               START GL-CAL-FILE KEY IS NOT LESS THAN GLP-PERIOD
                   INVALID KEY
                       MOVE 'Y' TO WS-CAL-EOF-SW
               END-START.
               PERFORM 155-CHECK-ONE-PERIOD
                   UNTIL WS-CAL-EOF.
               IF WS-SNAP-PERIOD = ZEROES
                  MOVE WS-TODAY-YYYYMM TO WS-SNAP-PERIOD
                  DISPLAY 'BRBALSNP: NO GLCAL PERIOD FOR '
                          WS-TODAY-DATE ' - CALENDAR MONTH USED'
               END-IF.
      *
         155-CHECK-ONE-PERIOD.
               READ GL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF WS-TODAY-DATE NOT < GLP-START-DATE
                          AND WS-TODAY-DATE NOT > GLP-END-DATE
                           MOVE GLP-PERIOD TO WS-SNAP-PERIOD
                           MOVE 'Y' TO WS-CAL-EOF-SW
                       END-IF
               END-READ.
      *
      *    CREDIT BALANCES ARE DEPOSITS, OVERDRAWN ONES ADVANCES.
      *    NO CONVERSION - EVERY CURRENCY COUNTS AT FACE VALUE.
         200-TOTAL-ONE-ACCOUNT.
               READ BALANCE-AMT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BAL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ACCTS-READ
                       PERFORM 210-FIND-BRANCH
                       ADD 1 TO BT-ACCT-COUNT (BT-IDX)
                       IF BAL-AMT > ZEROES
                          ADD BAL-AMT TO BT-DEP-BAL (BT-IDX)
                       ELSE
                          SUBTRACT BAL-AMT FROM BT-ADV-BAL (BT-IDX)
                       END-IF
               END-READ.
      *
         210-FIND-BRANCH.
               MOVE 'N' TO WS-BT-FOUND-SW.
               SET BT-IDX TO 1.
               SEARCH BT-ENTRY
                   AT END
                       CONTINUE
                   WHEN BT-IDX > WS-BT-COUNT
                       CONTINUE
                   WHEN BT-BRANCH-ID (BT-IDX) = HOME-BRANCH
                       MOVE 'Y' TO WS-BT-FOUND-SW
               END-SEARCH.
               IF NOT WS-BT-FOUND
                  IF WS-BT-COUNT >= WS-BT-MAX
                     MOVE 'Branch total table overflow' TO WS-ERR-MSG
                     MOVE 'OV'                          TO WS-ERR-CDE
                     MOVE '210-FIND-BRANCH'             TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  ADD 1 TO WS-BT-COUNT
                  SET BT-IDX TO WS-BT-COUNT
                  MOVE HOME-BRANCH TO BT-BRANCH-ID (BT-IDX)
                  MOVE ZEROES      TO BT-DEP-BAL (BT-IDX)
                  MOVE ZEROES      TO BT-ADV-BAL (BT-IDX)
                  MOVE ZEROES      TO BT-ACCT-COUNT (BT-IDX)
               END-IF.
      *
      *    A SECOND RUN ON THE SAME NIGHT TAKES THE FIRST RUN'S
      *    SAMPLE BACK OUT BEFORE ADDING ITS OWN.
         300-POST-ONE-BRANCH.
               MOVE BT-BRANCH-ID (BT-IDX) TO BRB-BRANCH-ID.
               MOVE WS-SNAP-PERIOD        TO BRB-PERIOD.
               READ BR-BAL-FILE
                   INVALID KEY
                       MOVE BT-BRANCH-ID (BT-IDX) TO BRB-BRANCH-ID
                       MOVE WS-SNAP-PERIOD        TO BRB-PERIOD
                       MOVE SPACES TO BRB-BALANCE-DATA
                       INITIALIZE BRB-BALANCE-DATA
               END-READ.
               IF WS-BRB-STATUS = '00'
                  AND BRB-LAST-DATE = WS-TODAY-DATE
                  SUBTRACT 1             FROM BRB-DAYS
                  SUBTRACT BRB-CLOSE-DEP FROM BRB-DEP-SUM
                  SUBTRACT BRB-CLOSE-ADV FROM BRB-ADV-SUM
                  ADD 1 TO WS-NIGHTS-REPLACED
               END-IF.
      *
               ADD 1                       TO BRB-DAYS.
               ADD BT-DEP-BAL (BT-IDX)     TO BRB-DEP-SUM.
               ADD BT-ADV-BAL (BT-IDX)     TO BRB-ADV-SUM.
               MOVE BT-DEP-BAL (BT-IDX)    TO BRB-CLOSE-DEP.
               MOVE BT-ADV-BAL (BT-IDX)    TO BRB-CLOSE-ADV.
               MOVE BT-ACCT-COUNT (BT-IDX) TO BRB-ACCT-COUNT.
               MOVE WS-TODAY-DATE          TO BRB-LAST-DATE.
      *
               IF WS-BRB-STATUS = '00'
                  REWRITE BR-BAL-REC
                      INVALID KEY
                          MOVE 'BRBAL rewrite failed'  TO WS-ERR-MSG
                          MOVE WS-BRB-STATUS           TO WS-ERR-CDE
                          MOVE '300-POST-ONE-BRANCH'   TO WS-ERR-PROC
                          PERFORM 900-ERR-HANDLING
                  END-REWRITE
                  ADD 1 TO WS-BRANCHES-UPDATED
               ELSE
                  WRITE BR-BAL-REC
                      INVALID KEY
                          MOVE 'BRBAL write failed'    TO WS-ERR-MSG
                          MOVE WS-BRB-STATUS           TO WS-ERR-CDE
                          MOVE '300-POST-ONE-BRANCH'   TO WS-ERR-PROC
                          PERFORM 900-ERR-HANDLING
                  END-WRITE
                  ADD 1 TO WS-BRANCHES-ADDED
               END-IF.
      *
         800-CLOSE-FILES.
               CLOSE BALANCE-AMT.
               CLOSE GL-CAL-FILE.
               CLOSE BR-BAL-FILE.
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
