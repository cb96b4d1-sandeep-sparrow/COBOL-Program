      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 21-12-2020
      * Purpose: BUDGET MASTER MAINTENANCE - APPLIES A TRANSACTION
      *        : FILE AGAINST THE BUDMAST BUDGET MASTER (ONE BUDGET
      *        : FIGURE PER BRANCH, COAMAST GL CODE AND GLCAL FISCAL
      *        : MONTH) WITH AN AUDIT TRAIL OF EVERY CHANGE. FINANCE'S
      *        : ANNUAL BUDGET FILE IS LOADED THROUGH IT AS 'L' ROWS;
      *        : RE-FORECASTS DURING THE YEAR ARE 'C' ROWS, WHICH
      *        : REPLACE THE BUDGET BUT KEEP THE ANNUAL FIGURE. SAME
      *        : ADD/CHANGE/DELETE PATTERN AS COAMNT.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. BUDMNT.
       AUTHOR. SANDEEP P.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUD-MASTER-FILE ASSIGN TO BUDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
      *
           SELECT COA-MASTER-FILE ASSIGN TO COAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT-CODE
               FILE STATUS IS WS-COA-STATUS.
      *
      *    ACCOUNTING-PERIOD CALENDAR KEPT BY GLCLOSE - SEE
      *    COPYBOOKS/GLPERD.cbl. WITHOUT IT THE FISCAL YEAR IS TAKEN
      *    AS THE PERIOD'S CALENDAR YEAR.
           SELECT OPTIONAL GL-CAL-FILE ASSIGN TO GLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS WS-CAL-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO BUDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO BUDAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO BUDREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *
      *    ONE RECORD PER BRANCH, GL ACCOUNT CODE AND FISCAL MONTH.
       FD  BUD-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BUD-MASTER-REC.
           02  BUD-KEY.
               03  BUD-BRANCH-ID          PIC X(04).
               03  BUD-ACCOUNT-CODE       PIC X(06).
               03  BUD-PERIOD             PIC 9(06).
      *    NAMED BUDGET FIELDS (BUD-BUDGET-DATA GROUP) - SEE
      *    COPYBOOKS/BUDREC.cbl
           COPY BUDREC.
      *
      *    LAYOUT MIRRORS COAMNT.CBL'S COA-MASTER-REC.
       FD  COA-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  COA-MASTER-REC.
           05 COA-ACCOUNT-CODE        PIC X(06).
           05 COA-DESCRIPTION         PIC X(30).
           05 COA-CLASS               PIC X(01).
           05 COA-PARENT              PIC X(06).
           05 FILLER                  PIC X(37).
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
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'L'=LOAD THE ANNUAL
      *    BUDGET (ADDS THE MONTH, OR RESTARTS IT FROM THE NEW ANNUAL
      *    FIGURE), 'C'=RE-FORECAST, 'D'=DELETE. FINANCE'S ANNUAL
      *    BUDGET FILE IS ONE 'L' ROW PER BRANCH, CODE AND MONTH.
      *    TRAN-AMOUNT IS IN THE CODE'S NATURAL SIGN, '-' IN
      *    TRAN-AMOUNT-SIGN FOR A NEGATIVE BUDGET.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BUD-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-LOAD                    VALUE 'L'.
              88 TRAN-CHANGE                  VALUE 'C'.
              88 TRAN-DELETE                  VALUE 'D'.
           05 TRAN-BRANCH-ID          PIC X(04).
           05 TRAN-ACCOUNT-CODE       PIC X(06).
           05 TRAN-PERIOD             PIC 9(06).
           05 TRAN-AMOUNT             PIC 9(09)V99.
           05 TRAN-AMOUNT-SIGN        PIC X(01).
              88 TRAN-AMOUNT-NEGATIVE         VALUE '-'.
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(43).
      *
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BUD-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-BRANCH-ID           PIC X(04).
           05 AUD-ACCOUNT-CODE        PIC X(06).
           05 AUD-PERIOD              PIC 9(06).
           05 AUD-RESULT              PIC X(08).
           05 AUD-OLD-AMOUNT          PIC S9(09)V99.
           05 AUD-NEW-AMOUNT          PIC S9(09)V99.
           05 AUD-REVISION            PIC 9(03).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(08).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BUD-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-BRANCH-ID           PIC X(04).
           05 REJ-ACCOUNT-CODE        PIC X(06).
           05 REJ-PERIOD              PIC X(06).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(23).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-BUD-STATUS     PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS     PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'BUDAUDIT'.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  WS-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-TRAN-EOF                       VALUE 'Y'.
       01  WS-CAL-PRESENT-SW          PIC X(01) VALUE 'N'.
           88  WS-CAL-PRESENT                    VALUE 'Y'.
       01  WS-TRAN-OK-SW              PIC X(01) VALUE 'Y'.
           88  WS-TRAN-OK                        VALUE 'Y'.
       01  WS-TODAY-DATE              PIC 9(08).
      *
      *    RUN CONTROL TOTALS
       01  WS-READ-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-LOAD-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-CHANGE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-DELETE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-REJECT-COUNT            PIC 9(07) VALUE ZEROES.
      *
      *    THE TRANSACTION'S BUDGET IN ITS SIGN, THE FISCAL YEAR OF
      *    ITS PERIOD, AND THE FIGURE IT REPLACES FOR THE AUDIT.
       01  WS-TRAN-SIGNED-AMT         PIC S9(09)V99 VALUE ZEROES.
       01  WS-TRAN-FISCAL-YEAR        PIC 9(04) VALUE ZEROES.
       01  WS-OLD-AMOUNT              PIC S9(09)V99 VALUE ZEROES.
      *
       01  WS-AUD-RESULT              PIC X(08) VALUE SPACES.
       01  WS-REJ-REASON-CDE          PIC X(02) VALUE SPACES.
       01  WS-REJ-REASON-TXT          PIC X(30) VALUE SPACES.
      *
      *    AUTHCHK INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'BUDMNT  '.
       01  WS-AUTH-AMOUNT             PIC 9(9)V99 VALUE ZEROES.
       01  WS-AUTH-RESULT             PIC X(01) VALUE 'Y'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *
       A0001-MAIN.

           PERFORM B0001-OPEN-FILES       THRU B0001-EX
           PERFORM D0001-READ-TRANSACTION THRU D0001-EX

           IF NOT WS-TRAN-EOF
               PERFORM E0001-PROCESS-TRANSACTION THRU E0001-EX
                   UNTIL WS-TRAN-EOF
           END-IF.

           DISPLAY 'TOTAL TRANSACTIONS READ     : ' WS-READ-COUNT.
           DISPLAY 'BUDGET MONTHS LOADED        : ' WS-LOAD-COUNT.
           DISPLAY 'BUDGET MONTHS RE-FORECAST   : ' WS-CHANGE-COUNT.
           DISPLAY 'BUDGET MONTHS DELETED       : ' WS-DELETE-COUNT.
           DISPLAY 'TOTAL TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.

           PERFORM Z0001-CLOSE-FILES THRU Z0001-EX.

       A0001-MAIN-EX.
           EXIT.
      *----------------------------------------------------------------*
       B0001-OPEN-FILES.
      *----------------------------------------------------------------*
               CALL 'GETBDATE' USING WS-TODAY-DATE.

               OPEN I-O BUD-MASTER-FILE.
               IF WS-BUD-STATUS = '35'
                   OPEN OUTPUT BUD-MASTER-FILE
                   CLOSE BUD-MASTER-FILE
                   OPEN I-O BUD-MASTER-FILE
               END-IF.

               IF WS-BUD-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file BUDMAST'
                                             TO WS-ERR-MSG
                   MOVE WS-BUD-STATUS        TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT COA-MASTER-FILE.

               IF WS-COA-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file COAMAST'
                                             TO WS-ERR-MSG
                   MOVE WS-COA-STATUS        TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT GL-CAL-FILE.
               IF WS-CAL-STATUS = '00'
                   MOVE 'Y' TO WS-CAL-PRESENT-SW
               END-IF.
      *
               OPEN INPUT TRANSACTION-FILE.

               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file BUDTRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file BUDAUDIT'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file BUDREJ'
                                             TO WS-ERR-MSG
                   MOVE WS-REJECT-STATUS     TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.

       B0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       D0001-READ-TRANSACTION.
      *----------------------------------------------------------------*
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TRAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
               END-READ.

       D0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       E0001-PROCESS-TRANSACTION.
      *----------------------------------------------------------------*
               IF TRAN-AMOUNT NUMERIC
                   MOVE TRAN-AMOUNT TO WS-AUTH-AMOUNT
               ELSE
                   MOVE ZEROES      TO WS-AUTH-AMOUNT
               END-IF.
               CALL 'AUTHCHK' USING TRAN-OPERATOR-ID WS-AUTH-PROGRAM
                                    TRAN-CODE WS-AUTH-AMOUNT
                                    WS-AUTH-RESULT.
               IF WS-AUTH-RESULT = 'N'
                   MOVE '07' TO WS-REJ-REASON-CDE
                   MOVE 'OPERATOR NOT AUTHORIZED'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

               PERFORM F0004-CHECK-TRANSACTION THRU F0004-EX.
               IF NOT WS-TRAN-OK
                   GO TO E0001-READ-NEXT
               END-IF.

               EVALUATE TRUE
                   WHEN TRAN-LOAD
                       PERFORM F0001-LOAD-BUDGET     THRU F0001-EX
                   WHEN TRAN-CHANGE
                       PERFORM F0002-REFORECAST      THRU F0002-EX
                   WHEN TRAN-DELETE
                       PERFORM F0003-DELETE-BUDGET   THRU F0003-EX
               END-EVALUATE.

       E0001-READ-NEXT.
               PERFORM D0001-READ-TRANSACTION THRU D0001-EX.

       E0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0001-LOAD-BUDGET.
      *----------------------------------------------------------------*
      *    A MONTH ALREADY ON THE MASTER IS A RELOAD OF THE ANNUAL
      *    BUDGET - IT STARTS AGAIN FROM THE NEW FIGURE, REVISIONS
      *    AND ALL.
      *----------------------------------------------------------------*
               MOVE TRAN-BRANCH-ID    TO BUD-BRANCH-ID.
               MOVE TRAN-ACCOUNT-CODE TO BUD-ACCOUNT-CODE.
               MOVE TRAN-PERIOD       TO BUD-PERIOD.

               READ BUD-MASTER-FILE
                   INVALID KEY
                       INITIALIZE BUD-BUDGET-DATA
                       MOVE ZEROES            TO WS-OLD-AMOUNT
                       PERFORM F0005-SET-LOADED-BUDGET THRU F0005-EX
                       WRITE BUD-MASTER-REC
                       MOVE 'LOADED  '        TO WS-AUD-RESULT
                   NOT INVALID KEY
                       MOVE BUD-AMOUNT        TO WS-OLD-AMOUNT
                       PERFORM F0005-SET-LOADED-BUDGET THRU F0005-EX
                       REWRITE BUD-MASTER-REC
                       MOVE 'RELOADED'        TO WS-AUD-RESULT
               END-READ.

               IF WS-BUD-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file BUDMAST'
                                              TO WS-ERR-MSG
                   MOVE WS-BUD-STATUS         TO WS-ERR-CDE
                   MOVE 'F0001-LOAD-BUDGET'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.

               ADD 1 TO WS-LOAD-COUNT.
               PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX.

       F0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0002-REFORECAST.
      *----------------------------------------------------------------*
      *    THE RE-FORECAST REPLACES THE BUDGET; THE ANNUAL FIGURE
      *    STAYS IN BUD-ORIGINAL-AMT.
      *----------------------------------------------------------------*
               MOVE TRAN-BRANCH-ID    TO BUD-BRANCH-ID.
               MOVE TRAN-ACCOUNT-CODE TO BUD-ACCOUNT-CODE.
               MOVE TRAN-PERIOD       TO BUD-PERIOD.

               READ BUD-MASTER-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'BUDGET NOT FOUND ON CHANGE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       MOVE BUD-AMOUNT         TO WS-OLD-AMOUNT
                       MOVE WS-TRAN-SIGNED-AMT TO BUD-AMOUNT
                       ADD 1                   TO BUD-REVISION
                       MOVE WS-TODAY-DATE      TO BUD-CHANGED-DATE
                       MOVE TRAN-OPERATOR-ID   TO BUD-CHANGED-BY
                       REWRITE BUD-MASTER-REC
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'REFCAST ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-READ.

       F0002-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0003-DELETE-BUDGET.
      *----------------------------------------------------------------*
               MOVE TRAN-BRANCH-ID    TO BUD-BRANCH-ID.
               MOVE TRAN-ACCOUNT-CODE TO BUD-ACCOUNT-CODE.
               MOVE TRAN-PERIOD       TO BUD-PERIOD.

               READ BUD-MASTER-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'BUDGET NOT FOUND ON DELETE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       MOVE BUD-AMOUNT TO WS-OLD-AMOUNT
                       MOVE ZEROES     TO WS-TRAN-SIGNED-AMT
                       DELETE BUD-MASTER-FILE
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE 'DELETED ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-READ.

       F0003-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0004-CHECK-TRANSACTION.
      *----------------------------------------------------------------*
      *    THE CODE MUST BE ON THE CHART AND THE MONTH ON THE GLCAL
      *    CALENDAR AND STILL OPEN - A CLOSED MONTH'S ACTUALS ARE
      *    FINAL, AND SO IS WHAT THEY WERE MEASURED AGAINST.
      *----------------------------------------------------------------*
               MOVE 'Y' TO WS-TRAN-OK-SW.

               IF NOT TRAN-LOAD AND NOT TRAN-CHANGE
                                AND NOT TRAN-DELETE
                   MOVE '01' TO WS-REJ-REASON-CDE
                   MOVE 'UNKNOWN TRANSACTION CODE'
                       TO WS-REJ-REASON-TXT
                   GO TO F0004-REJECT
               END-IF.

               IF TRAN-PERIOD NOT NUMERIC
                  OR TRAN-PERIOD (5:2) < '01'
                  OR TRAN-PERIOD (5:2) > '12'
                   MOVE '05' TO WS-REJ-REASON-CDE
                   MOVE 'INVALID BUDGET PERIOD'
                       TO WS-REJ-REASON-TXT
                   GO TO F0004-REJECT
               END-IF.

               IF NOT TRAN-DELETE
                  AND TRAN-AMOUNT NOT NUMERIC
                   MOVE '05' TO WS-REJ-REASON-CDE
                   MOVE 'INVALID BUDGET AMOUNT'
                       TO WS-REJ-REASON-TXT
                   GO TO F0004-REJECT
               END-IF.

               MOVE TRAN-ACCOUNT-CODE TO COA-ACCOUNT-CODE.
               READ COA-MASTER-FILE
                   INVALID KEY
                       MOVE '02' TO WS-REJ-REASON-CDE
                       MOVE 'CODE NOT IN CHART OF ACCOUNTS'
                           TO WS-REJ-REASON-TXT
                       GO TO F0004-REJECT
               END-READ.

               MOVE TRAN-PERIOD (1:4) TO WS-TRAN-FISCAL-YEAR.
               IF WS-CAL-PRESENT
                   MOVE TRAN-PERIOD TO GLP-PERIOD
                   READ GL-CAL-FILE
                       INVALID KEY
                           MOVE '06' TO WS-REJ-REASON-CDE
                           MOVE 'PERIOD NOT ON GLCAL CALENDAR'
                               TO WS-REJ-REASON-TXT
                           GO TO F0004-REJECT
                   END-READ
                   IF GLP-CLOSED
                       MOVE '08' TO WS-REJ-REASON-CDE
                       MOVE 'PERIOD CLOSED - ACTUALS FINAL'
                           TO WS-REJ-REASON-TXT
                       GO TO F0004-REJECT
                   END-IF
                   MOVE GLP-FISCAL-YEAR TO WS-TRAN-FISCAL-YEAR
               END-IF.

               IF TRAN-DELETE
                   GO TO F0004-EX
               END-IF.
               IF TRAN-AMOUNT-NEGATIVE
                   COMPUTE WS-TRAN-SIGNED-AMT = 0 - TRAN-AMOUNT
               ELSE
                   MOVE TRAN-AMOUNT TO WS-TRAN-SIGNED-AMT
               END-IF.
               GO TO F0004-EX.

       F0004-REJECT.
               MOVE 'N' TO WS-TRAN-OK-SW.
               PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX.

       F0004-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0005-SET-LOADED-BUDGET.
      *----------------------------------------------------------------*
               MOVE WS-TRAN-FISCAL-YEAR    TO BUD-FISCAL-YEAR.
               MOVE WS-TRAN-SIGNED-AMT     TO BUD-AMOUNT.
               MOVE WS-TRAN-SIGNED-AMT     TO BUD-ORIGINAL-AMT.
               MOVE ZEROES                 TO BUD-REVISION.
               MOVE WS-TODAY-DATE          TO BUD-LOADED-DATE.
               MOVE WS-TODAY-DATE          TO BUD-CHANGED-DATE.
               MOVE TRAN-OPERATOR-ID       TO BUD-CHANGED-BY.

       F0005-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0001-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
               MOVE TRAN-CODE              TO AUD-TRAN-CODE.
               MOVE TRAN-BRANCH-ID         TO AUD-BRANCH-ID.
               MOVE TRAN-ACCOUNT-CODE      TO AUD-ACCOUNT-CODE.
               MOVE TRAN-PERIOD            TO AUD-PERIOD.
               MOVE WS-AUD-RESULT          TO AUD-RESULT.
               MOVE WS-OLD-AMOUNT          TO AUD-OLD-AMOUNT.
               MOVE WS-TRAN-SIGNED-AMT     TO AUD-NEW-AMOUNT.
               MOVE BUD-REVISION           TO AUD-REVISION.
               MOVE TRAN-OPERATOR-ID       TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING BUD-AUDIT-REC WS-AUD-CHAIN.
               WRITE BUD-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file BUDAUDIT'
                                              TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS       TO WS-ERR-CDE
                   MOVE 'G0001-WRITE-AUDIT'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.

       G0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0002-WRITE-REJECT-RECORD.
      *----------------------------------------------------------------*
               ADD 1 TO WS-REJECT-COUNT.

               MOVE TRAN-CODE         TO REJ-TRAN-CODE.
               MOVE TRAN-BRANCH-ID    TO REJ-BRANCH-ID.
               MOVE TRAN-ACCOUNT-CODE TO REJ-ACCOUNT-CODE.
               MOVE TRAN-PERIOD       TO REJ-PERIOD.
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.

               WRITE BUD-REJECT-REC.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file BUDREJ'
                                              TO WS-ERR-MSG
                   MOVE WS-REJECT-STATUS      TO WS-ERR-CDE
                   MOVE 'G0002-WRITE-REJECT'  TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.

       G0002-EX.
           EXIT.
      *----------------------------------------------------------------*
       Y0001-ERR-HANDLING.
      *----------------------------------------------------------------*
            DISPLAY '********************************'.
            DISPLAY '  ERROR HANDLING REPORT '.
            DISPLAY '********************************'.
            DISPLAY '  ' WS-ERR-MSG.
            DISPLAY '  ' WS-ERR-CDE.
            DISPLAY '  ' WS-ERR-PROC.
            DISPLAY '********************************'.

           CALL 'ERRLOG' USING WS-ERR-MSG WS-ERR-CDE WS-ERR-PROC
                               WS-ERR-SEV.

           PERFORM Z0001-CLOSE-FILES THRU Z0001-EX.

       Y0001-EXIT.
            EXIT.
      *----------------------------------------------------------------*
       Z0001-CLOSE-FILES.
      *----------------------------------------------------------------*
           CLOSE BUD-MASTER-FILE.
           CLOSE COA-MASTER-FILE.
           CLOSE GL-CAL-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING BUD-AUDIT-REC WS-AUD-CHAIN.
           WRITE BUD-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
