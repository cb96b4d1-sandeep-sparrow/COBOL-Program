      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 04-01-2021
      * Purpose: BRANCH VAULT MAINTENANCE - APPLIES A TRANSACTION FILE
      *        : AGAINST THE VAULTMST BRANCH VAULT FILE (ONE RECORD
      *        : PER BRANCH HOLDING CASH - ITS INSURED CASH-HOLDING
      *        : LIMIT, THE MINIMUM IT SHOULD OPEN THE DAY WITH, AND
      *        : ON SET-UP THE CASH IT STARTS WITH), WITH AN AUDIT
      *        : TRAIL OF EVERY CHANGE APPLIED, LIKE BNKLIENM'S LIEN
      *        : MAINTENANCE. VAULTPOS STRIKES THE NIGHTLY POSITION.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. BNKVLTM.
       AUTHOR. SANDEEP P.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-MASTER-FILE ASSIGN TO VAULTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VT-BRANCH-ID
               FILE STATUS IS WS-VAULT-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO VLTMTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO VLTMAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO VLTMREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  VAULT-MASTER-FILE
            RECORD CONTAINS 300 CHARACTERS
            RECORDING MODE IS F.
       01  VAULT-MASTER-REC.
           02  VT-BRANCH-ID         PIC X(04).
      *    NAMED VAULT FIELDS (VAULT-DATA GROUP) - SEE
      *    COPYBOOKS/VAULTREC.cbl
           COPY VAULTREC.
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'A'=SET UP A BRANCH
      *    VAULT WITH ITS LIMITS AND THE CASH IT HOLDS TODAY, 'C'=
      *    CHANGE ITS NAME OR LIMITS (ONLY THE FIELDS KEYED ARE
      *    REPLACED), 'D'=DELETE A VAULT - ONLY ONCE IT IS EMPTY. CASH
      *    ITSELF ONLY MOVES THROUGH VAULTPOS.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  VAULT-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-ADD                     VALUE 'A'.
              88 TRAN-CHANGE                  VALUE 'C'.
              88 TRAN-DELETE                  VALUE 'D'.
           05 TRAN-BRANCH-ID          PIC X(04).
           05 TRAN-BRANCH-NAME        PIC X(20).
           05 TRAN-INSURED-LIMIT      PIC 9(9)V99.
           05 TRAN-MIN-HOLDING        PIC 9(9)V99.
           05 TRAN-OPENING-CASH       PIC 9(9)V99.
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(14).
      *
      *    ONE RECORD PER CHANGE APPLIED, CARRYING THE VAULT AS IT
      *    STANDS AFTER THE CHANGE (BEFORE IT, ON A DELETE).
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  VAULT-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-BRANCH-ID           PIC X(04).
           05 AUD-RESULT              PIC X(08).
           05 AUD-BRANCH-NAME         PIC X(20).
           05 AUD-INSURED-LIMIT       PIC 9(9)V99.
           05 AUD-MIN-HOLDING         PIC 9(9)V99.
           05 AUD-CLOSE-BAL           PIC S9(9)V99.
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(12).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  VAULT-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-BRANCH-ID           PIC X(04).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(35).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-VAULT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 100.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'VLTMAUD '.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  WS-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-TRAN-EOF                       VALUE 'Y'.
       01  WS-TODAY-DATE              PIC 9(08).
      *
      *    RUN CONTROL TOTALS
       01  WS-READ-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-ADD-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-CHANGE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-DELETE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-REJECT-COUNT            PIC 9(07) VALUE ZEROES.
      *
      *    WORK FIELDS FOR THE CURRENT AUDIT/REJECT RECORD
       01  WS-AUD-RESULT              PIC X(08) VALUE SPACES.
       01  WS-REJ-REASON-CDE          PIC X(02) VALUE SPACES.
       01  WS-REJ-REASON-TXT          PIC X(30) VALUE SPACES.
      *
      *    AUTHCHK INTERFACE FIELDS - THE GRANT MUST COVER THE
      *    INSURED LIMIT BEING SET.
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'BNKVLTM '.
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
           DISPLAY 'VAULTS SET UP               : ' WS-ADD-COUNT.
           DISPLAY 'VAULTS CHANGED              : ' WS-CHANGE-COUNT.
           DISPLAY 'VAULTS DELETED              : ' WS-DELETE-COUNT.
           DISPLAY 'TOTAL TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.

           PERFORM Z0001-CLOSE-FILES THRU Z0001-EX.

       A0001-MAIN-EX.
           EXIT.
      *----------------------------------------------------------------*
       B0001-OPEN-FILES.
      *----------------------------------------------------------------*
               CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
               OPEN I-O VAULT-MASTER-FILE.
               IF WS-VAULT-STATUS = '35'
                   OPEN OUTPUT VAULT-MASTER-FILE
                   CLOSE VAULT-MASTER-FILE
                   OPEN I-O VAULT-MASTER-FILE
               END-IF.

               IF WS-VAULT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file VAULTMST'
                                             TO WS-ERR-MSG
                   MOVE WS-VAULT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT TRANSACTION-FILE.

               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file VLTMTRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file VLTMAUD'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file VLTMREJ'
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
      *    EVERY TRANSACTION TYPE NEEDS AN AUTHORIZED OPERATOR AND A
      *    BRANCH BEFORE ANYTHING IS TOUCHED.
      *----------------------------------------------------------------*
               IF TRAN-INSURED-LIMIT IS NUMERIC
                   MOVE TRAN-INSURED-LIMIT TO WS-AUTH-AMOUNT
               ELSE
                   MOVE ZEROES             TO WS-AUTH-AMOUNT
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

               IF TRAN-BRANCH-ID = SPACES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'BRANCH ID MISSING'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM F0001-ADD-VAULT          THRU F0001-EX
                   WHEN TRAN-CHANGE
                       PERFORM F0002-CHANGE-VAULT       THRU F0002-EX
                   WHEN TRAN-DELETE
                       PERFORM F0003-DELETE-VAULT       THRU F0003-EX
                   WHEN OTHER
                       MOVE '01' TO WS-REJ-REASON-CDE
                       MOVE 'UNKNOWN TRANSACTION CODE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
               END-EVALUATE.

       E0001-READ-NEXT.
               PERFORM D0001-READ-TRANSACTION THRU D0001-EX.

       E0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0001-ADD-VAULT.
      *----------------------------------------------------------------*
      *    A VAULT NEEDS ITS INSURED LIMIT, AND THE MINIMUM HOLDING
      *    MUST SIT BELOW IT. THE OPENING CASH BECOMES TODAY'S CLOSING
      *    POSITION, SO TONIGHT'S VAULTPOS RUN OPENS FROM IT.
      *----------------------------------------------------------------*
               IF TRAN-INSURED-LIMIT NOT NUMERIC
                  OR TRAN-INSURED-LIMIT = ZEROES
                  OR TRAN-MIN-HOLDING NOT NUMERIC
                  OR TRAN-MIN-HOLDING NOT < TRAN-INSURED-LIMIT
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'INSURED LIMIT/MINIMUM INVALID'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.

               INITIALIZE VAULT-MASTER-REC.
               MOVE TRAN-BRANCH-ID      TO VT-BRANCH-ID.
               MOVE TRAN-BRANCH-NAME    TO VT-BRANCH-NAME.
               MOVE TRAN-INSURED-LIMIT  TO VT-INSURED-LIMIT.
               MOVE TRAN-MIN-HOLDING    TO VT-MIN-HOLDING.
               IF TRAN-OPENING-CASH IS NUMERIC
                   MOVE TRAN-OPENING-CASH TO VT-CLOSE-BAL
               ELSE
                   MOVE ZEROES            TO VT-CLOSE-BAL
               END-IF.
               MOVE VT-CLOSE-BAL      TO VT-OPEN-BAL.
               MOVE VT-CLOSE-BAL      TO VT-EXPECTED-BAL.
               MOVE ZEROES            TO VT-POSITION-DATE.
               MOVE WS-TODAY-DATE     TO VT-ADDED-DATE.
               MOVE ZEROES            TO VT-CHANGED-DATE.
               MOVE TRAN-OPERATOR-ID  TO VT-CHANGED-BY.

               WRITE VAULT-MASTER-REC
                   INVALID KEY
                       MOVE '04' TO WS-REJ-REASON-CDE
                       MOVE 'DUPLICATE VAULT ON ADD'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE 'ADDED   ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-WRITE.

       F0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0002-CHANGE-VAULT.
      *----------------------------------------------------------------*
               MOVE TRAN-BRANCH-ID TO VT-BRANCH-ID.

               READ VAULT-MASTER-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'VAULT NOT FOUND ON CHG'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0002-EX
               END-READ.

               IF TRAN-BRANCH-NAME NOT = SPACES
                   MOVE TRAN-BRANCH-NAME    TO VT-BRANCH-NAME
               END-IF.
               IF TRAN-INSURED-LIMIT IS NUMERIC
                  AND TRAN-INSURED-LIMIT > ZEROES
                   MOVE TRAN-INSURED-LIMIT  TO VT-INSURED-LIMIT
               END-IF.
               IF TRAN-MIN-HOLDING IS NUMERIC
                   MOVE TRAN-MIN-HOLDING    TO VT-MIN-HOLDING
               END-IF.
               IF VT-MIN-HOLDING NOT < VT-INSURED-LIMIT
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'INSURED LIMIT/MINIMUM INVALID'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0002-EX
               END-IF.
               MOVE WS-TODAY-DATE    TO VT-CHANGED-DATE.
               MOVE TRAN-OPERATOR-ID TO VT-CHANGED-BY.

               REWRITE VAULT-MASTER-REC
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'VAULT NOT FOUND ON CHG'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'CHANGED ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-REWRITE.

       F0002-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0003-DELETE-VAULT.
      *----------------------------------------------------------------*
      *    READ FIRST SO THE AUDIT RECORD CARRIES THE VAULT THAT WAS
      *    REMOVED. A VAULT STILL HOLDING CASH MUST FIRST SEND IT TO
      *    THE CHEST THROUGH VAULTPOS.
      *----------------------------------------------------------------*
               MOVE TRAN-BRANCH-ID TO VT-BRANCH-ID.

               READ VAULT-MASTER-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'VAULT NOT FOUND ON DEL'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0003-EX
               END-READ.

               IF VT-CLOSE-BAL NOT = ZEROES
                   MOVE '06' TO WS-REJ-REASON-CDE
                   MOVE 'VAULT STILL HOLDS CASH'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0003-EX
               END-IF.

               DELETE VAULT-MASTER-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'VAULT NOT FOUND ON DEL'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE 'DELETED ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-DELETE.

       F0003-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0001-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
               MOVE TRAN-CODE              TO AUD-TRAN-CODE.
               MOVE VT-BRANCH-ID           TO AUD-BRANCH-ID.
               MOVE WS-AUD-RESULT          TO AUD-RESULT.
               MOVE VT-BRANCH-NAME         TO AUD-BRANCH-NAME.
               MOVE VT-INSURED-LIMIT       TO AUD-INSURED-LIMIT.
               MOVE VT-MIN-HOLDING         TO AUD-MIN-HOLDING.
               MOVE VT-CLOSE-BAL           TO AUD-CLOSE-BAL.
               MOVE TRAN-OPERATOR-ID       TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING VAULT-AUDIT-REC WS-AUD-CHAIN.
               WRITE VAULT-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file VLTMAUD'
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
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.

               WRITE VAULT-REJECT-REC.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file VLTMREJ'
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
           CLOSE VAULT-MASTER-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING VAULT-AUDIT-REC WS-AUD-CHAIN.
           WRITE VAULT-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
