      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 30-11-2020
      * Purpose: DIRECT-DEBIT MANDATE MAINTENANCE - APPLIES A
      *        : TRANSACTION FILE AGAINST THE MNDREG MANDATE REGISTER
      *        : (ONE RECORD PER AUTHORITY A CUSTOMER HAS GIVEN AN
      *        : ORIGINATOR TO DEBIT AN ACCOUNT - MAXIMUM AMOUNT,
      *        : FREQUENCY, START AND EXPIRY DATES), INCLUDING THE
      *        : CUSTOMER'S REVOCATION, WITH AN AUDIT TRAIL OF EVERY
      *        : CHANGE APPLIED, SO MANDATES GO THROUGH A CONTROLLED,
      *        : LOGGED PROCESS LIKE BNKACCM'S ACCOUNT MAINTENANCE
      *        : BEFORE DDINTAKE WILL COLLECT UNDER THEM.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. BNKMNDM.
       AUTHOR. SANDEEP P.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
           SELECT MANDATE-REG-FILE ASSIGN TO MNDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MND-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO MNDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO MNDAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO MNDREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BALANCE-IO.
           02  ACCT-NO              PIC X(10).
      *    NAMED ACCOUNT-DATA FIELDS (BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BALREC.cbl
           COPY BALREC.
      *
       FD  MANDATE-REG-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  MANDATE-REG-REC.
           02  MD-KEY.
               03  MD-ACCT-NO       PIC X(10).
               03  MD-ORIG-ID       PIC X(08).
      *    NAMED MANDATE FIELDS (MND-REG-DATA GROUP) - SEE
      *    COPYBOOKS/MNDREG.cbl
           COPY MNDREG.
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'A'=ADD A MANDATE,
      *    'C'=CHANGE ONE (ONLY THE FIELDS KEYED ARE REPLACED - A
      *    ZERO EXPIRY DATE MAKES THE MANDATE OPEN-ENDED), 'R'=THE
      *    CUSTOMER HAS REVOKED IT, 'D'=DELETE IT.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  MND-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-ADD                     VALUE 'A'.
              88 TRAN-CHANGE                  VALUE 'C'.
              88 TRAN-REVOKE                  VALUE 'R'.
              88 TRAN-DELETE                  VALUE 'D'.
           05 TRAN-ACCT-NO            PIC X(10).
           05 TRAN-ORIG-ID            PIC X(08).
           05 TRAN-ORIG-NAME          PIC X(24).
           05 TRAN-MAX-AMOUNT         PIC 9(7)V99.
           05 TRAN-FREQUENCY          PIC X(01).
           05 TRAN-START-DATE         PIC 9(08).
           05 TRAN-EXPIRY-DATE        PIC 9(08).
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(03).
      *
      *    ONE RECORD PER CHANGE APPLIED, CARRYING THE MANDATE TERMS
      *    AS THEY STAND AFTER THE CHANGE (BEFORE IT, ON A DELETE).
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  MND-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-ACCT-NO             PIC X(10).
           05 AUD-ORIG-ID             PIC X(08).
           05 AUD-RESULT              PIC X(08).
           05 AUD-MAX-AMOUNT          PIC 9(7)V99.
           05 AUD-FREQUENCY           PIC X(01).
           05 AUD-START-DATE          PIC 9(08).
           05 AUD-EXPIRY-DATE         PIC 9(08).
           05 AUD-MND-STATUS          PIC X(01).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(04).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  MND-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-ACCT-NO             PIC X(10).
           05 REJ-ORIG-ID             PIC X(08).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(21).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-BAL-STATUS     PIC X(02) VALUE SPACES.
       01  WS-MND-STATUS     PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'MNDAUDIT'.
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
       01  WS-REVOKE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-DELETE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-REJECT-COUNT            PIC 9(07) VALUE ZEROES.
      *
      *    WORK FIELDS FOR THE CURRENT AUDIT/REJECT RECORD
       01  WS-AUD-RESULT              PIC X(08) VALUE SPACES.
       01  WS-REJ-REASON-CDE          PIC X(02) VALUE SPACES.
       01  WS-REJ-REASON-TXT          PIC X(30) VALUE SPACES.
      *
      *    AUTHCHK INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'BNKMNDM '.
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
           DISPLAY 'MANDATES ADDED              : ' WS-ADD-COUNT.
           DISPLAY 'MANDATES CHANGED            : ' WS-CHANGE-COUNT.
           DISPLAY 'MANDATES REVOKED            : ' WS-REVOKE-COUNT.
           DISPLAY 'MANDATES DELETED            : ' WS-DELETE-COUNT.
           DISPLAY 'TOTAL TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.

           PERFORM Z0001-CLOSE-FILES THRU Z0001-EX.

       A0001-MAIN-EX.
           EXIT.
      *----------------------------------------------------------------*
       B0001-OPEN-FILES.
      *----------------------------------------------------------------*
               CALL 'GETBDATE' USING WS-TODAY-DATE.

               OPEN INPUT BALANCE-AMT.

               IF WS-BAL-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file BALFILE'
                                             TO WS-ERR-MSG
                   MOVE WS-BAL-STATUS        TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN I-O MANDATE-REG-FILE.
               IF WS-MND-STATUS = '35'
                   OPEN OUTPUT MANDATE-REG-FILE
                   CLOSE MANDATE-REG-FILE
                   OPEN I-O MANDATE-REG-FILE
               END-IF.

               IF WS-MND-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file MNDREG'
                                             TO WS-ERR-MSG
                   MOVE WS-MND-STATUS        TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT TRANSACTION-FILE.

               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file MNDTRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file MNDAUDIT'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file MNDREJ'
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
      *    EVERY TRANSACTION TYPE NEEDS A LIVE ACCOUNT, AN ORIGINATOR
      *    ID AND AN AUTHORIZED OPERATOR BEFORE ANYTHING IS TOUCHED.
      *----------------------------------------------------------------*
               MOVE ZEROES TO WS-AUTH-AMOUNT.
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

               MOVE TRAN-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'ACCOUNT NOT ON BALFILE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO E0001-READ-NEXT
               END-READ.

               IF TRAN-ORIG-ID = SPACES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'ORIGINATOR ID MISSING'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM F0001-ADD-MANDATE        THRU F0001-EX
                   WHEN TRAN-CHANGE
                       PERFORM F0002-CHANGE-MANDATE     THRU F0002-EX
                   WHEN TRAN-REVOKE
                       PERFORM F0003-REVOKE-MANDATE     THRU F0003-EX
                   WHEN TRAN-DELETE
                       PERFORM F0004-DELETE-MANDATE     THRU F0004-EX
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
       F0001-ADD-MANDATE.
      *----------------------------------------------------------------*
      *    A MANDATE NEEDS A LIMIT, A KNOWN FREQUENCY AND A START
      *    DATE; AN EXPIRY, WHEN GIVEN, CANNOT PRECEDE THE START.
      *----------------------------------------------------------------*
               IF TRAN-MAX-AMOUNT NOT NUMERIC
                  OR TRAN-MAX-AMOUNT = ZEROES
                  OR TRAN-START-DATE NOT NUMERIC
                  OR TRAN-START-DATE = ZEROES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'MANDATE LIMIT/START INVALID'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.

               INITIALIZE MANDATE-REG-REC.
               MOVE TRAN-ACCT-NO      TO MD-ACCT-NO.
               MOVE TRAN-ORIG-ID      TO MD-ORIG-ID.
               MOVE TRAN-ORIG-NAME    TO MD-ORIG-NAME.
               MOVE TRAN-MAX-AMOUNT   TO MD-MAX-AMOUNT.
               MOVE TRAN-FREQUENCY    TO MD-FREQUENCY.
               MOVE TRAN-START-DATE   TO MD-START-DATE.
               IF TRAN-EXPIRY-DATE IS NUMERIC
                   MOVE TRAN-EXPIRY-DATE TO MD-EXPIRY-DATE
               ELSE
                   MOVE ZEROES           TO MD-EXPIRY-DATE
               END-IF.
               IF NOT MD-FREQ-VALID
                  OR (MD-EXPIRY-DATE NOT = ZEROES
                      AND MD-EXPIRY-DATE < MD-START-DATE)
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'MANDATE FREQ/EXPIRY INVALID'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.
               MOVE 'A'               TO MD-STATUS.
               MOVE ZEROES            TO MD-REVOKED-DATE.
               MOVE ZEROES            TO MD-LAST-DEBIT-DATE.
               MOVE SPACES            TO MD-LAST-DEBIT-REF.
               MOVE WS-TODAY-DATE     TO MD-ADDED-DATE.
               MOVE ZEROES            TO MD-CHANGED-DATE.

               WRITE MANDATE-REG-REC
                   INVALID KEY
                       MOVE '04' TO WS-REJ-REASON-CDE
                       MOVE 'DUPLICATE MANDATE ON ADD'
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
       F0002-CHANGE-MANDATE.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO TO MD-ACCT-NO.
               MOVE TRAN-ORIG-ID TO MD-ORIG-ID.

               READ MANDATE-REG-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'MANDATE NOT FOUND ON CHG'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0002-EX
               END-READ.

               IF TRAN-ORIG-NAME NOT = SPACES
                   MOVE TRAN-ORIG-NAME    TO MD-ORIG-NAME
               END-IF.
               IF TRAN-MAX-AMOUNT IS NUMERIC
                  AND TRAN-MAX-AMOUNT > ZEROES
                   MOVE TRAN-MAX-AMOUNT   TO MD-MAX-AMOUNT
               END-IF.
               IF TRAN-FREQUENCY NOT = SPACES
                   MOVE TRAN-FREQUENCY    TO MD-FREQUENCY
               END-IF.
               IF TRAN-START-DATE IS NUMERIC
                  AND TRAN-START-DATE > ZEROES
                   MOVE TRAN-START-DATE   TO MD-START-DATE
               END-IF.
               IF TRAN-EXPIRY-DATE IS NUMERIC
                   MOVE TRAN-EXPIRY-DATE  TO MD-EXPIRY-DATE
               END-IF.
               IF NOT MD-FREQ-VALID
                  OR (MD-EXPIRY-DATE NOT = ZEROES
                      AND MD-EXPIRY-DATE < MD-START-DATE)
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'MANDATE FREQ/EXPIRY INVALID'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0002-EX
               END-IF.
               MOVE WS-TODAY-DATE TO MD-CHANGED-DATE.

               REWRITE MANDATE-REG-REC
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'MANDATE NOT FOUND ON CHG'
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
       F0003-REVOKE-MANDATE.
      *----------------------------------------------------------------*
      *    THE CUSTOMER'S REVOCATION STAYS ON THE REGISTER, SO A DEBIT
      *    THE ORIGINATOR SENDS AFTERWARDS IS RETURNED AS REVOKED
      *    RATHER THAN AS NEVER AUTHORISED.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO TO MD-ACCT-NO.
               MOVE TRAN-ORIG-ID TO MD-ORIG-ID.

               READ MANDATE-REG-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'MANDATE NOT FOUND ON REVOKE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0003-EX
               END-READ.

               IF MD-REVOKED
                   MOVE '06' TO WS-REJ-REASON-CDE
                   MOVE 'MANDATE ALREADY REVOKED'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0003-EX
               END-IF.

               MOVE 'R'           TO MD-STATUS.
               MOVE WS-TODAY-DATE TO MD-REVOKED-DATE.
               MOVE WS-TODAY-DATE TO MD-CHANGED-DATE.

               REWRITE MANDATE-REG-REC
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'MANDATE NOT FOUND ON REVOKE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       ADD 1 TO WS-REVOKE-COUNT
                       MOVE 'REVOKED ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-REWRITE.

       F0003-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0004-DELETE-MANDATE.
      *----------------------------------------------------------------*
      *    READ FIRST SO THE AUDIT RECORD CARRIES THE TERMS THAT WERE
      *    REMOVED.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO TO MD-ACCT-NO.
               MOVE TRAN-ORIG-ID TO MD-ORIG-ID.

               READ MANDATE-REG-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'MANDATE NOT FOUND ON DEL'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0004-EX
               END-READ.

               DELETE MANDATE-REG-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'MANDATE NOT FOUND ON DEL'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE 'DELETED ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-DELETE.

       F0004-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0001-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
               MOVE TRAN-CODE              TO AUD-TRAN-CODE.
               MOVE TRAN-ACCT-NO           TO AUD-ACCT-NO.
               MOVE TRAN-ORIG-ID           TO AUD-ORIG-ID.
               MOVE WS-AUD-RESULT          TO AUD-RESULT.
               MOVE MD-MAX-AMOUNT          TO AUD-MAX-AMOUNT.
               MOVE MD-FREQUENCY           TO AUD-FREQUENCY.
               MOVE MD-START-DATE          TO AUD-START-DATE.
               MOVE MD-EXPIRY-DATE         TO AUD-EXPIRY-DATE.
               MOVE MD-STATUS              TO AUD-MND-STATUS.
               MOVE TRAN-OPERATOR-ID       TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING MND-AUDIT-REC WS-AUD-CHAIN.
               WRITE MND-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file MNDAUDIT'
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
               MOVE TRAN-ACCT-NO      TO REJ-ACCT-NO.
               MOVE TRAN-ORIG-ID      TO REJ-ORIG-ID.
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.

               WRITE MND-REJECT-REC.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file MNDREJ'
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
           CLOSE BALANCE-AMT.
           CLOSE MANDATE-REG-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING MND-AUDIT-REC WS-AUD-CHAIN.
           WRITE MND-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
