      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 14-12-2020
      * Purpose: LEGAL LIEN AND GARNISHMENT MAINTENANCE - APPLIES A
      *        : TRANSACTION FILE AGAINST THE LIENREG LIEN REGISTER
      *        : (ONE RECORD PER COURT OR AGENCY ORDER SERVED ON AN
      *        : ACCOUNT - ISSUING AUTHORITY, AMOUNT ATTACHED,
      *        : PRIORITY, EFFECTIVE AND RELEASE DATES, WHETHER THE
      *        : FUNDS ARE TO BE REMITTED), INCLUDING THE AUTHORITY'S
      *        : RELEASE OF AN ORDER, WITH AN AUDIT TRAIL OF EVERY
      *        : CHANGE APPLIED, LIKE BNKMNDM'S MANDATE MAINTENANCE.
      *        : BNKACC HOLDS EVERY ACTIVE LIEN OUT OF THE AVAILABLE
      *        : BALANCE; LIENSAT REMITS THOSE THE ORDER SAYS TO PAY.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. BNKLIENM.
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
           SELECT LIEN-REG-FILE ASSIGN TO LIENREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LI-KEY
               FILE STATUS IS WS-LIEN-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO LIENTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO LIENAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO LIENREJ
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
       FD  LIEN-REG-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  LIEN-REG-REC.
           02  LI-KEY.
               03  LI-ACCT-NO       PIC X(10).
               03  LI-ORDER-REF     PIC X(12).
      *    NAMED LIEN FIELDS (LIEN-REG-DATA GROUP) - SEE
      *    COPYBOOKS/LIENREG.cbl
           COPY LIENREG.
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'A'=REGISTER A NEW
      *    ORDER, 'C'=CHANGE ONE (ONLY THE FIELDS KEYED ARE REPLACED),
      *    'R'=THE AUTHORITY HAS RELEASED IT (FROM TRAN-RELEASE-DATE,
      *    OR TODAY WHEN NONE IS KEYED), 'D'=DELETE AN ORDER KEYED IN
      *    ERROR - ONLY WHILE NOTHING HAS BEEN REMITTED UNDER IT.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  LIEN-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-ADD                     VALUE 'A'.
              88 TRAN-CHANGE                  VALUE 'C'.
              88 TRAN-RELEASE                 VALUE 'R'.
              88 TRAN-DELETE                  VALUE 'D'.
           05 TRAN-ACCT-NO            PIC X(10).
           05 TRAN-ORDER-REF          PIC X(12).
           05 TRAN-AUTHORITY-ID       PIC X(08).
           05 TRAN-AUTHORITY-NAME     PIC X(24).
           05 TRAN-AMOUNT             PIC 9(7)V99.
           05 TRAN-PRIORITY           PIC 9(02).
           05 TRAN-EFFECTIVE-DATE     PIC 9(08).
           05 TRAN-RELEASE-DATE       PIC 9(08).
           05 TRAN-REMIT-FLAG         PIC X(01).
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(29).
      *
      *    ONE RECORD PER CHANGE APPLIED, CARRYING THE ORDER'S TERMS
      *    AS THEY STAND AFTER THE CHANGE (BEFORE IT, ON A DELETE).
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  LIEN-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-ACCT-NO             PIC X(10).
           05 AUD-ORDER-REF           PIC X(12).
           05 AUD-RESULT              PIC X(08).
           05 AUD-AUTHORITY-ID        PIC X(08).
           05 AUD-AMOUNT              PIC 9(7)V99.
           05 AUD-REMITTED-AMT        PIC 9(7)V99.
           05 AUD-PRIORITY            PIC 9(02).
           05 AUD-EFFECTIVE-DATE      PIC 9(08).
           05 AUD-RELEASE-DATE        PIC 9(08).
           05 AUD-REMIT-FLAG          PIC X(01).
           05 AUD-LIEN-STATUS         PIC X(01).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(01).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  LIEN-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-ACCT-NO             PIC X(10).
           05 REJ-ORDER-REF           PIC X(12).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(17).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-BAL-STATUS     PIC X(02) VALUE SPACES.
       01  WS-LIEN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 100.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'LIENAUD '.
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
       01  WS-RELEASE-COUNT           PIC 9(07) VALUE ZEROES.
       01  WS-DELETE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-REJECT-COUNT            PIC 9(07) VALUE ZEROES.
      *
      *    WORK FIELDS FOR THE CURRENT AUDIT/REJECT RECORD
       01  WS-AUD-RESULT              PIC X(08) VALUE SPACES.
       01  WS-REJ-REASON-CDE          PIC X(02) VALUE SPACES.
       01  WS-REJ-REASON-TXT          PIC X(30) VALUE SPACES.
      *
      *    AUTHCHK INTERFACE FIELDS - THE GRANT MUST COVER THE SUM
      *    THE ORDER ATTACHES.
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'BNKLIENM'.
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
           DISPLAY 'LIENS REGISTERED            : ' WS-ADD-COUNT.
           DISPLAY 'LIENS CHANGED               : ' WS-CHANGE-COUNT.
           DISPLAY 'LIENS RELEASED              : ' WS-RELEASE-COUNT.
           DISPLAY 'LIENS DELETED               : ' WS-DELETE-COUNT.
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
               OPEN I-O LIEN-REG-FILE.
               IF WS-LIEN-STATUS = '35'
                   OPEN OUTPUT LIEN-REG-FILE
                   CLOSE LIEN-REG-FILE
                   OPEN I-O LIEN-REG-FILE
               END-IF.

               IF WS-LIEN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file LIENREG'
                                             TO WS-ERR-MSG
                   MOVE WS-LIEN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT TRANSACTION-FILE.

               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file LIENTRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file LIENAUD'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file LIENREJ'
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
      *    EVERY TRANSACTION TYPE NEEDS AN AUTHORIZED OPERATOR, A
      *    KNOWN ACCOUNT AND AN ORDER REFERENCE BEFORE ANYTHING IS
      *    TOUCHED. A LIEN MAY BE SERVED ON A DORMANT ACCOUNT.
      *----------------------------------------------------------------*
               IF TRAN-AMOUNT IS NUMERIC
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

               MOVE TRAN-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'ACCOUNT NOT ON BALFILE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO E0001-READ-NEXT
               END-READ.

               IF TRAN-ORDER-REF = SPACES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'ORDER REFERENCE MISSING'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM F0001-ADD-LIEN           THRU F0001-EX
                   WHEN TRAN-CHANGE
                       PERFORM F0002-CHANGE-LIEN        THRU F0002-EX
                   WHEN TRAN-RELEASE
                       PERFORM F0003-RELEASE-LIEN       THRU F0003-EX
                   WHEN TRAN-DELETE
                       PERFORM F0004-DELETE-LIEN        THRU F0004-EX
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
       F0001-ADD-LIEN.
      *----------------------------------------------------------------*
      *    AN ORDER NEEDS ITS AUTHORITY, AN AMOUNT AND THE DATE IT
      *    TAKES EFFECT; A RELEASE DATE, WHEN GIVEN, MUST FOLLOW IT.
      *    NO PRIORITY KEYED RANKS THE ORDER LAST (99); NO REMIT FLAG
      *    MEANS FREEZE ONLY.
      *----------------------------------------------------------------*
               IF TRAN-AUTHORITY-ID = SPACES
                  OR TRAN-AMOUNT NOT NUMERIC
                  OR TRAN-AMOUNT = ZEROES
                  OR TRAN-EFFECTIVE-DATE NOT NUMERIC
                  OR TRAN-EFFECTIVE-DATE = ZEROES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'AUTHORITY/AMOUNT/DATE INVALID'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.

               INITIALIZE LIEN-REG-REC.
               MOVE TRAN-ACCT-NO        TO LI-ACCT-NO.
               MOVE TRAN-ORDER-REF      TO LI-ORDER-REF.
               MOVE TRAN-AUTHORITY-ID   TO LI-AUTHORITY-ID.
               MOVE TRAN-AUTHORITY-NAME TO LI-AUTHORITY-NAME.
               MOVE TRAN-AMOUNT         TO LI-AMOUNT.
               IF TRAN-PRIORITY IS NUMERIC
                  AND TRAN-PRIORITY > ZEROES
                   MOVE TRAN-PRIORITY   TO LI-PRIORITY
               ELSE
                   MOVE 99              TO LI-PRIORITY
               END-IF.
               MOVE TRAN-EFFECTIVE-DATE TO LI-EFFECTIVE-DATE.
               IF TRAN-RELEASE-DATE IS NUMERIC
                   MOVE TRAN-RELEASE-DATE TO LI-RELEASE-DATE
               ELSE
                   MOVE ZEROES            TO LI-RELEASE-DATE
               END-IF.
               IF TRAN-REMIT-FLAG = SPACE
                   MOVE 'N'             TO LI-REMIT-FLAG
               ELSE
                   MOVE TRAN-REMIT-FLAG TO LI-REMIT-FLAG
               END-IF.
               IF NOT LI-REMIT-VALID
                  OR (LI-RELEASE-DATE NOT = ZEROES
                      AND LI-RELEASE-DATE NOT > LI-EFFECTIVE-DATE)
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'REMIT FLAG/RELEASE DATE INVALID'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.
               MOVE 'A'               TO LI-STATUS.
               MOVE ZEROES            TO LI-REMITTED-AMT.
               MOVE ZEROES            TO LI-REMIT-DATE.
               MOVE WS-TODAY-DATE     TO LI-ADDED-DATE.
               MOVE ZEROES            TO LI-CHANGED-DATE.

               WRITE LIEN-REG-REC
                   INVALID KEY
                       MOVE '04' TO WS-REJ-REASON-CDE
                       MOVE 'DUPLICATE ORDER ON ADD'
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
       F0002-CHANGE-LIEN.
      *----------------------------------------------------------------*
      *    ONLY A LIVE ORDER CAN BE VARIED, AND NEVER BELOW WHAT HAS
      *    ALREADY BEEN REMITTED UNDER IT.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO   TO LI-ACCT-NO.
               MOVE TRAN-ORDER-REF TO LI-ORDER-REF.

               READ LIEN-REG-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'ORDER NOT FOUND ON CHG'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0002-EX
               END-READ.

               IF NOT LI-ACTIVE
                   MOVE '06' TO WS-REJ-REASON-CDE
                   MOVE 'ORDER NO LONGER ACTIVE'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0002-EX
               END-IF.

               IF TRAN-AUTHORITY-ID NOT = SPACES
                   MOVE TRAN-AUTHORITY-ID   TO LI-AUTHORITY-ID
               END-IF.
               IF TRAN-AUTHORITY-NAME NOT = SPACES
                   MOVE TRAN-AUTHORITY-NAME TO LI-AUTHORITY-NAME
               END-IF.
               IF TRAN-AMOUNT IS NUMERIC
                  AND TRAN-AMOUNT > ZEROES
                   MOVE TRAN-AMOUNT         TO LI-AMOUNT
               END-IF.
               IF TRAN-PRIORITY IS NUMERIC
                  AND TRAN-PRIORITY > ZEROES
                   MOVE TRAN-PRIORITY       TO LI-PRIORITY
               END-IF.
               IF TRAN-EFFECTIVE-DATE IS NUMERIC
                  AND TRAN-EFFECTIVE-DATE > ZEROES
                   MOVE TRAN-EFFECTIVE-DATE TO LI-EFFECTIVE-DATE
               END-IF.
               IF TRAN-RELEASE-DATE IS NUMERIC
                   MOVE TRAN-RELEASE-DATE   TO LI-RELEASE-DATE
               END-IF.
               IF TRAN-REMIT-FLAG NOT = SPACE
                   MOVE TRAN-REMIT-FLAG     TO LI-REMIT-FLAG
               END-IF.
               IF NOT LI-REMIT-VALID
                  OR LI-AMOUNT NOT > LI-REMITTED-AMT
                  OR (LI-RELEASE-DATE NOT = ZEROES
                      AND LI-RELEASE-DATE NOT > LI-EFFECTIVE-DATE)
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'AMOUNT/FLAG/RELEASE INVALID'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0002-EX
               END-IF.
               MOVE WS-TODAY-DATE TO LI-CHANGED-DATE.

               REWRITE LIEN-REG-REC
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'ORDER NOT FOUND ON CHG'
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
       F0003-RELEASE-LIEN.
      *----------------------------------------------------------------*
      *    THE RELEASED ORDER STAYS ON THE REGISTER FOR LEGAL'S LIEN
      *    REPORT. A FUTURE RELEASE DATE LEAVES IT ACTIVE UNTIL THEN -
      *    LIENSAT MARKS IT RELEASED ON THE DAY.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO   TO LI-ACCT-NO.
               MOVE TRAN-ORDER-REF TO LI-ORDER-REF.

               READ LIEN-REG-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'ORDER NOT FOUND ON RELEASE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0003-EX
               END-READ.

               IF NOT LI-ACTIVE
                   MOVE '06' TO WS-REJ-REASON-CDE
                   MOVE 'ORDER NO LONGER ACTIVE'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0003-EX
               END-IF.

               IF TRAN-RELEASE-DATE IS NUMERIC
                  AND TRAN-RELEASE-DATE > WS-TODAY-DATE
                   MOVE TRAN-RELEASE-DATE TO LI-RELEASE-DATE
               ELSE
                   MOVE WS-TODAY-DATE     TO LI-RELEASE-DATE
                   MOVE 'R'               TO LI-STATUS
               END-IF.
               MOVE WS-TODAY-DATE TO LI-CHANGED-DATE.

               REWRITE LIEN-REG-REC
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'ORDER NOT FOUND ON RELEASE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       ADD 1 TO WS-RELEASE-COUNT
                       MOVE 'RELEASED' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-REWRITE.

       F0003-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0004-DELETE-LIEN.
      *----------------------------------------------------------------*
      *    READ FIRST SO THE AUDIT RECORD CARRIES THE TERMS THAT WERE
      *    REMOVED. AN ORDER MONEY HAS BEEN REMITTED UNDER IS PART OF
      *    THE LEGAL RECORD AND CAN ONLY BE RELEASED.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO   TO LI-ACCT-NO.
               MOVE TRAN-ORDER-REF TO LI-ORDER-REF.

               READ LIEN-REG-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'ORDER NOT FOUND ON DEL'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0004-EX
               END-READ.

               IF LI-REMITTED-AMT > ZEROES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'FUNDS REMITTED - RELEASE ONLY'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0004-EX
               END-IF.

               DELETE LIEN-REG-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'ORDER NOT FOUND ON DEL'
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
               MOVE TRAN-ORDER-REF         TO AUD-ORDER-REF.
               MOVE WS-AUD-RESULT          TO AUD-RESULT.
               MOVE LI-AUTHORITY-ID        TO AUD-AUTHORITY-ID.
               MOVE LI-AMOUNT              TO AUD-AMOUNT.
               MOVE LI-REMITTED-AMT        TO AUD-REMITTED-AMT.
               MOVE LI-PRIORITY            TO AUD-PRIORITY.
               MOVE LI-EFFECTIVE-DATE      TO AUD-EFFECTIVE-DATE.
               MOVE LI-RELEASE-DATE        TO AUD-RELEASE-DATE.
               MOVE LI-REMIT-FLAG          TO AUD-REMIT-FLAG.
               MOVE LI-STATUS              TO AUD-LIEN-STATUS.
               MOVE TRAN-OPERATOR-ID       TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING LIEN-AUDIT-REC WS-AUD-CHAIN.
               WRITE LIEN-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file LIENAUD'
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
               MOVE TRAN-ORDER-REF    TO REJ-ORDER-REF.
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.

               WRITE LIEN-REJECT-REC.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file LIENREJ'
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
           CLOSE LIEN-REG-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING LIEN-AUDIT-REC WS-AUD-CHAIN.
           WRITE LIEN-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
