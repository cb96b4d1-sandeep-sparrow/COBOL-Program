      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 23-11-2020
      * Purpose: BENEFICIARY MASTER MAINTENANCE - APPLIES A
      *        : TRANSACTION FILE AGAINST THE BENEFMST BENEFICIARY
      *        : MASTER (ONE RECORD PER EXTERNAL BENEFICIARY AN
      *        : ACCOUNT MAY PAY - NAME, BANK ROUTING CODE AND
      *        : ACCOUNT NUMBER), WITH AN AUDIT TRAIL OF EVERY CHANGE
      *        : APPLIED, SO PAYEES GO THROUGH A CONTROLLED, LOGGED
      *        : PROCESS LIKE BNKACCM'S ACCOUNT MAINTENANCE BEFORE
      *        : PAYREQ WILL SEND MONEY TO THEM.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. BNKBENM.
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
           SELECT BENEF-MASTER-FILE ASSIGN TO BENEFMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-KEY
               FILE STATUS IS WS-BEN-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO BENTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO BENAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO BENREJ
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
       FD  BENEF-MASTER-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  BENEF-MASTER-REC.
           02  BEN-KEY.
               03  BEN-ACCT-NO      PIC X(10).
               03  BEN-ID           PIC X(04).
      *    NAMED BENEFICIARY FIELDS (BEN-DATA GROUP) - SEE
      *    COPYBOOKS/BENREC.cbl
           COPY BENREC.
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'A'=ADD A
      *    BENEFICIARY, 'C'=CHANGE ONE (ONLY THE DETAIL FIELDS KEYED
      *    NON-BLANK ARE REPLACED), 'D'=DELETE ONE.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BEN-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-ADD                     VALUE 'A'.
              88 TRAN-CHANGE                  VALUE 'C'.
              88 TRAN-DELETE                  VALUE 'D'.
           05 TRAN-ACCT-NO            PIC X(10).
           05 TRAN-BEN-ID             PIC X(04).
           05 TRAN-BEN-NAME           PIC X(30).
           05 TRAN-ROUTING-CODE       PIC X(09).
           05 TRAN-BANK-ACCT          PIC X(17).
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(01).
      *
      *    ONE RECORD PER CHANGE APPLIED, CARRYING THE BANK DETAILS
      *    AS THEY STAND AFTER THE CHANGE (BEFORE IT, ON A DELETE).
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BEN-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-ACCT-NO             PIC X(10).
           05 AUD-BEN-ID              PIC X(04).
           05 AUD-RESULT              PIC X(08).
           05 AUD-ROUTING-CODE        PIC X(09).
           05 AUD-BANK-ACCT           PIC X(17).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(09).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BEN-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-ACCT-NO             PIC X(10).
           05 REJ-BEN-ID              PIC X(04).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(25).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-BAL-STATUS     PIC X(02) VALUE SPACES.
       01  WS-BEN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'BENAUDIT'.
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
      *    AUTHCHK INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'BNKBENM '.
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
           DISPLAY 'BENEFICIARIES ADDED         : ' WS-ADD-COUNT.
           DISPLAY 'BENEFICIARIES CHANGED       : ' WS-CHANGE-COUNT.
           DISPLAY 'BENEFICIARIES DELETED       : ' WS-DELETE-COUNT.
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
               OPEN I-O BENEF-MASTER-FILE.
               IF WS-BEN-STATUS = '35'
                   OPEN OUTPUT BENEF-MASTER-FILE
                   CLOSE BENEF-MASTER-FILE
                   OPEN I-O BENEF-MASTER-FILE
               END-IF.

               IF WS-BEN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file BENEFMST'
                                             TO WS-ERR-MSG
                   MOVE WS-BEN-STATUS        TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT TRANSACTION-FILE.

               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file BENTRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file BENAUDIT'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file BENREJ'
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
      *    EVERY TRANSACTION TYPE NEEDS A LIVE ACCOUNT, A BENEFICIARY
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

               IF TRAN-BEN-ID = SPACES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'BENEFICIARY ID MISSING'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM F0001-ADD-BENEFICIARY    THRU F0001-EX
                   WHEN TRAN-CHANGE
                       PERFORM F0002-CHANGE-BENEFICIARY THRU F0002-EX
                   WHEN TRAN-DELETE
                       PERFORM F0003-DELETE-BENEFICIARY THRU F0003-EX
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
       F0001-ADD-BENEFICIARY.
      *----------------------------------------------------------------*
      *    A PAYEE THE NETWORK CANNOT ROUTE TO IS A KEYING ERROR -
      *    NAME, ROUTING CODE AND ACCOUNT NUMBER ARE ALL REQUIRED.
      *----------------------------------------------------------------*
               IF TRAN-BEN-NAME     = SPACES
                  OR TRAN-ROUTING-CODE = SPACES
                  OR TRAN-BANK-ACCT    = SPACES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'BENEFICIARY DETAILS INCOMPLETE'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.

               INITIALIZE BENEF-MASTER-REC.
               MOVE TRAN-ACCT-NO      TO BEN-ACCT-NO.
               MOVE TRAN-BEN-ID       TO BEN-ID.
               MOVE TRAN-BEN-NAME     TO BEN-NAME.
               MOVE TRAN-ROUTING-CODE TO BEN-ROUTING-CODE.
               MOVE TRAN-BANK-ACCT    TO BEN-BANK-ACCT.
               MOVE WS-TODAY-DATE     TO BEN-ADDED-DATE.
               MOVE ZEROES            TO BEN-CHANGED-DATE.

               WRITE BENEF-MASTER-REC
                   INVALID KEY
                       MOVE '04' TO WS-REJ-REASON-CDE
                       MOVE 'DUPLICATE BENEFICIARY ON ADD'
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
       F0002-CHANGE-BENEFICIARY.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO TO BEN-ACCT-NO.
               MOVE TRAN-BEN-ID  TO BEN-ID.

               READ BENEF-MASTER-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'BENEFICIARY NOT FOUND ON CHG'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0002-EX
               END-READ.

               IF TRAN-BEN-NAME NOT = SPACES
                   MOVE TRAN-BEN-NAME     TO BEN-NAME
               END-IF.
               IF TRAN-ROUTING-CODE NOT = SPACES
                   MOVE TRAN-ROUTING-CODE TO BEN-ROUTING-CODE
               END-IF.
               IF TRAN-BANK-ACCT NOT = SPACES
                   MOVE TRAN-BANK-ACCT    TO BEN-BANK-ACCT
               END-IF.
               MOVE WS-TODAY-DATE TO BEN-CHANGED-DATE.

               REWRITE BENEF-MASTER-REC
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'BENEFICIARY NOT FOUND ON CHG'
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
       F0003-DELETE-BENEFICIARY.
      *----------------------------------------------------------------*
      *    READ FIRST SO THE AUDIT RECORD CARRIES THE BANK DETAILS
      *    THAT WERE REMOVED.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO TO BEN-ACCT-NO.
               MOVE TRAN-BEN-ID  TO BEN-ID.

               READ BENEF-MASTER-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'BENEFICIARY NOT FOUND ON DEL'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0003-EX
               END-READ.

               DELETE BENEF-MASTER-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'BENEFICIARY NOT FOUND ON DEL'
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
               MOVE TRAN-ACCT-NO           TO AUD-ACCT-NO.
               MOVE TRAN-BEN-ID            TO AUD-BEN-ID.
               MOVE WS-AUD-RESULT          TO AUD-RESULT.
               MOVE BEN-ROUTING-CODE       TO AUD-ROUTING-CODE.
               MOVE BEN-BANK-ACCT          TO AUD-BANK-ACCT.
               MOVE TRAN-OPERATOR-ID       TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING BEN-AUDIT-REC WS-AUD-CHAIN.
               WRITE BEN-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file BENAUDIT'
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
               MOVE TRAN-BEN-ID       TO REJ-BEN-ID.
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.

               WRITE BEN-REJECT-REC.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file BENREJ'
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
           CLOSE BENEF-MASTER-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING BEN-AUDIT-REC WS-AUD-CHAIN.
           WRITE BEN-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
