      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 28-12-2020
      * Purpose: CARD DISPUTE CASE MAINTENANCE - APPLIES A TRANSACTION
      *        : FILE AGAINST THE DISPREG DISPUTE CASE FILE (ONE
      *        : RECORD PER CARDHOLDER DISPUTE, KEYED BY THE REFERENCE
      *        : OF THE CARD TRANSACTION CARDSETL POSTED - REASON,
      *        : AMOUNT, OPENED DATE, NETWORK DEADLINE AND STATUS),
      *        : WITH AN AUDIT TRAIL OF EVERY CHANGE APPLIED, LIKE
      *        : BNKLIENM'S LIEN MAINTENANCE. OPENING A CASE STAMPS
      *        : THE PROVISIONAL CREDIT DSPRESOL ISSUES THROUGH THE
      *        : DEPOSIT FEED TONIGHT.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. BNKDSPM.
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
           SELECT DISP-REG-FILE ASSIGN TO DISPREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-TRAN-REF
               FILE STATUS IS WS-DISP-STATUS.
      *
      *    APPLIED-REFERENCE HISTORY AND ITS PRUNED ARCHIVE - A CASE
      *    CAN ONLY BE OPENED AGAINST A CARD TRANSACTION BNKACC HAS
      *    ACTUALLY POSTED.
           SELECT REF-HIST-FILE ASSIGN TO REFHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-ID
               FILE STATUS IS WS-REF-STATUS.
      *
           SELECT OPTIONAL REF-ARCH-FILE ASSIGN TO REFARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REFA-ID
               FILE STATUS IS WS-REFA-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO DSPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DSPAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO DSPREJ
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
       FD  DISP-REG-FILE
            RECORD CONTAINS 140 CHARACTERS
            RECORDING MODE IS F.
       01  DISP-REG-REC.
           02  DS-TRAN-REF          PIC X(12).
      *    NAMED CASE FIELDS (DISPUTE-DATA GROUP) - SEE
      *    COPYBOOKS/DISPREG.cbl
           COPY DISPREG.
      *
      *    LAYOUTS MIRROR BNKACC.CBL'S REF-HIST-REC AND REF-ARCH-REC.
       FD  REF-HIST-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  REF-HIST-REC.
           02  REF-ID               PIC X(12).
           02  REF-APPLIED-DATE     PIC 9(08).
           02  FILLER               PIC X(60).
      *
       FD  REF-ARCH-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  REF-ARCH-REC.
           02  REFA-ID              PIC X(12).
           02  REFA-APPLIED-DATE    PIC 9(08).
           02  FILLER               PIC X(60).
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'O'=OPEN A CASE ON
      *    THE CARD TRANSACTION TRAN-TRAN-REF (NO DEADLINE KEYED GIVES
      *    THE NETWORK'S STANDARD 45 DAYS; NO CURRENCY KEYED MEANS THE
      *    ACCOUNT'S OWN), 'C'=CHANGE AN UNRESOLVED CASE'S REASON CODE
      *    AND/OR DEADLINE (ONLY THE FIELDS KEYED ARE REPLACED).
       FD  TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  DISP-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-OPEN                    VALUE 'O'.
              88 TRAN-CHANGE                  VALUE 'C'.
           05 TRAN-TRAN-REF           PIC X(12).
           05 TRAN-ACCT-NO            PIC X(10).
           05 TRAN-CARD-NO            PIC X(16).
           05 TRAN-REASON-CODE        PIC X(04).
           05 TRAN-AMOUNT             PIC 9(7)V99.
           05 TRAN-CURRENCY-CODE      PIC X(03).
           05 TRAN-DEADLINE-DATE      PIC 9(08).
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(09).
      *
      *    ONE RECORD PER CHANGE APPLIED, CARRYING THE CASE AS IT
      *    STANDS AFTER THE CHANGE.
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  DISP-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-TRAN-REF            PIC X(12).
           05 AUD-ACCT-NO             PIC X(10).
           05 AUD-RESULT              PIC X(08).
           05 AUD-REASON-CODE         PIC X(04).
           05 AUD-AMOUNT              PIC 9(7)V99.
           05 AUD-DEADLINE-DATE       PIC 9(08).
           05 AUD-CASE-STATUS         PIC X(01).
           05 AUD-PROV-REF            PIC X(12).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(13).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  DISP-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-ACCT-NO             PIC X(10).
           05 REJ-TRAN-REF            PIC X(12).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(17).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-BAL-STATUS     PIC X(02) VALUE SPACES.
       01  WS-DISP-STATUS    PIC X(02) VALUE SPACES.
       01  WS-REF-STATUS     PIC X(02) VALUE SPACES.
       01  WS-REFA-STATUS    PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 100.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'DSPAUD  '.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  WS-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-TRAN-EOF                       VALUE 'Y'.
       01  WS-POSTED-SW               PIC X(01) VALUE 'N'.
           88  WS-POSTED                         VALUE 'Y'.
       01  WS-TODAY-DATE              PIC 9(08).
       01  WS-TODAY-INT               PIC 9(09) VALUE ZEROES.
      *
      *    DAYS THE NETWORK ALLOWS THE MERCHANT TO ANSWER A
      *    CHARGEBACK WHEN THE CASE IS OPENED WITH NO DEADLINE KEYED.
       01  WS-STD-RESPONSE-DAYS       PIC 9(03) VALUE 45.
      *
      *    PROVISIONAL-CREDIT REFERENCE - 'DC' + YYMMDD + POSITION IN
      *    THE TRANSACTION FILE, SO A RERUN OVER THE SAME FILE
      *    REBUILDS THE SAME REFERENCES AND BNKACC'S DUPLICATE CHECK
      *    HOLDS.
       01  WS-GEN-REF.
           05  FILLER                     PIC X(02) VALUE 'DC'.
           05  WS-GEN-REF-DATE            PIC 9(06).
           05  WS-GEN-REF-SEQ             PIC 9(04).
      *
      *    RUN CONTROL TOTALS
       01  WS-READ-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-OPEN-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-CHANGE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-RERUN-COUNT             PIC 9(07) VALUE ZEROES.
       01  WS-REJECT-COUNT            PIC 9(07) VALUE ZEROES.
      *
      *    WORK FIELDS FOR THE CURRENT AUDIT/REJECT RECORD
       01  WS-AUD-RESULT              PIC X(08) VALUE SPACES.
       01  WS-REJ-REASON-CDE          PIC X(02) VALUE SPACES.
       01  WS-REJ-REASON-TXT          PIC X(30) VALUE SPACES.
      *
      *    AUTHCHK INTERFACE FIELDS - THE GRANT MUST COVER THE
      *    PROVISIONAL CREDIT THE CASE ISSUES.
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'BNKDSPM '.
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
           DISPLAY 'CASES OPENED                : ' WS-OPEN-COUNT.
           DISPLAY 'CASES CHANGED               : ' WS-CHANGE-COUNT.
           DISPLAY 'ALREADY OPENED TODAY        : ' WS-RERUN-COUNT.
           DISPLAY 'TOTAL TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.

           PERFORM Z0001-CLOSE-FILES THRU Z0001-EX.

       A0001-MAIN-EX.
           EXIT.
      *----------------------------------------------------------------*
       B0001-OPEN-FILES.
      *----------------------------------------------------------------*
               CALL 'GETBDATE' USING WS-TODAY-DATE.
               MOVE WS-TODAY-DATE (3:6) TO WS-GEN-REF-DATE.
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

               OPEN INPUT BALANCE-AMT.

               IF WS-BAL-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file BALFILE'
                                             TO WS-ERR-MSG
                   MOVE WS-BAL-STATUS        TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN I-O DISP-REG-FILE.
               IF WS-DISP-STATUS = '35'
                   OPEN OUTPUT DISP-REG-FILE
                   CLOSE DISP-REG-FILE
                   OPEN I-O DISP-REG-FILE
               END-IF.

               IF WS-DISP-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file DISPREG'
                                             TO WS-ERR-MSG
                   MOVE WS-DISP-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT REF-HIST-FILE.

               IF WS-REF-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file REFHIST'
                                             TO WS-ERR-MSG
                   MOVE WS-REF-STATUS        TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT REF-ARCH-FILE.
      *    AN ABSENT ARCHIVE JUST MEANS NOTHING HAS BEEN PRUNED YET.
      *
               OPEN INPUT TRANSACTION-FILE.

               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file DSPTRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file DSPAUD'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file DSPREJ'
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
      *    KNOWN ACCOUNT AND THE CARD TRANSACTION'S REFERENCE BEFORE
      *    ANYTHING IS TOUCHED.
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

               IF TRAN-TRAN-REF = SPACES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'CARD TRANSACTION REF MISSING'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

               EVALUATE TRUE
                   WHEN TRAN-OPEN
                       PERFORM F0001-OPEN-CASE          THRU F0001-EX
                   WHEN TRAN-CHANGE
                       PERFORM F0002-CHANGE-CASE        THRU F0002-EX
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
       F0001-OPEN-CASE.
      *----------------------------------------------------------------*
      *    A CASE NEEDS A REASON AND AN AMOUNT, AND THE CARD
      *    TRANSACTION MUST HAVE POSTED. A DEADLINE KEYED MUST LIE
      *    AHEAD OF TODAY. THE PROVISIONAL CREDIT IS STAMPED HERE AND
      *    ISSUED BY DSPRESOL IN THE SAME NIGHT'S RUN.
      *----------------------------------------------------------------*
               IF TRAN-REASON-CODE = SPACES
                  OR TRAN-AMOUNT NOT NUMERIC
                  OR TRAN-AMOUNT = ZEROES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'REASON/AMOUNT INVALID'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.
               IF TRAN-DEADLINE-DATE IS NUMERIC
                  AND TRAN-DEADLINE-DATE NOT = ZEROES
                  AND TRAN-DEADLINE-DATE NOT > WS-TODAY-DATE
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'DEADLINE NOT AFTER TODAY'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.

               PERFORM F0003-CHECK-POSTED THRU F0003-EX.
               IF NOT WS-POSTED
                   MOVE '08' TO WS-REJ-REASON-CDE
                   MOVE 'CARD TRANSACTION NOT APPLIED'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.

               MOVE WS-READ-COUNT     TO WS-GEN-REF-SEQ.

               INITIALIZE DISP-REG-REC.
               MOVE TRAN-TRAN-REF       TO DS-TRAN-REF.
               MOVE TRAN-ACCT-NO        TO DS-ACCT-NO.
               MOVE TRAN-CARD-NO        TO DS-CARD-NO.
               MOVE TRAN-REASON-CODE    TO DS-REASON-CODE.
               MOVE TRAN-AMOUNT         TO DS-AMOUNT.
               MOVE TRAN-CURRENCY-CODE  TO DS-CURRENCY-CODE.
               MOVE WS-TODAY-DATE       TO DS-OPENED-DATE.
               IF TRAN-DEADLINE-DATE IS NUMERIC
                  AND TRAN-DEADLINE-DATE NOT = ZEROES
                   MOVE TRAN-DEADLINE-DATE TO DS-DEADLINE-DATE
               ELSE
                   COMPUTE DS-DEADLINE-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (WS-TODAY-INT + WS-STD-RESPONSE-DAYS)
               END-IF.
               MOVE 'O'               TO DS-STATUS.
               MOVE SPACE             TO DS-RESOLUTION.
               MOVE WS-GEN-REF        TO DS-PROV-REF.
               MOVE WS-TODAY-DATE     TO DS-PROV-DATE.
               MOVE ZEROES            TO DS-CHGBK-DATE.
               MOVE ZEROES            TO DS-RESOLVED-DATE.
               MOVE SPACES            TO DS-REVERSAL-REF.
               MOVE ZEROES            TO DS-CHANGED-DATE.
               MOVE TRAN-OPERATOR-ID  TO DS-CHANGED-BY.

               WRITE DISP-REG-REC
                   INVALID KEY
                       PERFORM F0004-CHECK-RERUN THRU F0004-EX
                   NOT INVALID KEY
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE 'OPENED  ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-WRITE.

       F0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0002-CHANGE-CASE.
      *----------------------------------------------------------------*
      *    ONLY AN UNRESOLVED CASE CAN BE VARIED. THE AMOUNT IS FIXED
      *    BY THE PROVISIONAL CREDIT ALREADY ISSUED.
      *----------------------------------------------------------------*
               MOVE TRAN-TRAN-REF TO DS-TRAN-REF.

               READ DISP-REG-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'CASE NOT FOUND ON CHG'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0002-EX
               END-READ.

               IF NOT DS-UNRESOLVED
                   MOVE '06' TO WS-REJ-REASON-CDE
                   MOVE 'CASE ALREADY RESOLVED'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0002-EX
               END-IF.

               IF TRAN-DEADLINE-DATE IS NUMERIC
                  AND TRAN-DEADLINE-DATE NOT = ZEROES
                  AND TRAN-DEADLINE-DATE NOT > WS-TODAY-DATE
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'DEADLINE NOT AFTER TODAY'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0002-EX
               END-IF.

               IF TRAN-REASON-CODE NOT = SPACES
                   MOVE TRAN-REASON-CODE    TO DS-REASON-CODE
               END-IF.
               IF TRAN-DEADLINE-DATE IS NUMERIC
                  AND TRAN-DEADLINE-DATE NOT = ZEROES
                   MOVE TRAN-DEADLINE-DATE  TO DS-DEADLINE-DATE
               END-IF.
               MOVE WS-TODAY-DATE    TO DS-CHANGED-DATE.
               MOVE TRAN-OPERATOR-ID TO DS-CHANGED-BY.

               REWRITE DISP-REG-REC
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'CASE NOT FOUND ON CHG'
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
       F0003-CHECK-POSTED.
      *----------------------------------------------------------------*
      *    THE SAME PROBE BNKACC'S DUPLICATE-REFERENCE CHECK MAKES -
      *    THE LIVE HISTORY FIRST, THEN THE PRUNED ARCHIVE.
      *----------------------------------------------------------------*
               MOVE 'N' TO WS-POSTED-SW.
               MOVE TRAN-TRAN-REF TO REF-ID.
               READ REF-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-POSTED-SW
               END-READ.
               IF NOT WS-POSTED AND WS-REFA-STATUS = '00'
                   MOVE TRAN-TRAN-REF TO REFA-ID
                   READ REF-ARCH-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-POSTED-SW
                   END-READ
               END-IF.

       F0003-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0004-CHECK-RERUN.
      *----------------------------------------------------------------*
      *    A CASE THIS SAME FILE OPENED EARLIER TODAY IS A RERUN OF
      *    THE STEP, NOT A SECOND DISPUTE - LEAVE IT AS IT STANDS.
      *----------------------------------------------------------------*
               READ DISP-REG-FILE
                   INVALID KEY
                       MOVE SPACES TO DS-PROV-REF
               END-READ.
               IF DS-OPENED-DATE = WS-TODAY-DATE
                  AND DS-PROV-REF = WS-GEN-REF
                   ADD 1 TO WS-RERUN-COUNT
               ELSE
                   MOVE '04' TO WS-REJ-REASON-CDE
                   MOVE 'CASE ALREADY OPEN FOR TRAN'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
               END-IF.

       F0004-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0001-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
               MOVE TRAN-CODE              TO AUD-TRAN-CODE.
               MOVE DS-TRAN-REF            TO AUD-TRAN-REF.
               MOVE DS-ACCT-NO             TO AUD-ACCT-NO.
               MOVE WS-AUD-RESULT          TO AUD-RESULT.
               MOVE DS-REASON-CODE         TO AUD-REASON-CODE.
               MOVE DS-AMOUNT              TO AUD-AMOUNT.
               MOVE DS-DEADLINE-DATE       TO AUD-DEADLINE-DATE.
               MOVE DS-STATUS              TO AUD-CASE-STATUS.
               MOVE DS-PROV-REF            TO AUD-PROV-REF.
               MOVE TRAN-OPERATOR-ID       TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING DISP-AUDIT-REC WS-AUD-CHAIN.
               WRITE DISP-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file DSPAUD'
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
               MOVE TRAN-TRAN-REF     TO REJ-TRAN-REF.
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.

               WRITE DISP-REJECT-REC.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file DSPREJ'
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
           CLOSE DISP-REG-FILE.
           CLOSE REF-HIST-FILE.
           CLOSE REF-ARCH-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING DISP-AUDIT-REC WS-AUD-CHAIN.
           WRITE DISP-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
