      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 02-11-2020
      * Purpose: CORPORATE-ACTION MASTER MAINTENANCE - APPLIES A
      *        : TRANSACTION FILE AGAINST THE CAMAST MASTER (ONE
      *        : RECORD PER ANNOUNCED SPLIT, BONUS ISSUE OR CASH
      *        : DIVIDEND: INSTRUMENT, ACTION TYPE, RATIO OR AMOUNT
      *        : PER SHARE, RECORD DATE AND EX-DATE) WITH AN AUDIT
      *        : TRAIL OF EVERY CHANGE - THE SAME MAINTENANCE
      *        : PATTERN AS CLILMNT. CORPACT APPLIES EACH ACTION TO
      *        : THE POSLEDG POSITION LEDGER ON ITS EX-DATE.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. CAMNT.
       AUTHOR. SANDEEP P.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-FILE ASSIGN TO CAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-ACTION-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO CATRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO CAAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO CAREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *
       FD  ACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       COPY CAMAST.
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'A'=ANNOUNCE,
      *    'C'=CHANGE (RECORD DATE, RATIO OR AMOUNT), 'X'=CANCEL.
      *    ONLY AN ACTION NOT YET PROCESSED CAN BE CHANGED OR
      *    CANCELLED. A ZERO RECORD DATE TAKES THE EX-DATE.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CA-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-ADD                        VALUE 'A'.
              88 TRAN-CHANGE                     VALUE 'C'.
              88 TRAN-CANCEL                     VALUE 'X'.
           05 TRAN-INSTRUMENT         PIC X(08).
           05 TRAN-EX-DATE            PIC 9(08).
           05 TRAN-ACTION-TYPE        PIC X(01).
           05 TRAN-RECORD-DATE        PIC 9(08).
           05 TRAN-RATIO-NEW          PIC 9(05).
           05 TRAN-RATIO-OLD          PIC 9(05).
           05 TRAN-DIV-PER-SHARE      PIC 9(05)V9999.
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(27).
      *
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  CA-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-INSTRUMENT          PIC X(08).
           05 AUD-EX-DATE             PIC 9(08).
           05 AUD-ACTION-TYPE         PIC X(01).
           05 AUD-OLD-RECORD-DATE     PIC 9(08).
           05 AUD-OLD-RATIO-NEW       PIC 9(05).
           05 AUD-OLD-RATIO-OLD       PIC 9(05).
           05 AUD-OLD-DIV-PER-SHARE   PIC 9(05)V9999.
           05 AUD-NEW-RECORD-DATE     PIC 9(08).
           05 AUD-NEW-RATIO-NEW       PIC 9(05).
           05 AUD-NEW-RATIO-OLD       PIC 9(05).
           05 AUD-NEW-DIV-PER-SHARE   PIC 9(05)V9999.
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-RESULT              PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(08).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CA-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-INSTRUMENT          PIC X(08).
           05 REJ-EX-DATE             PIC X(08).
           05 REJ-ACTION-TYPE         PIC X(01).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(22).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-ACTION-STATUS  PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 120.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'CAAUDIT '.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  WS-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-TRAN-EOF                       VALUE 'Y'.
       01  WS-TERMS-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-TERMS-OK                       VALUE 'Y'.
       01  WS-TODAY-DATE              PIC 9(08).
      *
       01  WS-READ-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-ADD-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-CHANGE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-CANCEL-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-REJECT-COUNT            PIC 9(07) VALUE ZEROES.
      *
       01  WS-AUD-RESULT              PIC X(08) VALUE SPACES.
       01  WS-OLD-RECORD-DATE         PIC 9(08) VALUE ZEROES.
       01  WS-OLD-RATIO-NEW           PIC 9(05) VALUE ZEROES.
       01  WS-OLD-RATIO-OLD           PIC 9(05) VALUE ZEROES.
       01  WS-OLD-DIV-PER-SHARE       PIC 9(05)V9999 VALUE ZEROES.
       01  WS-REJ-REASON-CDE          PIC X(02) VALUE SPACES.
       01  WS-REJ-REASON-TXT          PIC X(30) VALUE SPACES.
      *
      *    AUTHCHK INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'CAMNT   '.
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
           DISPLAY 'ACTIONS ANNOUNCED           : ' WS-ADD-COUNT.
           DISPLAY 'ACTIONS CHANGED             : ' WS-CHANGE-COUNT.
           DISPLAY 'ACTIONS CANCELLED           : ' WS-CANCEL-COUNT.
           DISPLAY 'TOTAL TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.

           PERFORM Z0001-CLOSE-FILES THRU Z0001-EX.

       A0001-MAIN-EX.
           EXIT.
      *----------------------------------------------------------------*
       B0001-OPEN-FILES.
      *----------------------------------------------------------------*
               CALL 'GETBDATE' USING WS-TODAY-DATE.

               OPEN I-O ACTION-FILE.
               IF WS-ACTION-STATUS = '35'
                   OPEN OUTPUT ACTION-FILE
                   CLOSE ACTION-FILE
                   OPEN I-O ACTION-FILE
               END-IF.
               IF WS-ACTION-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file CAMAST'
                                             TO WS-ERR-MSG
                   MOVE WS-ACTION-STATUS     TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT TRANSACTION-FILE.
               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file CATRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.
               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file CAAUDIT'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.
               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file CAREJ'
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

               MOVE TRAN-ACTION-TYPE TO CA-ACTION-TYPE.
               IF TRAN-INSTRUMENT = SPACES
                  OR TRAN-EX-DATE IS NOT NUMERIC
                  OR TRAN-EX-DATE = ZEROES
                  OR NOT CA-TYPE-VALID
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'INSTRUMENT/EX-DATE/TYPE INVALID'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM F0001-ADD-ACTION      THRU F0001-EX
                   WHEN TRAN-CHANGE
                       PERFORM F0002-CHANGE-ACTION   THRU F0002-EX
                   WHEN TRAN-CANCEL
                       PERFORM F0003-CANCEL-ACTION   THRU F0003-EX
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
      *    AN ACTION WHOSE EX-DATE HAS ALREADY GONE CANNOT BE ENTERED -
      *    THE LEDGER HAS TAKEN EX TRADES SINCE, SO THE CUM HOLDING IS
      *    NO LONGER ON IT. THE DESK ADJUSTS THOSE BY HAND.
      *----------------------------------------------------------------*
       F0001-ADD-ACTION.
      *----------------------------------------------------------------*
               IF TRAN-EX-DATE < WS-TODAY-DATE
                   MOVE '09' TO WS-REJ-REASON-CDE
                   MOVE 'EX-DATE ALREADY PASSED'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.

               INITIALIZE CAMAST-RECORD.
               MOVE TRAN-INSTRUMENT    TO CA-INSTRUMENT.
               MOVE TRAN-EX-DATE       TO CA-EX-DATE.
               MOVE TRAN-ACTION-TYPE   TO CA-ACTION-TYPE.
               PERFORM F0004-TAKE-TERMS THRU F0004-EX.
               IF NOT WS-TERMS-OK
                   GO TO F0001-EX
               END-IF.
               MOVE 'A'                TO CA-STATUS.
               MOVE TRAN-OPERATOR-ID   TO CA-ENTERED-BY.

               WRITE CAMAST-RECORD
                   INVALID KEY
                       MOVE '04' TO WS-REJ-REASON-CDE
                       MOVE 'ACTION ALREADY ON FILE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE ZEROES TO WS-OLD-RECORD-DATE
                       MOVE ZEROES TO WS-OLD-RATIO-NEW
                       MOVE ZEROES TO WS-OLD-RATIO-OLD
                       MOVE ZEROES TO WS-OLD-DIV-PER-SHARE
                       MOVE 'ADDED   ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-WRITE.

       F0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0002-CHANGE-ACTION.
      *----------------------------------------------------------------*
               MOVE TRAN-INSTRUMENT    TO CA-INSTRUMENT.
               MOVE TRAN-EX-DATE       TO CA-EX-DATE.
               MOVE TRAN-ACTION-TYPE   TO CA-ACTION-TYPE.
               READ ACTION-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'ACTION NOT FOUND ON CHANGE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0002-EX
               END-READ.

               IF NOT CA-ANNOUNCED
                   MOVE '08' TO WS-REJ-REASON-CDE
                   MOVE 'ACTION PROCESSED OR CANCELLED'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0002-EX
               END-IF.

               MOVE CA-RECORD-DATE     TO WS-OLD-RECORD-DATE.
               MOVE CA-RATIO-NEW       TO WS-OLD-RATIO-NEW.
               MOVE CA-RATIO-OLD       TO WS-OLD-RATIO-OLD.
               MOVE CA-DIV-PER-SHARE   TO WS-OLD-DIV-PER-SHARE.
               PERFORM F0004-TAKE-TERMS THRU F0004-EX.
               IF NOT WS-TERMS-OK
                   GO TO F0002-EX
               END-IF.
               MOVE TRAN-OPERATOR-ID   TO CA-ENTERED-BY.
               REWRITE CAMAST-RECORD.
               ADD 1 TO WS-CHANGE-COUNT.
               MOVE 'CHANGED ' TO WS-AUD-RESULT.
               PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX.

       F0002-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0003-CANCEL-ACTION.
      *----------------------------------------------------------------*
               MOVE TRAN-INSTRUMENT    TO CA-INSTRUMENT.
               MOVE TRAN-EX-DATE       TO CA-EX-DATE.
               MOVE TRAN-ACTION-TYPE   TO CA-ACTION-TYPE.
               READ ACTION-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'ACTION NOT FOUND ON CANCEL'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0003-EX
               END-READ.

               IF NOT CA-ANNOUNCED
                   MOVE '08' TO WS-REJ-REASON-CDE
                   MOVE 'ACTION PROCESSED OR CANCELLED'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0003-EX
               END-IF.

               MOVE CA-RECORD-DATE     TO WS-OLD-RECORD-DATE.
               MOVE CA-RATIO-NEW       TO WS-OLD-RATIO-NEW.
               MOVE CA-RATIO-OLD       TO WS-OLD-RATIO-OLD.
               MOVE CA-DIV-PER-SHARE   TO WS-OLD-DIV-PER-SHARE.
               MOVE 'X'                TO CA-STATUS.
               MOVE TRAN-OPERATOR-ID   TO CA-ENTERED-BY.
               REWRITE CAMAST-RECORD.
               ADD 1 TO WS-CANCEL-COUNT.
               MOVE 'CANCELLD' TO WS-AUD-RESULT.
               PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX.

       F0003-EX.
           EXIT.
      *----------------------------------------------------------------*
      *    A SPLIT OR BONUS NEEDS BOTH SIDES OF ITS RATIO AND NO CASH;
      *    A DIVIDEND NEEDS ITS AMOUNT PER SHARE AND NO RATIO. THE
      *    RECORD DATE CANNOT FALL BEFORE THE EX-DATE.
      *----------------------------------------------------------------*
       F0004-TAKE-TERMS.
      *----------------------------------------------------------------*
               MOVE 'N' TO WS-TERMS-OK-SW.
               IF TRAN-RECORD-DATE IS NOT NUMERIC
                  OR TRAN-RATIO-NEW IS NOT NUMERIC
                  OR TRAN-RATIO-OLD IS NOT NUMERIC
                  OR TRAN-DIV-PER-SHARE IS NOT NUMERIC
                   MOVE '05' TO WS-REJ-REASON-CDE
                   MOVE 'RATIO/AMOUNT/DATE NOT NUMERIC'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0004-EX
               END-IF.

               IF CA-DIVIDEND
                   IF TRAN-DIV-PER-SHARE = ZEROES
                      OR TRAN-RATIO-NEW NOT = ZEROES
                      OR TRAN-RATIO-OLD NOT = ZEROES
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'DIVIDEND NEEDS AMOUNT, NO RATIO'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0004-EX
                   END-IF
               ELSE
                   IF TRAN-RATIO-NEW = ZEROES
                      OR TRAN-RATIO-OLD = ZEROES
                      OR TRAN-DIV-PER-SHARE NOT = ZEROES
                      OR (CA-SPLIT
                          AND TRAN-RATIO-NEW = TRAN-RATIO-OLD)
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'RATIO MISSING OR INVALID'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0004-EX
                   END-IF
               END-IF.

               IF TRAN-RECORD-DATE NOT = ZEROES
                  AND TRAN-RECORD-DATE < TRAN-EX-DATE
                   MOVE '06' TO WS-REJ-REASON-CDE
                   MOVE 'RECORD DATE BEFORE EX-DATE'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0004-EX
               END-IF.

               IF TRAN-RECORD-DATE = ZEROES
                   MOVE TRAN-EX-DATE       TO CA-RECORD-DATE
               ELSE
                   MOVE TRAN-RECORD-DATE   TO CA-RECORD-DATE
               END-IF.
               MOVE TRAN-RATIO-NEW     TO CA-RATIO-NEW.
               MOVE TRAN-RATIO-OLD     TO CA-RATIO-OLD.
               MOVE TRAN-DIV-PER-SHARE TO CA-DIV-PER-SHARE.
               MOVE 'Y' TO WS-TERMS-OK-SW.

       F0004-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0001-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
               MOVE TRAN-CODE            TO AUD-TRAN-CODE.
               MOVE CA-INSTRUMENT        TO AUD-INSTRUMENT.
               MOVE CA-EX-DATE           TO AUD-EX-DATE.
               MOVE CA-ACTION-TYPE       TO AUD-ACTION-TYPE.
               MOVE WS-OLD-RECORD-DATE   TO AUD-OLD-RECORD-DATE.
               MOVE WS-OLD-RATIO-NEW     TO AUD-OLD-RATIO-NEW.
               MOVE WS-OLD-RATIO-OLD     TO AUD-OLD-RATIO-OLD.
               MOVE WS-OLD-DIV-PER-SHARE TO AUD-OLD-DIV-PER-SHARE.
               MOVE CA-RECORD-DATE       TO AUD-NEW-RECORD-DATE.
               MOVE CA-RATIO-NEW         TO AUD-NEW-RATIO-NEW.
               MOVE CA-RATIO-OLD         TO AUD-NEW-RATIO-OLD.
               MOVE CA-DIV-PER-SHARE     TO AUD-NEW-DIV-PER-SHARE.
               MOVE TRAN-OPERATOR-ID     TO AUD-OPERATOR-ID.
               MOVE WS-AUD-RESULT        TO AUD-RESULT.
               MOVE WS-TODAY-DATE        TO AUD-TRAN-DATE.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING CA-AUDIT-REC WS-AUD-CHAIN.
               WRITE CA-AUDIT-REC.

       G0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0002-WRITE-REJECT-RECORD.
      *----------------------------------------------------------------*
               ADD 1 TO WS-REJECT-COUNT.
               MOVE TRAN-CODE         TO REJ-TRAN-CODE.
               MOVE TRAN-INSTRUMENT   TO REJ-INSTRUMENT.
               MOVE TRAN-EX-DATE      TO REJ-EX-DATE.
               MOVE TRAN-ACTION-TYPE  TO REJ-ACTION-TYPE.
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.
               WRITE CA-REJECT-REC.

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
           CLOSE ACTION-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING CA-AUDIT-REC WS-AUD-CHAIN.
           WRITE CA-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
