      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 21-12-2020
      * Purpose: EXPECTED-COUNTRY MASTER MAINTENANCE - APPLIES A
      *        : TRANSACTION FILE AGAINST THE EXPCTRY MASTER (EVERY
      *        : COUNTRY AND PROVINCE/STATE THE COVID FEED SHOULD CARRY
      *        : EACH DAY, WITH ITS NORMAL REPORTING LAG) THAT COVIDCBL
      *        : CHECKS THE FEED AGAINST, WITH AN AUDIT TRAIL OF EVERY
      *        : CHANGE. ENTRIES COVIDCBL LISTS AS UNEXPECTED ARE ADDED
      *        : HERE. SAME ADD/CHANGE/DELETE PATTERN AS CLIMNT.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. EXPMNT.
       AUTHOR. SANDEEP P.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPECTED-FILE ASSIGN TO EXPCTRY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXP-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO EXPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO EXPAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO EXPREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *
       FD  EXPECTED-FILE
            RECORD CONTAINS 160 CHARACTERS
            RECORDING MODE IS F.
           COPY EXPCTRY.
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'A'=ADD ENTRY,
      *    'C'=CHANGE (COUNTRY CODE AND/OR LAG - A BLANK FIELD IS LEFT
      *    AS IT IS), 'D'=DELETE ENTRY. COUNTRY AND PROVINCE ARE KEYED
      *    EXACTLY AS THE FEED CARRIES THEM.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  EXP-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-ADD                     VALUE 'A'.
              88 TRAN-CHANGE                  VALUE 'C'.
              88 TRAN-DELETE                  VALUE 'D'.
           05 TRAN-KEY.
              10 TRAN-COUNTRY         PIC X(46).
              10 TRAN-PROVINCE        PIC X(46).
           05 TRAN-COUNTRY-CODE       PIC X(02).
           05 TRAN-LAG-DAYS-X         PIC X(02).
           05 TRAN-LAG-DAYS REDEFINES TRAN-LAG-DAYS-X
                                      PIC 9(02).
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(15).
      *
      *    OLD AND NEW LAG SIDE BY SIDE SO A CHANGE TO HOW LONG AN
      *    ENTRY MAY GO UNREPORTED CAN BE TRACED ON THE TRAIL.
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 160 CHARACTERS
            RECORDING MODE IS F.
       01  EXP-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-COUNTRY             PIC X(46).
           05 AUD-PROVINCE            PIC X(46).
           05 AUD-RESULT              PIC X(08).
           05 AUD-OLD-COUNTRY-CODE    PIC X(02).
           05 AUD-OLD-LAG-DAYS        PIC 9(02).
           05 AUD-NEW-COUNTRY-CODE    PIC X(02).
           05 AUD-NEW-LAG-DAYS        PIC 9(02).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(29).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 160 CHARACTERS
            RECORDING MODE IS F.
       01  EXP-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-COUNTRY             PIC X(46).
           05 REJ-PROVINCE            PIC X(46).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(27).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-EXP-STATUS     PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 160.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'EXPAUDIT'.
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
       01  WS-READ-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-ADD-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-CHANGE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-DELETE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-REJECT-COUNT            PIC 9(07) VALUE ZEROES.
      *
       01  WS-AUD-RESULT              PIC X(08) VALUE SPACES.
       01  WS-REJ-REASON-CDE          PIC X(02) VALUE SPACES.
       01  WS-REJ-REASON-TXT          PIC X(30) VALUE SPACES.
       01  WS-OLD-COUNTRY-CODE        PIC X(02) VALUE SPACES.
       01  WS-OLD-LAG-DAYS            PIC 9(02) VALUE ZEROES.
      *
      *    AUTHCHK INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'EXPMNT  '.
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
           DISPLAY 'ENTRIES ADDED               : ' WS-ADD-COUNT.
           DISPLAY 'ENTRIES CHANGED             : ' WS-CHANGE-COUNT.
           DISPLAY 'ENTRIES DELETED             : ' WS-DELETE-COUNT.
           DISPLAY 'TOTAL TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.

           PERFORM Z0001-CLOSE-FILES THRU Z0001-EX.

       A0001-MAIN-EX.
           EXIT.
      *----------------------------------------------------------------*
       B0001-OPEN-FILES.
      *----------------------------------------------------------------*
               CALL 'GETBDATE' USING WS-TODAY-DATE.

               OPEN I-O EXPECTED-FILE.
               IF WS-EXP-STATUS = '35'
                   OPEN OUTPUT EXPECTED-FILE
                   CLOSE EXPECTED-FILE
                   OPEN I-O EXPECTED-FILE
               END-IF.
               IF WS-EXP-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file EXPCTRY'
                                             TO WS-ERR-MSG
                   MOVE WS-EXP-STATUS        TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT TRANSACTION-FILE.
               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file EXPTRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.
               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file EXPAUDIT'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.
               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file EXPREJ'
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

               IF TRAN-COUNTRY = SPACES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'COUNTRY MISSING'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

      *    AN ADD MUST CARRY THE COUNTRY CODE THE REPORT ROLLS UP BY
      *    AND A LAG (ZERO FOR AN ENTRY DUE EVERY DAY); A CHANGE MAY
      *    LEAVE THE LAG BLANK BUT NOT SUPPLY A NON-NUMERIC ONE.
               IF TRAN-ADD
                  AND (TRAN-COUNTRY-CODE = SPACES
                       OR TRAN-LAG-DAYS-X IS NOT NUMERIC)
                   MOVE '05' TO WS-REJ-REASON-CDE
                   MOVE 'COUNTRY CODE/LAG MISSING'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.
               IF TRAN-CHANGE
                  AND TRAN-LAG-DAYS-X NOT = SPACES
                  AND TRAN-LAG-DAYS-X IS NOT NUMERIC
                   MOVE '06' TO WS-REJ-REASON-CDE
                   MOVE 'INVALID REPORTING LAG'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM F0001-ADD-ENTRY       THRU F0001-EX
                   WHEN TRAN-CHANGE
                       PERFORM F0002-CHANGE-ENTRY    THRU F0002-EX
                   WHEN TRAN-DELETE
                       PERFORM F0003-DELETE-ENTRY    THRU F0003-EX
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
       F0001-ADD-ENTRY.
      *----------------------------------------------------------------*
      *    A NEW ENTRY STARTS WITH NO REPORTING HISTORY; COVIDCBL FILLS
      *    IN LAST-SEEN THE FIRST DAY THE FEED CARRIES IT.
               MOVE SPACES TO WS-OLD-COUNTRY-CODE.
               MOVE ZEROES TO WS-OLD-LAG-DAYS.
               INITIALIZE EXPCTRY-RECORD.
               MOVE TRAN-COUNTRY        TO EX-COUNTRY.
               MOVE TRAN-PROVINCE       TO EX-PROVINCE.
               MOVE TRAN-COUNTRY-CODE   TO EX-COUNTRY-CODE.
               MOVE TRAN-LAG-DAYS       TO EX-LAG-DAYS.
               MOVE 'N'                 TO EX-SEEN-SW.
               MOVE TRAN-OPERATOR-ID    TO EX-UPDATED-BY.
               MOVE WS-TODAY-DATE       TO EX-UPDATED-DATE.

               WRITE EXPCTRY-RECORD
                   INVALID KEY
                       MOVE '04' TO WS-REJ-REASON-CDE
                       MOVE 'ENTRY ALREADY ON FILE'
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
       F0002-CHANGE-ENTRY.
      *----------------------------------------------------------------*
               MOVE TRAN-KEY TO EX-KEY.
               READ EXPECTED-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'ENTRY NOT FOUND ON CHANGE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       MOVE EX-COUNTRY-CODE TO WS-OLD-COUNTRY-CODE
                       MOVE EX-LAG-DAYS     TO WS-OLD-LAG-DAYS
                       IF TRAN-COUNTRY-CODE NOT = SPACES
                           MOVE TRAN-COUNTRY-CODE TO EX-COUNTRY-CODE
                       END-IF
                       IF TRAN-LAG-DAYS-X NOT = SPACES
                           MOVE TRAN-LAG-DAYS TO EX-LAG-DAYS
                       END-IF
                       MOVE TRAN-OPERATOR-ID TO EX-UPDATED-BY
                       MOVE WS-TODAY-DATE    TO EX-UPDATED-DATE
                       REWRITE EXPCTRY-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'CHANGED ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-READ.

       F0002-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0003-DELETE-ENTRY.
      *----------------------------------------------------------------*
               MOVE TRAN-KEY TO EX-KEY.
               READ EXPECTED-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'ENTRY NOT FOUND ON DELETE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       MOVE EX-COUNTRY-CODE TO WS-OLD-COUNTRY-CODE
                       MOVE EX-LAG-DAYS     TO WS-OLD-LAG-DAYS
                       MOVE SPACES TO EX-COUNTRY-CODE
                       MOVE ZEROES TO EX-LAG-DAYS
                       DELETE EXPECTED-FILE
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE 'DELETED ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-READ.

       F0003-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0001-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
               MOVE SPACES              TO EXP-AUDIT-REC.
               MOVE TRAN-CODE           TO AUD-TRAN-CODE.
               MOVE TRAN-COUNTRY        TO AUD-COUNTRY.
               MOVE TRAN-PROVINCE       TO AUD-PROVINCE.
               MOVE WS-AUD-RESULT       TO AUD-RESULT.
               MOVE WS-OLD-COUNTRY-CODE TO AUD-OLD-COUNTRY-CODE.
               MOVE WS-OLD-LAG-DAYS     TO AUD-OLD-LAG-DAYS.
               MOVE EX-COUNTRY-CODE     TO AUD-NEW-COUNTRY-CODE.
               MOVE EX-LAG-DAYS         TO AUD-NEW-LAG-DAYS.
               MOVE TRAN-OPERATOR-ID    TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE       TO AUD-TRAN-DATE.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING EXP-AUDIT-REC WS-AUD-CHAIN.
               WRITE EXP-AUDIT-REC.

       G0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0002-WRITE-REJECT-RECORD.
      *----------------------------------------------------------------*
               ADD 1 TO WS-REJECT-COUNT.
               MOVE SPACES            TO EXP-REJECT-REC.
               MOVE TRAN-CODE         TO REJ-TRAN-CODE.
               MOVE TRAN-COUNTRY      TO REJ-COUNTRY.
               MOVE TRAN-PROVINCE     TO REJ-PROVINCE.
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.
               WRITE EXP-REJECT-REC.

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
           CLOSE EXPECTED-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING EXP-AUDIT-REC WS-AUD-CHAIN.
           WRITE EXP-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
