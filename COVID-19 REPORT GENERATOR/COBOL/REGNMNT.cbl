      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 14-12-2020
      * Purpose: COUNTRY-TO-REGION REFERENCE MAINTENANCE - APPLIES A
      *        : TRANSACTION FILE AGAINST THE CTRYRGN REFERENCE (FEED
      *        : COUNTRY CODE TO CONTINENT AND WHO REGION) THAT
      *        : COVIDCBL ROLLS ITS COUNTRY SUBTOTALS UP BY, WITH AN
      *        : AUDIT TRAIL OF EVERY CHANGE. COUNTRIES COVIDCBL
      *        : REPORTS AS UNMAPPED ON EXCFILE ARE ADDED HERE.
      *        : SAME ADD/CHANGE/DELETE PATTERN AS CLIMNT.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. REGNMNT.
       AUTHOR. SANDEEP P.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGION-REF-FILE ASSIGN TO CTRYRGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-COUNTRY-CODE
               FILE STATUS IS WS-RGN-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO RGNTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO RGNAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO RGNREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *
       FD  REGION-REF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           COPY CTRYRGN.
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'A'=ADD COUNTRY,
      *    'C'=CHANGE (NAME, CONTINENT AND/OR WHO REGION - A BLANK
      *    FIELD IS LEFT AS IT IS), 'D'=DELETE COUNTRY.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  RGN-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-ADD                     VALUE 'A'.
              88 TRAN-CHANGE                  VALUE 'C'.
              88 TRAN-DELETE                  VALUE 'D'.
           05 TRAN-COUNTRY-CODE       PIC X(02).
           05 TRAN-COUNTRY-NAME       PIC X(30).
           05 TRAN-CONTINENT          PIC X(15).
           05 TRAN-WHO-REGION         PIC X(05).
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(19).
      *
      *    OLD AND NEW CONTINENT/REGION SIDE BY SIDE SO A MOVE OF A
      *    COUNTRY BETWEEN GROUPINGS CAN BE TRACED ON THE TRAIL.
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  RGN-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-COUNTRY-CODE        PIC X(02).
           05 AUD-RESULT              PIC X(08).
           05 AUD-OLD-CONTINENT       PIC X(15).
           05 AUD-OLD-WHO-REGION      PIC X(05).
           05 AUD-NEW-CONTINENT       PIC X(15).
           05 AUD-NEW-WHO-REGION      PIC X(05).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 AUD-COUNTRY-NAME        PIC X(30).
           05 FILLER                  PIC X(17).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  RGN-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-COUNTRY-CODE        PIC X(02).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(37).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-RGN-STATUS     PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 120.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'RGNAUDIT'.
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
       01  WS-OLD-CONTINENT           PIC X(15) VALUE SPACES.
       01  WS-OLD-WHO-REGION          PIC X(05) VALUE SPACES.
      *
      *    THE SIX WHO REGIONAL OFFICE CODES A COUNTRY MAY CARRY.
       01  WS-WHO-CHECK               PIC X(05) VALUE SPACES.
           88  WS-WHO-VALID           VALUE 'AFR  ' 'AMR  ' 'SEAR '
                                            'EUR  ' 'EMR  ' 'WPR  '.
      *
      *    AUTHCHK INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'REGNMNT '.
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
           DISPLAY 'COUNTRIES ADDED             : ' WS-ADD-COUNT.
           DISPLAY 'COUNTRIES CHANGED           : ' WS-CHANGE-COUNT.
           DISPLAY 'COUNTRIES DELETED           : ' WS-DELETE-COUNT.
           DISPLAY 'TOTAL TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.

           PERFORM Z0001-CLOSE-FILES THRU Z0001-EX.

       A0001-MAIN-EX.
           EXIT.
      *----------------------------------------------------------------*
       B0001-OPEN-FILES.
      *----------------------------------------------------------------*
               CALL 'GETBDATE' USING WS-TODAY-DATE.

               OPEN I-O REGION-REF-FILE.
               IF WS-RGN-STATUS = '35'
                   OPEN OUTPUT REGION-REF-FILE
                   CLOSE REGION-REF-FILE
                   OPEN I-O REGION-REF-FILE
               END-IF.
               IF WS-RGN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file CTRYRGN'
                                             TO WS-ERR-MSG
                   MOVE WS-RGN-STATUS        TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT TRANSACTION-FILE.
               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file RGNTRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.
               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file RGNAUDIT'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.
               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file RGNREJ'
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

               IF TRAN-COUNTRY-CODE = SPACES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'COUNTRY CODE MISSING'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

      *    AN ADD MUST PLACE THE COUNTRY COMPLETELY; A CHANGE MAY
      *    LEAVE THE REGION BLANK BUT NOT SUPPLY A BAD ONE.
               MOVE TRAN-WHO-REGION TO WS-WHO-CHECK.
               IF TRAN-ADD
                  AND (TRAN-CONTINENT = SPACES OR NOT WS-WHO-VALID)
                   MOVE '05' TO WS-REJ-REASON-CDE
                   MOVE 'CONTINENT/WHO REGION MISSING'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.
               IF TRAN-CHANGE
                  AND TRAN-WHO-REGION NOT = SPACES
                  AND NOT WS-WHO-VALID
                   MOVE '06' TO WS-REJ-REASON-CDE
                   MOVE 'INVALID WHO REGION CODE'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM F0001-ADD-COUNTRY     THRU F0001-EX
                   WHEN TRAN-CHANGE
                       PERFORM F0002-CHANGE-COUNTRY  THRU F0002-EX
                   WHEN TRAN-DELETE
                       PERFORM F0003-DELETE-COUNTRY  THRU F0003-EX
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
       F0001-ADD-COUNTRY.
      *----------------------------------------------------------------*
               MOVE SPACES TO WS-OLD-CONTINENT WS-OLD-WHO-REGION.
               INITIALIZE CTRYRGN-RECORD.
               MOVE TRAN-COUNTRY-CODE   TO CR-COUNTRY-CODE.
               MOVE TRAN-COUNTRY-NAME   TO CR-COUNTRY-NAME.
               MOVE TRAN-CONTINENT      TO CR-CONTINENT.
               MOVE TRAN-WHO-REGION     TO CR-WHO-REGION.
               MOVE TRAN-OPERATOR-ID    TO CR-UPDATED-BY.
               MOVE WS-TODAY-DATE       TO CR-UPDATED-DATE.

               WRITE CTRYRGN-RECORD
                   INVALID KEY
                       MOVE '04' TO WS-REJ-REASON-CDE
                       MOVE 'COUNTRY ALREADY ON FILE'
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
       F0002-CHANGE-COUNTRY.
      *----------------------------------------------------------------*
               MOVE TRAN-COUNTRY-CODE TO CR-COUNTRY-CODE.
               READ REGION-REF-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'COUNTRY NOT FOUND ON CHANGE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       MOVE CR-CONTINENT  TO WS-OLD-CONTINENT
                       MOVE CR-WHO-REGION TO WS-OLD-WHO-REGION
                       IF TRAN-COUNTRY-NAME NOT = SPACES
                           MOVE TRAN-COUNTRY-NAME TO CR-COUNTRY-NAME
                       END-IF
                       IF TRAN-CONTINENT NOT = SPACES
                           MOVE TRAN-CONTINENT TO CR-CONTINENT
                       END-IF
                       IF TRAN-WHO-REGION NOT = SPACES
                           MOVE TRAN-WHO-REGION TO CR-WHO-REGION
                       END-IF
                       MOVE TRAN-OPERATOR-ID TO CR-UPDATED-BY
                       MOVE WS-TODAY-DATE    TO CR-UPDATED-DATE
                       REWRITE CTRYRGN-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE 'CHANGED ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-READ.

       F0002-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0003-DELETE-COUNTRY.
      *----------------------------------------------------------------*
               MOVE TRAN-COUNTRY-CODE TO CR-COUNTRY-CODE.
               READ REGION-REF-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'COUNTRY NOT FOUND ON DELETE'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       MOVE CR-CONTINENT  TO WS-OLD-CONTINENT
                       MOVE CR-WHO-REGION TO WS-OLD-WHO-REGION
                       MOVE SPACES TO CR-CONTINENT CR-WHO-REGION
                       DELETE REGION-REF-FILE
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE 'DELETED ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-READ.

       F0003-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0001-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
               MOVE SPACES              TO RGN-AUDIT-REC.
               MOVE TRAN-CODE           TO AUD-TRAN-CODE.
               MOVE TRAN-COUNTRY-CODE   TO AUD-COUNTRY-CODE.
               MOVE WS-AUD-RESULT       TO AUD-RESULT.
               MOVE WS-OLD-CONTINENT    TO AUD-OLD-CONTINENT.
               MOVE WS-OLD-WHO-REGION   TO AUD-OLD-WHO-REGION.
               MOVE CR-CONTINENT        TO AUD-NEW-CONTINENT.
               MOVE CR-WHO-REGION       TO AUD-NEW-WHO-REGION.
               MOVE TRAN-OPERATOR-ID    TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE       TO AUD-TRAN-DATE.
               MOVE CR-COUNTRY-NAME     TO AUD-COUNTRY-NAME.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING RGN-AUDIT-REC WS-AUD-CHAIN.
               WRITE RGN-AUDIT-REC.

       G0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0002-WRITE-REJECT-RECORD.
      *----------------------------------------------------------------*
               ADD 1 TO WS-REJECT-COUNT.
               MOVE SPACES            TO RGN-REJECT-REC.
               MOVE TRAN-CODE         TO REJ-TRAN-CODE.
               MOVE TRAN-COUNTRY-CODE TO REJ-COUNTRY-CODE.
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.
               WRITE RGN-REJECT-REC.

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
           CLOSE REGION-REF-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING RGN-AUDIT-REC WS-AUD-CHAIN.
           WRITE RGN-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
