      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 21-12-2020
      * Purpose: WITHDRAWAL VELOCITY-LIMIT MAINTENANCE - APPLIES A
      *        : TRANSACTION FILE AGAINST THE VELLIMIT OVERRIDE FILE
      *        : (ONE RECORD PER ACCOUNT WHOSE DAILY WITHDRAWAL LIMITS
      *        : BY CHANNEL - TELLER, CARD NETWORK, STANDING ORDER -
      *        : DIFFER FROM ITS ACCOUNT TYPE'S DEFAULTS), WITH AN
      *        : AUDIT TRAIL OF EVERY CHANGE APPLIED, LIKE BNKLIENM'S
      *        : LIEN MAINTENANCE. BNKACC ENFORCES THE LIMITS.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. BNKVELM.
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
           SELECT VEL-LIMIT-FILE ASSIGN TO VELLIMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VL-ACCT-NO
               FILE STATUS IS WS-VEL-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO VELTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO VELAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO VELREJ
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
       FD  VEL-LIMIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  VEL-LIMIT-REC.
           02  VL-ACCT-NO           PIC X(10).
      *    NAMED LIMIT FIELDS (VELOCITY-LIMIT-DATA GROUP) - SEE
      *    COPYBOOKS/VELLIM.cbl
           COPY VELLIM.
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'A'=GIVE THE ACCOUNT
      *    ITS OWN LIMITS (A CHANNEL LEFT BLANK TAKES THE ACCOUNT
      *    TYPE'S DEFAULT), 'C'=CHANGE THEM (ONLY THE FIELDS KEYED ARE
      *    REPLACED), 'D'=DELETE THE OVERRIDE - THE ACCOUNT GOES BACK
      *    TO ITS TYPE'S DEFAULTS. CHANNELS IN VELDFLT ORDER (1 =
      *    TELLER, 2 = CARD NETWORK, 3 = STANDING ORDER); ZERO KEYED
      *    IN AN AMOUNT OR COUNT MEANS NO LIMIT ON IT.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  VEL-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-ADD                     VALUE 'A'.
              88 TRAN-CHANGE                  VALUE 'C'.
              88 TRAN-DELETE                  VALUE 'D'.
           05 TRAN-ACCT-NO            PIC X(10).
           05 TRAN-CHANNEL-LIMIT OCCURS 3 TIMES.
              10 TRAN-AMT-LIMIT       PIC 9(6)V99.
              10 TRAN-CNT-LIMIT       PIC 9(03).
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(28).
      *
      *    ONE RECORD PER CHANGE APPLIED, CARRYING THE LIMITS AS THEY
      *    STAND AFTER THE CHANGE (BEFORE IT, ON A DELETE).
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  VEL-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-ACCT-NO             PIC X(10).
           05 AUD-RESULT              PIC X(08).
           05 AUD-CHANNEL-LIMIT OCCURS 3 TIMES.
              10 AUD-AMT-LIMIT        PIC 9(6)V99.
              10 AUD-CNT-LIMIT        PIC 9(03).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(06).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  VEL-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-ACCT-NO             PIC X(10).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(29).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-BAL-STATUS     PIC X(02) VALUE SPACES.
       01  WS-VEL-STATUS     PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'VELAUD  '.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
      * SHARED DEFAULT VELOCITY LIMITS BY ACCOUNT TYPE
       COPY VELDFLT.
      *
       01  WS-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-TRAN-EOF                       VALUE 'Y'.
       01  WS-TODAY-DATE              PIC 9(08).
       01  WS-CH-SUB                  PIC 9(01) VALUE ZEROES.
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
      *    AUTHCHK INTERFACE FIELDS - A LIMIT CHANGE MOVES NO MONEY,
      *    SO THE GRANT IS CHECKED FOR A ZERO AMOUNT.
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'BNKVELM '.
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
           DISPLAY 'OVERRIDES ADDED             : ' WS-ADD-COUNT.
           DISPLAY 'OVERRIDES CHANGED           : ' WS-CHANGE-COUNT.
           DISPLAY 'OVERRIDES DELETED           : ' WS-DELETE-COUNT.
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
               OPEN I-O VEL-LIMIT-FILE.
               IF WS-VEL-STATUS = '35'
                   OPEN OUTPUT VEL-LIMIT-FILE
                   CLOSE VEL-LIMIT-FILE
                   OPEN I-O VEL-LIMIT-FILE
               END-IF.

               IF WS-VEL-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file VELLIMIT'
                                             TO WS-ERR-MSG
                   MOVE WS-VEL-STATUS        TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT TRANSACTION-FILE.

               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file VELTRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file VELAUD'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file VELREJ'
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
      *    KNOWN ACCOUNT BEFORE ANYTHING IS TOUCHED.
      *----------------------------------------------------------------*
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

               EVALUATE TRUE
                   WHEN TRAN-ADD
                       PERFORM F0001-ADD-LIMITS         THRU F0001-EX
                   WHEN TRAN-CHANGE
                       PERFORM F0002-CHANGE-LIMITS      THRU F0002-EX
                   WHEN TRAN-DELETE
                       PERFORM F0003-DELETE-LIMITS      THRU F0003-EX
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
       F0001-ADD-LIMITS.
      *----------------------------------------------------------------*
      *    THE OVERRIDE STARTS FROM THE ACCOUNT TYPE'S DEFAULTS, SO
      *    THE OFFICER ONLY KEYS THE CHANNELS BEING CHANGED.
      *----------------------------------------------------------------*
               INITIALIZE VEL-LIMIT-REC.
               MOVE TRAN-ACCT-NO TO VL-ACCT-NO.

               SET VD-IDX TO 1.
               SEARCH VD-ENTRY
                   AT END
                       SET VD-IDX TO 5
                   WHEN VD-ACCT-TYPE (VD-IDX) = ACCT-TYPE
                       CONTINUE
               END-SEARCH.
               PERFORM F0004-DEFAULT-ONE-CHANNEL
                   VARYING WS-CH-SUB FROM 1 BY 1
                     UNTIL WS-CH-SUB > 3.
               PERFORM F0005-APPLY-ONE-CHANNEL
                   VARYING WS-CH-SUB FROM 1 BY 1
                     UNTIL WS-CH-SUB > 3.
               MOVE WS-TODAY-DATE     TO VL-ADDED-DATE.
               MOVE ZEROES            TO VL-CHANGED-DATE.
               MOVE TRAN-OPERATOR-ID  TO VL-CHANGED-BY.

               WRITE VEL-LIMIT-REC
                   INVALID KEY
                       MOVE '04' TO WS-REJ-REASON-CDE
                       MOVE 'DUPLICATE OVERRIDE ON ADD'
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
       F0002-CHANGE-LIMITS.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO TO VL-ACCT-NO.

               READ VEL-LIMIT-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'OVERRIDE NOT FOUND ON CHG'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0002-EX
               END-READ.

               PERFORM F0005-APPLY-ONE-CHANNEL
                   VARYING WS-CH-SUB FROM 1 BY 1
                     UNTIL WS-CH-SUB > 3.
               MOVE WS-TODAY-DATE     TO VL-CHANGED-DATE.
               MOVE TRAN-OPERATOR-ID  TO VL-CHANGED-BY.

               REWRITE VEL-LIMIT-REC
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'OVERRIDE NOT FOUND ON CHG'
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
       F0003-DELETE-LIMITS.
      *----------------------------------------------------------------*
      *    READ FIRST SO THE AUDIT RECORD CARRIES THE LIMITS THAT
      *    WERE REMOVED.
      *----------------------------------------------------------------*
               MOVE TRAN-ACCT-NO TO VL-ACCT-NO.

               READ VEL-LIMIT-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'OVERRIDE NOT FOUND ON DEL'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0003-EX
               END-READ.

               DELETE VEL-LIMIT-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'OVERRIDE NOT FOUND ON DEL'
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
       F0004-DEFAULT-ONE-CHANNEL.
      *----------------------------------------------------------------*
               MOVE VD-AMT-LIMIT (VD-IDX WS-CH-SUB)
                                   TO VL-AMT-LIMIT (WS-CH-SUB).
               MOVE VD-CNT-LIMIT (VD-IDX WS-CH-SUB)
                                   TO VL-CNT-LIMIT (WS-CH-SUB).
      *----------------------------------------------------------------*
       F0005-APPLY-ONE-CHANNEL.
      *----------------------------------------------------------------*
      *    A NUMERIC FIELD IS A KEYED ONE (ZERO INCLUDED - IT LIFTS
      *    THE LIMIT); A BLANK ONE LEAVES THE LIMIT AS IT STANDS.
      *----------------------------------------------------------------*
               IF TRAN-AMT-LIMIT (WS-CH-SUB) IS NUMERIC
                   MOVE TRAN-AMT-LIMIT (WS-CH-SUB)
                                   TO VL-AMT-LIMIT (WS-CH-SUB)
               END-IF.
               IF TRAN-CNT-LIMIT (WS-CH-SUB) IS NUMERIC
                   MOVE TRAN-CNT-LIMIT (WS-CH-SUB)
                                   TO VL-CNT-LIMIT (WS-CH-SUB)
               END-IF.
      *----------------------------------------------------------------*
       G0001-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
               MOVE TRAN-CODE              TO AUD-TRAN-CODE.
               MOVE TRAN-ACCT-NO           TO AUD-ACCT-NO.
               MOVE WS-AUD-RESULT          TO AUD-RESULT.
               PERFORM G0003-AUDIT-ONE-CHANNEL
                   VARYING WS-CH-SUB FROM 1 BY 1
                     UNTIL WS-CH-SUB > 3.
               MOVE TRAN-OPERATOR-ID       TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING VEL-AUDIT-REC WS-AUD-CHAIN.
               WRITE VEL-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file VELAUD'
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
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.

               WRITE VEL-REJECT-REC.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file VELREJ'
                                              TO WS-ERR-MSG
                   MOVE WS-REJECT-STATUS      TO WS-ERR-CDE
                   MOVE 'G0002-WRITE-REJECT'  TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.

       G0002-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0003-AUDIT-ONE-CHANNEL.
      *----------------------------------------------------------------*
               MOVE VL-AMT-LIMIT (WS-CH-SUB)
                                   TO AUD-AMT-LIMIT (WS-CH-SUB).
               MOVE VL-CNT-LIMIT (WS-CH-SUB)
                                   TO AUD-CNT-LIMIT (WS-CH-SUB).
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
           CLOSE VEL-LIMIT-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING VEL-AUDIT-REC WS-AUD-CHAIN.
           WRITE VEL-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
