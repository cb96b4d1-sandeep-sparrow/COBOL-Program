      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 11-01-2021
      * Purpose: CUSTOMER ALERT PREFERENCE MAINTENANCE - APPLIES A
      *        : TRANSACTION FILE AGAINST THE ALRTPREF FILE (ONE
      *        : RECORD PER CUSTOMER PER ALERT EVENT: OPTED IN OR OUT,
      *        : AND THE CUSTOMER'S OWN THRESHOLD FOR THE LOW-BALANCE
      *        : AND LARGE-DEBIT ALERTS), WITH AN AUDIT TRAIL OF EVERY
      *        : CHANGE APPLIED, LIKE BNKLIENM'S LIEN MAINTENANCE.
      *        : THE NIGHTLY CUSALRT ENGINE RAISES THE ALERTS.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID. BNKALRM.
       AUTHOR. SANDEEP P.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT ALERT-EVENT-FILE ASSIGN TO ALRTEVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
      *
           SELECT ALERT-PREF-FILE ASSIGN TO ALRTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PREF-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO ALRTTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO ALRTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REJECT-FILE ASSIGN TO ALRTREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
       FD  ALERT-EVENT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-EVENT-REC.
      *    EVENT TABLE ROW - SEE COPYBOOKS/ALRTEVT.cbl
           COPY ALRTEVT.
      *
       FD  ALERT-PREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-PREF-REC.
           02  AP-KEY.
               03  AP-CUST-NO       PIC X(06).
               03  AP-EVENT-CODE    PIC X(04).
      *    NAMED PREFERENCE FIELDS (ALERT-PREF-DATA GROUP) - SEE
      *    COPYBOOKS/ALRTPREF.cbl
           COPY ALRTPREF.
      *
      *    ONE TRANSACTION PER RECORD - TRAN-CODE 'I'=OPT THE CUSTOMER
      *    IN TO THE EVENT (WITH THEIR OWN THRESHOLD, OR ZERO FOR THE
      *    TABLE DEFAULT), 'O'=OPT OUT, 'D'=DROP THE PREFERENCE SO THE
      *    EVENT TABLE DEFAULT APPLIES AGAIN. 'I' AND 'O' SET UP THE
      *    PREFERENCE OR REPLACE THE ONE ALREADY HELD.
       FD  TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-OPT-IN                  VALUE 'I'.
              88 TRAN-OPT-OUT                 VALUE 'O'.
              88 TRAN-DELETE                  VALUE 'D'.
           05 TRAN-CUST-NO            PIC X(06).
           05 TRAN-EVENT-CODE         PIC X(04).
           05 TRAN-THRESHOLD          PIC 9(7)V99.
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(52).
      *
      *    ONE RECORD PER CHANGE APPLIED, CARRYING THE PREFERENCE AS IT
      *    STANDS AFTER THE CHANGE (BEFORE IT, ON A DELETE).
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-AUDIT-REC.
           05 AUD-TRAN-CODE           PIC X(01).
           05 AUD-CUST-NO             PIC X(06).
           05 AUD-EVENT-CODE          PIC X(04).
           05 AUD-RESULT              PIC X(08).
           05 AUD-OPTION              PIC X(01).
           05 AUD-THRESHOLD           PIC 9(7)V99.
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(29).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALERT-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-CUST-NO             PIC X(06).
           05 REJ-EVENT-CODE          PIC X(04).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(29).
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-CUST-STATUS    PIC X(02) VALUE SPACES.
       01  WS-EVENT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-PREF-STATUS    PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS    PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'ALRTAUD '.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  WS-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-TRAN-EOF                       VALUE 'Y'.
       01  WS-EVENT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-EVENT-EOF                      VALUE 'Y'.
       01  WS-TODAY-DATE              PIC 9(08).
      *
      *    THE EVENT CODES ON THE ALRTEVT TABLE, WITH THEIR DEFAULT
      *    THRESHOLDS - A PREFERENCE CAN ONLY BE KEPT FOR ONE OF THEM.
       01  WS-EVENT-COUNT             PIC 9(03) VALUE ZEROES.
       01  EVENT-TABLE.
           05  EVT-ENTRY OCCURS 50 TIMES INDEXED BY EVT-IDX.
               10  EVT-CODE           PIC X(04).
               10  EVT-THRESHOLD      PIC 9(7)V99.
      *
      *    RUN CONTROL TOTALS
       01  WS-READ-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-OPT-IN-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-OPT-OUT-COUNT           PIC 9(07) VALUE ZEROES.
       01  WS-DELETE-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-REJECT-COUNT            PIC 9(07) VALUE ZEROES.
      *
      *    WORK FIELDS FOR THE CURRENT AUDIT/REJECT RECORD
       01  WS-AUD-RESULT              PIC X(08) VALUE SPACES.
       01  WS-REJ-REASON-CDE          PIC X(02) VALUE SPACES.
       01  WS-REJ-REASON-TXT          PIC X(30) VALUE SPACES.
       01  WS-PREF-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-PREF-FOUND                     VALUE 'Y'.
      *
      *    AUTHCHK INTERFACE FIELDS
       01  WS-AUTH-PROGRAM            PIC X(08) VALUE 'BNKALRM '.
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
           DISPLAY 'OPTED IN                    : ' WS-OPT-IN-COUNT.
           DISPLAY 'OPTED OUT                   : ' WS-OPT-OUT-COUNT.
           DISPLAY 'PREFERENCES DROPPED         : ' WS-DELETE-COUNT.
           DISPLAY 'TOTAL TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.

           PERFORM Z0001-CLOSE-FILES THRU Z0001-EX.

       A0001-MAIN-EX.
           EXIT.
      *----------------------------------------------------------------*
       B0001-OPEN-FILES.
      *----------------------------------------------------------------*
               CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
               OPEN INPUT CUSKS080-FILE.

               IF WS-CUST-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file CUSKS080'
                                             TO WS-ERR-MSG
                   MOVE WS-CUST-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT ALERT-EVENT-FILE.

               IF WS-EVENT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file ALRTEVT'
                                             TO WS-ERR-MSG
                   MOVE WS-EVENT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
               PERFORM C0001-LOAD-ONE-EVENT THRU C0001-EX
                   UNTIL WS-EVENT-EOF.
               CLOSE ALERT-EVENT-FILE.
      *
               OPEN I-O ALERT-PREF-FILE.
               IF WS-PREF-STATUS = '35'
                   OPEN OUTPUT ALERT-PREF-FILE
                   CLOSE ALERT-PREF-FILE
                   OPEN I-O ALERT-PREF-FILE
               END-IF.

               IF WS-PREF-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file ALRTPREF'
                                             TO WS-ERR-MSG
                   MOVE WS-PREF-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN INPUT TRANSACTION-FILE.

               IF WS-TRAN-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file ALRTTRAN'
                                             TO WS-ERR-MSG
                   MOVE WS-TRAN-STATUS       TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file ALRTAUD'
                                             TO WS-ERR-MSG
                   MOVE WS-AUDIT-STATUS      TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.
      *
               OPEN OUTPUT REJECT-FILE.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error opening file ALRTREJ'
                                             TO WS-ERR-MSG
                   MOVE WS-REJECT-STATUS     TO WS-ERR-CDE
                   MOVE 'B0001-OPEN-FILES'   TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.

       B0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       C0001-LOAD-ONE-EVENT.
      *----------------------------------------------------------------*
               READ ALERT-EVENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EVENT-EOF-SW
                   NOT AT END
                       IF WS-EVENT-COUNT < 50
                           ADD 1 TO WS-EVENT-COUNT
                           SET EVT-IDX TO WS-EVENT-COUNT
                           MOVE EV-CODE TO EVT-CODE (EVT-IDX)
                           IF EV-DEFAULT-THRESH IS NUMERIC
                               MOVE EV-DEFAULT-THRESH
                                   TO EVT-THRESHOLD (EVT-IDX)
                           ELSE
                               MOVE ZEROES TO EVT-THRESHOLD (EVT-IDX)
                           END-IF
                       ELSE
                           DISPLAY 'EVENT TABLE FULL - ' EV-CODE
                                   ' NOT LOADED'
                       END-IF
               END-READ.

       C0001-EX.
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
      *    CUSTOMER ON CUSKS080 AND AN EVENT ON THE EVENT TABLE BEFORE
      *    ANYTHING IS TOUCHED.
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

               MOVE TRAN-CUST-NO TO CUSKS080-KEY.
               READ CUSKS080-FILE
                   INVALID KEY
                       MOVE '03' TO WS-REJ-REASON-CDE
                       MOVE 'CUSTOMER NOT ON CUSKS080'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO E0001-READ-NEXT
               END-READ.

               SET EVT-IDX TO 1.
               SEARCH EVT-ENTRY
                   AT END
                       SET EVT-IDX TO 50
                   WHEN EVT-IDX > WS-EVENT-COUNT
                       CONTINUE
                   WHEN EVT-CODE (EVT-IDX) = TRAN-EVENT-CODE
                       CONTINUE
               END-SEARCH.
               IF EVT-IDX > WS-EVENT-COUNT
                  OR EVT-CODE (EVT-IDX) NOT = TRAN-EVENT-CODE
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'EVENT NOT ON ALERT TABLE'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO E0001-READ-NEXT
               END-IF.

               EVALUATE TRUE
                   WHEN TRAN-OPT-IN
                   WHEN TRAN-OPT-OUT
                       PERFORM F0001-SET-PREFERENCE     THRU F0001-EX
                   WHEN TRAN-DELETE
                       PERFORM F0002-DELETE-PREFERENCE  THRU F0002-EX
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
       F0001-SET-PREFERENCE.
      *----------------------------------------------------------------*
      *    A LOW-BALANCE ALERT MEANS NOTHING WITHOUT A FIGURE - OPTING
      *    IN NEEDS THE CUSTOMER'S OWN THRESHOLD WHEN THE TABLE HAS NO
      *    DEFAULT.
      *----------------------------------------------------------------*
               IF TRAN-THRESHOLD NOT NUMERIC
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'THRESHOLD NOT NUMERIC'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.
               IF TRAN-OPT-IN
                  AND TRAN-EVENT-CODE = 'LBAL'
                  AND TRAN-THRESHOLD = ZEROES
                  AND EVT-THRESHOLD (EVT-IDX) = ZEROES
                   MOVE '02' TO WS-REJ-REASON-CDE
                   MOVE 'LOW BALANCE NEEDS A THRESHOLD'
                       TO WS-REJ-REASON-TXT
                   PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   GO TO F0001-EX
               END-IF.

               MOVE TRAN-CUST-NO    TO AP-CUST-NO.
               MOVE TRAN-EVENT-CODE TO AP-EVENT-CODE.
               MOVE 'Y'             TO WS-PREF-FOUND-SW.
               READ ALERT-PREF-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PREF-FOUND-SW
                       INITIALIZE ALERT-PREF-DATA
                       MOVE WS-TODAY-DATE TO AP-ADDED-DATE
               END-READ.

               MOVE TRAN-CODE         TO AP-OPTION.
               MOVE TRAN-THRESHOLD    TO AP-THRESHOLD.
               MOVE WS-TODAY-DATE     TO AP-CHANGED-DATE.
               MOVE TRAN-OPERATOR-ID  TO AP-CHANGED-BY.

               IF WS-PREF-FOUND
                   REWRITE ALERT-PREF-REC
               ELSE
                   WRITE ALERT-PREF-REC
               END-IF.
               IF WS-PREF-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file ALRTPREF'
                                              TO WS-ERR-MSG
                   MOVE WS-PREF-STATUS        TO WS-ERR-CDE
                   MOVE 'F0001-SET-PREFERENCE' TO WS-ERR-PROC
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF.

               IF TRAN-OPT-IN
                   ADD 1 TO WS-OPT-IN-COUNT
                   MOVE 'OPTEDIN ' TO WS-AUD-RESULT
               ELSE
                   ADD 1 TO WS-OPT-OUT-COUNT
                   MOVE 'OPTEDOUT' TO WS-AUD-RESULT
               END-IF.
               PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX.

       F0001-EX.
           EXIT.
      *----------------------------------------------------------------*
       F0002-DELETE-PREFERENCE.
      *----------------------------------------------------------------*
      *    READ FIRST SO THE AUDIT RECORD CARRIES THE PREFERENCE THAT
      *    WAS DROPPED.
      *----------------------------------------------------------------*
               MOVE TRAN-CUST-NO    TO AP-CUST-NO.
               MOVE TRAN-EVENT-CODE TO AP-EVENT-CODE.

               READ ALERT-PREF-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'PREFERENCE NOT FOUND ON DEL'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                       GO TO F0002-EX
               END-READ.

               DELETE ALERT-PREF-FILE
                   INVALID KEY
                       MOVE '05' TO WS-REJ-REASON-CDE
                       MOVE 'PREFERENCE NOT FOUND ON DEL'
                           TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE 'DELETED ' TO WS-AUD-RESULT
                       PERFORM G0001-WRITE-AUDIT-RECORD THRU G0001-EX
               END-DELETE.

       F0002-EX.
           EXIT.
      *----------------------------------------------------------------*
       G0001-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
               MOVE TRAN-CODE              TO AUD-TRAN-CODE.
               MOVE AP-CUST-NO             TO AUD-CUST-NO.
               MOVE AP-EVENT-CODE          TO AUD-EVENT-CODE.
               MOVE WS-AUD-RESULT          TO AUD-RESULT.
               MOVE AP-OPTION              TO AUD-OPTION.
               MOVE AP-THRESHOLD           TO AUD-THRESHOLD.
               MOVE TRAN-OPERATOR-ID       TO AUD-OPERATOR-ID.
               MOVE WS-TODAY-DATE          TO AUD-TRAN-DATE.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING ALERT-AUDIT-REC WS-AUD-CHAIN.
               WRITE ALERT-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file ALRTAUD'
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
               MOVE TRAN-CUST-NO      TO REJ-CUST-NO.
               MOVE TRAN-EVENT-CODE   TO REJ-EVENT-CODE.
               MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
               MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
               MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.

               WRITE ALERT-REJECT-REC.

               IF WS-REJECT-STATUS NOT EQUAL ZEROES
                   MOVE 'Error writting file ALRTREJ'
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
           CLOSE CUSKS080-FILE.
           CLOSE ALERT-PREF-FILE.
           CLOSE TRANSACTION-FILE.
           MOVE 'S' TO WS-AUD-CHAIN-FUNC.
           CALL 'CHNHASH' USING ALERT-AUDIT-REC WS-AUD-CHAIN.
           WRITE ALERT-AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE REJECT-FILE.

            STOP RUN.

       Z0001-EX.
            EXIT.
