      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 11-01-2021
      * Purpose: BILLING-PLAN MAINTENANCE - KEEPS THE BILPLAN MASTER
      *        : OF CUSTOMERS BILLED A FIXED AMOUNT ON A REGULAR
      *        : CYCLE (PLAN AMOUNT, FREQUENCY, START AND END DATES,
      *        : NEXT BILL DATE) THAT BILLRUN INVOICES FROM. THE
      *        : CUSTOMER MUST BE ON CUSKS080 AND NOT CLOSED.
      *        : 'A' ADDS A PLAN (FIRST BILL ON THE START DATE, OR
      *        : THE NEXT BUSINESS DAY AFTER IT), 'C' CHANGES THE
      *        : AMOUNT, FREQUENCY, END DATE OR DESCRIPTION (THE
      *        : START DATE ONLY BEFORE THE FIRST BILL), 'D' REMOVES
      *        : ONE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. BILPMNT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO BILPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BP-CUST-NO
                  FILE STATUS IS WS-PLAN-STATUS.
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUSKS080-KEY
                  FILE STATUS IS CUSKS080-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO BILPTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT REJECT-FILE ASSIGN TO BILPREJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REJECT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD PLAN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 PLAN-REC.
           05 BP-CUST-NO              PIC X(06).
      *    NAMED PLAN FIELDS (BP-PLAN-DATA GROUP) - SEE
      *    COPYBOOKS/BILPLAN.cbl
           COPY BILPLAN.
      *
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
      *    TRAN-END-DATE 99999999 ON A 'C' TAKES THE END DATE OFF;
      *    ZEROES OR SPACES IN A 'C' FIELD LEAVE IT AS IT IS.
       FD TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 PLAN-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-ADD                     VALUE 'A'.
              88 TRAN-CHANGE                  VALUE 'C'.
              88 TRAN-DELETE                  VALUE 'D'.
           05 TRAN-CUST-NO            PIC X(06).
           05 TRAN-PLAN-AMOUNT        PIC 9(7)V99.
           05 TRAN-FREQUENCY          PIC X(01).
           05 TRAN-START-DATE         PIC 9(08).
           05 TRAN-START-PARTS REDEFINES TRAN-START-DATE.
              10 TRAN-START-YYYY      PIC 9(04).
              10 TRAN-START-MM        PIC 9(02).
              10 TRAN-START-DD        PIC 9(02).
           05 TRAN-END-DATE           PIC 9(08).
           05 TRAN-DESCRIPTION        PIC X(15).
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(24).
      *
       FD REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 PLAN-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-CUST-NO             PIC X(06).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(33).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PLAN-STATUS              PIC X(02) VALUE SPACES.
       01 CUSKS080-STATUS             PIC X(02) VALUE SPACES.
       01 WS-TRAN-STATUS              PIC X(02) VALUE SPACES.
       01 WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01 SWITCHES.
           05 END-OF-TRANS-SW         PIC X(01) VALUE 'N'.
              88 END-OF-TRANS                   VALUE 'Y'.
           05 WS-EDIT-OK-SW           PIC X(01) VALUE 'Y'.
              88 WS-EDIT-OK                     VALUE 'Y'.
      *
       01 WS-TODAY-DATE               PIC 9(08).
       01 WS-READ-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-ADD-COUNT                PIC 9(07) VALUE ZEROES.
       01 WS-CHANGE-COUNT             PIC 9(07) VALUE ZEROES.
       01 WS-DELETE-COUNT             PIC 9(07) VALUE ZEROES.
       01 WS-REJECT-COUNT             PIC 9(07) VALUE ZEROES.
      *
       01 WS-REJ-REASON-CDE           PIC X(02) VALUE SPACES.
       01 WS-REJ-REASON-TXT           PIC X(30) VALUE SPACES.
      *
      *    AUTHCHK INTERFACE FIELDS.
       01 WS-AUTH-PROGRAM             PIC X(08) VALUE 'BILPMNT '.
       01 WS-AUTH-AMOUNT              PIC 9(9)V99 VALUE ZEROES.
       01 WS-AUTH-RESULT              PIC X(01) VALUE 'Y'.
      *
      *    BUSDAY INTERFACE - A CYCLE DATE ON A WEEKEND OR HOLCAL
      *    HOLIDAY IS BILLED ON THE NEXT BUSINESS DAY.
       01 WS-BUSDAY-FUNC              PIC X(01) VALUE 'F'.
       01 WS-BUSDAY-N                 PIC 9(03) VALUE ZEROES.
       01 WS-BUSDAY-OUT               PIC 9(08) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
      *
       000-APPLY-PLAN-CHANGES.
      *
            DISPLAY "***                                         ***".
            DISPLAY "BILLING-PLAN MAINTENANCE RUN".
      *
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 010-OPEN-FILES.
      *
            PERFORM 100-PROCESS-TRANSACTION
               UNTIL END-OF-TRANS.
      *
            DISPLAY 'TRANSACTIONS READ : ' WS-READ-COUNT.
            DISPLAY 'PLANS ADDED       : ' WS-ADD-COUNT.
            DISPLAY 'PLANS CHANGED     : ' WS-CHANGE-COUNT.
            DISPLAY 'PLANS REMOVED     : ' WS-DELETE-COUNT.
            DISPLAY 'REJECTED          : ' WS-REJECT-COUNT.
      *
            PERFORM 999-CLOSE-FILES.
      *
            IF WS-REJECT-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
            END-IF.
      *
            DISPLAY "END OF BILLING-PLAN RUN.".
            STOP RUN.
      *
       010-OPEN-FILES.
      *
            OPEN I-O PLAN-FILE.
            IF WS-PLAN-STATUS = '35'
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
            END-IF.
            IF WS-PLAN-STATUS NOT = '00'
               MOVE 'Error opening file BILPLAN'  TO WS-ERR-MSG
               MOVE WS-PLAN-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT CUSKS080-FILE.
            IF CUSKS080-STATUS NOT = '00'
               MOVE 'Error opening file CUSKS080' TO WS-ERR-MSG
               MOVE CUSKS080-STATUS               TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT TRANSACTION-FILE.
            IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening file BILPTRAN' TO WS-ERR-MSG
               MOVE WS-TRAN-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN OUTPUT REJECT-FILE.
            IF WS-REJECT-STATUS NOT = '00'
               MOVE 'Error opening file BILPREJ'  TO WS-ERR-MSG
               MOVE WS-REJECT-STATUS              TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       100-PROCESS-TRANSACTION.
      *
            READ TRANSACTION-FILE
               AT END
                  MOVE 'Y' TO END-OF-TRANS-SW
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  PERFORM 110-APPLY-ONE-TRANSACTION
                     THRU 110-APPLY-EXIT
            END-READ.
      *
       110-APPLY-ONE-TRANSACTION.
      *
            IF TRAN-PLAN-AMOUNT IS NUMERIC
               MOVE TRAN-PLAN-AMOUNT TO WS-AUTH-AMOUNT
            ELSE
               MOVE ZEROES           TO WS-AUTH-AMOUNT
            END-IF.
            CALL 'AUTHCHK' USING TRAN-OPERATOR-ID WS-AUTH-PROGRAM
                                 TRAN-CODE WS-AUTH-AMOUNT
                                 WS-AUTH-RESULT.
            IF WS-AUTH-RESULT = 'N'
               MOVE '07' TO WS-REJ-REASON-CDE
               MOVE 'OPERATOR NOT AUTHORIZED'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
               GO TO 110-APPLY-EXIT
            END-IF.
      *
            EVALUATE TRUE
               WHEN TRAN-ADD
                  PERFORM 120-ADD-PLAN THRU 120-ADD-EXIT
               WHEN TRAN-CHANGE
                  PERFORM 130-CHANGE-PLAN THRU 130-CHANGE-EXIT
               WHEN TRAN-DELETE
                  PERFORM 140-DELETE-PLAN
               WHEN OTHER
                  MOVE '01' TO WS-REJ-REASON-CDE
                  MOVE 'UNKNOWN TRANSACTION CODE'
                      TO WS-REJ-REASON-TXT
                  PERFORM 300-WRITE-REJECT
            END-EVALUATE.
      *
       110-APPLY-EXIT.
            EXIT.
      *
      *    A NEW PLAN FIRST BILLS ON ITS START DATE - ROLLED TO A
      *    BUSINESS DAY - AND CARRIES ITS START DAY OF MONTH
      *    THROUGH EVERY CYCLE AFTER THAT.
       120-ADD-PLAN.
      *
            PERFORM 200-EDIT-CUSTOMER.
            IF NOT WS-EDIT-OK
               GO TO 120-ADD-EXIT
            END-IF.
            IF TRAN-PLAN-AMOUNT IS NOT NUMERIC
               OR TRAN-PLAN-AMOUNT NOT > ZEROES
               MOVE '03' TO WS-REJ-REASON-CDE
               MOVE 'PLAN AMOUNT MISSING OR INVALID'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
               GO TO 120-ADD-EXIT
            END-IF.
            MOVE TRAN-FREQUENCY TO BP-FREQUENCY.
            IF NOT BP-FREQ-VALID
               MOVE '04' TO WS-REJ-REASON-CDE
               MOVE 'FREQUENCY NOT M/Q/H/A'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
               GO TO 120-ADD-EXIT
            END-IF.
            PERFORM 210-EDIT-START-DATE.
            IF NOT WS-EDIT-OK
               GO TO 120-ADD-EXIT
            END-IF.
            IF TRAN-END-DATE IS NOT NUMERIC
               OR (TRAN-END-DATE NOT = ZEROES
                   AND TRAN-END-DATE < TRAN-START-DATE)
               MOVE '06' TO WS-REJ-REASON-CDE
               MOVE 'END DATE BEFORE START DATE'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
               GO TO 120-ADD-EXIT
            END-IF.
      *
            INITIALIZE PLAN-REC.
            MOVE TRAN-CUST-NO       TO BP-CUST-NO.
            MOVE TRAN-PLAN-AMOUNT   TO BP-PLAN-AMOUNT.
            MOVE TRAN-FREQUENCY     TO BP-FREQUENCY.
            MOVE TRAN-START-DATE    TO BP-START-DATE.
            MOVE TRAN-END-DATE      TO BP-END-DATE.
            MOVE TRAN-DESCRIPTION   TO BP-DESCRIPTION.
            MOVE 'A'                TO BP-STATUS.
            PERFORM 220-SET-FIRST-BILL-DATE.
            WRITE PLAN-REC
                INVALID KEY
                    MOVE '08' TO WS-REJ-REASON-CDE
                    MOVE 'PLAN ALREADY ON FILE'
                        TO WS-REJ-REASON-TXT
                    PERFORM 300-WRITE-REJECT
                NOT INVALID KEY
                    ADD 1 TO WS-ADD-COUNT
            END-WRITE.
      *
       120-ADD-EXIT.
            EXIT.
      *
      *    AN ENDED PLAN IS NOT REVIVED - IT IS REMOVED AND ADDED
      *    AFRESH, SO NO MISSED CYCLES ARE BILLED BEHIND IT.
       130-CHANGE-PLAN.
      *
            MOVE TRAN-CUST-NO TO BP-CUST-NO.
            READ PLAN-FILE
                INVALID KEY
                    MOVE '09' TO WS-REJ-REASON-CDE
                    MOVE 'PLAN NOT ON FILE'
                        TO WS-REJ-REASON-TXT
                    PERFORM 300-WRITE-REJECT
                    GO TO 130-CHANGE-EXIT
            END-READ.
            IF BP-ENDED
               MOVE '10' TO WS-REJ-REASON-CDE
               MOVE 'PLAN HAS ENDED'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
               GO TO 130-CHANGE-EXIT
            END-IF.
      *
            IF TRAN-FREQUENCY NOT = SPACE
               IF TRAN-FREQUENCY NOT = 'M' AND NOT = 'Q'
                                 AND NOT = 'H' AND NOT = 'A'
                  MOVE '04' TO WS-REJ-REASON-CDE
                  MOVE 'FREQUENCY NOT M/Q/H/A'
                      TO WS-REJ-REASON-TXT
                  PERFORM 300-WRITE-REJECT
                  GO TO 130-CHANGE-EXIT
               END-IF
            END-IF.
            IF TRAN-START-DATE IS NUMERIC
               AND TRAN-START-DATE NOT = ZEROES
               IF BP-LAST-BILL-DATE NOT = ZEROES
                  MOVE '11' TO WS-REJ-REASON-CDE
                  MOVE 'PLAN ALREADY BILLED - NO START'
                      TO WS-REJ-REASON-TXT
                  PERFORM 300-WRITE-REJECT
                  GO TO 130-CHANGE-EXIT
               END-IF
               PERFORM 210-EDIT-START-DATE
               IF NOT WS-EDIT-OK
                  GO TO 130-CHANGE-EXIT
               END-IF
               MOVE TRAN-START-DATE TO BP-START-DATE
               PERFORM 220-SET-FIRST-BILL-DATE
            END-IF.
            IF TRAN-END-DATE IS NUMERIC
               AND TRAN-END-DATE NOT = ZEROES
               IF TRAN-END-DATE = 99999999
                  MOVE ZEROES TO BP-END-DATE
               ELSE
                  IF TRAN-END-DATE < BP-START-DATE
                     MOVE '06' TO WS-REJ-REASON-CDE
                     MOVE 'END DATE BEFORE START DATE'
                         TO WS-REJ-REASON-TXT
                     PERFORM 300-WRITE-REJECT
                     GO TO 130-CHANGE-EXIT
                  END-IF
                  MOVE TRAN-END-DATE TO BP-END-DATE
               END-IF
            END-IF.
      *
            IF TRAN-PLAN-AMOUNT IS NUMERIC
               AND TRAN-PLAN-AMOUNT > ZEROES
               MOVE TRAN-PLAN-AMOUNT TO BP-PLAN-AMOUNT
            END-IF.
            IF TRAN-FREQUENCY NOT = SPACE
               MOVE TRAN-FREQUENCY   TO BP-FREQUENCY
            END-IF.
            IF TRAN-DESCRIPTION NOT = SPACES
               MOVE TRAN-DESCRIPTION TO BP-DESCRIPTION
            END-IF.
            REWRITE PLAN-REC
                INVALID KEY
                    MOVE '12' TO WS-REJ-REASON-CDE
                    MOVE 'PLAN REWRITE FAILED'
                        TO WS-REJ-REASON-TXT
                    PERFORM 300-WRITE-REJECT
                NOT INVALID KEY
                    ADD 1 TO WS-CHANGE-COUNT
            END-REWRITE.
      *
       130-CHANGE-EXIT.
            EXIT.
      *
       140-DELETE-PLAN.
      *
            MOVE TRAN-CUST-NO TO BP-CUST-NO.
            DELETE PLAN-FILE
                INVALID KEY
                    MOVE '09' TO WS-REJ-REASON-CDE
                    MOVE 'PLAN NOT ON FILE'
                        TO WS-REJ-REASON-TXT
                    PERFORM 300-WRITE-REJECT
                NOT INVALID KEY
                    ADD 1 TO WS-DELETE-COUNT
            END-DELETE.
      *
      *    THE CUSTOMER MUST BE ON CUSKS080 AND NOT CLOSED.
       200-EDIT-CUSTOMER.
      *
            MOVE 'Y' TO WS-EDIT-OK-SW.
            MOVE TRAN-CUST-NO TO CUSKS080-KEY.
            READ CUSKS080-FILE
                INVALID KEY
                    MOVE 'N' TO WS-EDIT-OK-SW
                    MOVE '02' TO WS-REJ-REASON-CDE
                    MOVE 'CUSTOMER NOT ON FILE'
                        TO WS-REJ-REASON-TXT
                    PERFORM 300-WRITE-REJECT
                NOT INVALID KEY
                    IF CUS-ACCT-CLOSED
                       MOVE 'N' TO WS-EDIT-OK-SW
                       MOVE '02' TO WS-REJ-REASON-CDE
                       MOVE 'CUSTOMER CLOSED'
                           TO WS-REJ-REASON-TXT
                       PERFORM 300-WRITE-REJECT
                    END-IF
            END-READ.
      *
       210-EDIT-START-DATE.
      *
            MOVE 'Y' TO WS-EDIT-OK-SW.
            IF TRAN-START-DATE IS NOT NUMERIC
               OR TRAN-START-YYYY < 1900
               OR TRAN-START-MM < 01 OR TRAN-START-MM > 12
               OR TRAN-START-DD < 01 OR TRAN-START-DD > 31
               MOVE 'N' TO WS-EDIT-OK-SW
               MOVE '05' TO WS-REJ-REASON-CDE
               MOVE 'START DATE MISSING OR INVALID'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
            END-IF.
      *
       220-SET-FIRST-BILL-DATE.
      *
            MOVE BP-START-DATE TO BP-SCHED-DATE.
            MOVE 'F' TO WS-BUSDAY-FUNC.
            CALL 'BUSDAY' USING WS-BUSDAY-FUNC BP-SCHED-DATE
                                WS-BUSDAY-N WS-BUSDAY-OUT.
            MOVE WS-BUSDAY-OUT TO BP-NEXT-BILL-DATE.
      *
       300-WRITE-REJECT.
      *
            ADD 1 TO WS-REJECT-COUNT.
            MOVE TRAN-CODE         TO REJ-TRAN-CODE.
            MOVE TRAN-CUST-NO      TO REJ-CUST-NO.
            MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
            MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
            MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.
            WRITE PLAN-REJECT-REC.
      *
       Y0001-ERR-HANDLING.
      *
            DISPLAY '********************************'.
            DISPLAY '  ERROR HANDLING REPORT '.
            DISPLAY '********************************'.
            DISPLAY '  ' WS-ERR-MSG.
            DISPLAY '  ' WS-ERR-CDE.
            DISPLAY '  ' WS-ERR-PROC.
            DISPLAY '********************************'.
      *
            CALL 'ERRLOG' USING WS-ERR-MSG WS-ERR-CDE WS-ERR-PROC
                                WS-ERR-SEV.
      *
            PERFORM 999-CLOSE-FILES.
            STOP RUN.
      *
       999-CLOSE-FILES.
      *
            CLOSE PLAN-FILE.
            CLOSE CUSKS080-FILE.
            CLOSE TRANSACTION-FILE.
            CLOSE REJECT-FILE.
      *
       END PROGRAM BILPMNT.
