      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 01-12-2020
      * Purpose: INBOUND DIRECT-DEBIT INTAKE - READS THE DEBIT FILES
      *        : UTILITIES AND INSURERS SEND TO COLLECT FROM OUR
      *        : CUSTOMERS, PROVES EACH ORIGINATOR'S DECLARED RECORD
      *        : COUNT AND AMOUNT TOTAL, AND CHECKS EVERY DEBIT
      *        : AGAINST THE CUSTOMER'S MANDATE ON MNDREG (IN FORCE,
      *        : NOT REVOKED, WITHIN ITS LIMIT AND FREQUENCY). VALID
      *        : DEBITS BECOME A CONTROL-BRACKETED WITHDRAWAL BATCH
      *        : THAT CONCATENATES ONTO WITFILE AHEAD OF THE BNKACC
      *        : STEP (THE CARDSETL/BULKCRD PATTERN); THE REST GO BACK
      *        : TO THE ORIGINATOR ON A RETURNS FILE WITH A REASON.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. DDINTAKE.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT DD-IN-FILE ASSIGN TO DDIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DDIN-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
      *    MANDATE REGISTER - EVERY DEBIT NEEDS ONE; THE LAST
      *    COLLECTION ACCEPTED IS STAMPED BACK ON IT FOR THE
      *    FREQUENCY CHECK.
           SELECT MANDATE-REG-FILE ASSIGN TO MNDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MND-STATUS.
      *
           SELECT WITHDRW-OUT-FILE ASSIGN TO WITOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WITOUT-STATUS.
      *
      *    ONE RECORD PER DEBIT NOT COLLECTED, WITH THE REASON, FOR
      *    THE ORIGINATOR - THE UNPAID ITEMS FILE THEY RECONCILE
      *    THEIR OWN LEDGER FROM.
           SELECT RETURNS-FILE ASSIGN TO DDRET
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RET-STATUS.
      *
           SELECT DD-RPT-FILE ASSIGN TO DDRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    EACH ORIGINATOR BRACKETS ITS FILE WITH DDHDR/DDTRL - THE
      *    HEADER NAMES THE ORIGINATOR, THE TRAILER DECLARES THE
      *    DETAIL COUNT AND AMOUNT TOTAL. SEVERAL ORIGINATORS' FILES
      *    MAY BE CONCATENATED; EVERY DETAIL BELONGS TO THE HEADER
      *    BEFORE IT. DD-ITEM-REF IS THE ORIGINATOR'S REFERENCE FOR
      *    THE DEBIT, DD-CUST-REF THE CUSTOMER'S NUMBER WITH THEM
      *    (POLICY, METER, ACCOUNT).
       FD  DD-IN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  DD-IN-REC.
           05  DD-REC-TYPE                PIC  X(06).
               88  DD-HEADER                       VALUE 'DDHDR '.
               88  DD-TRAILER                      VALUE 'DDTRL '.
           05  DD-ACCT-NO                 PIC  X(10).
           05  DD-AMOUNT                  PIC  9(07)V99.
           05  DD-ITEM-REF                PIC  X(12).
           05  DD-CUST-REF                PIC  X(18).
           05  FILLER                     PIC  X(25).
       01  DD-IN-HDR REDEFINES DD-IN-REC.
           05  FILLER                     PIC  X(06).
           05  DD-HDR-ORIG-ID             PIC  X(08).
           05  DD-HDR-ORIG-NAME           PIC  X(24).
           05  DD-HDR-COLL-DATE           PIC  9(08).
           05  FILLER                     PIC  X(34).
       01  DD-IN-TRL REDEFINES DD-IN-REC.
           05  FILLER                     PIC  X(06).
           05  DD-TRL-COUNT               PIC  9(07).
           05  DD-TRL-AMOUNT              PIC  9(09)V99.
           05  FILLER                     PIC  X(56).
      *
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
      *    SAME LAYOUT AS BNKACC'S WITHDRW-I SO THE BATCH CONCATENATES
      *    STRAIGHT ONTO WITFILE. THE BRANCH ID IS THE PSEUDO-BRANCH
      *    'DDEB' SO TELLBAL KEEPS THE COLLECTIONS OUT OF THE TELLER
      *    DRAWERS.
       FD  WITHDRW-OUT-FILE RECORDING MODE F.
       01  WITHDRW-O.
           05  WIT-ACCT-NO                PIC  X(10).
           05  DRAW-AMT                   PIC  9999999.99.
           05  WIT-CURRENCY-CODE          PIC  X(03).
           05  WIT-TRAN-TIME              PIC  9(06).
           05  WIT-TRAN-REF               PIC  X(12).
           05  WIT-BRANCH-ID              PIC  X(04).
           05  WIT-TELLER-ID              PIC  X(04).
           05  FILLER                     PIC  X(31).
       01  WITHDRW-TRL REDEFINES WITHDRW-O.
           05  WIT-TRL-ID                 PIC  X(10).
           05  WIT-TRL-COUNT              PIC  9(07).
           05  WIT-TRL-AMOUNT             PIC  9(09)V99.
           05  FILLER                     PIC  X(52).
      *
       FD  RETURNS-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  RETURNS-REC.
           05  RET-ORIG-ID                PIC  X(08).
           05  RET-ACCT-NO                PIC  X(10).
           05  RET-AMOUNT                 PIC  9(07)V99.
           05  RET-ITEM-REF               PIC  X(12).
           05  RET-CUST-REF               PIC  X(18).
           05  RET-REASON-CODE            PIC  X(02).
           05  RET-REASON-TEXT            PIC  X(21).
      *
       FD  DD-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  DD-RPT-REC                     PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-DDIN-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-MND-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-WITOUT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RET-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-DDIN-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-DDIN-EOF                          VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
      *    BATCH CONTROL-TOTAL WORK FIELDS - WHAT THE VERIFY PASS
      *    COUNTED/SUMMED VS WHAT THE ORIGINATOR TRAILERS DECLARED.
       01  WS-DD-HDR-SW                   PIC X(01) VALUE 'N'.
           88  WS-DD-HDR-SEEN                       VALUE 'Y'.
       01  WS-DD-TRL-SW                   PIC X(01) VALUE 'N'.
           88  WS-DD-TRL-SEEN                       VALUE 'Y'.
       01  WS-DD-DTL-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-DD-DTL-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       01  WS-DD-DECL-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-DD-DECL-AMOUNT              PIC 9(11)V99 VALUE ZEROES.
      *
       01  WS-CURR-ORIG-ID                PIC X(08) VALUE SPACES.
       01  WS-ITEM-SEQ                    PIC 9(04) VALUE ZEROES.
      *
       01  WS-COLLECT-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-COLLECT-AMOUNT              PIC 9(09)V99 VALUE ZEROES.
       01  WS-RETURN-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-RETURN-AMOUNT               PIC 9(09)V99 VALUE ZEROES.
      *
      *    FREQUENCY CHECK - MONTHS AND DAYS SINCE THE LAST
      *    COLLECTION UNDER THE MANDATE.
       01  WS-FREQ-OK-SW                  PIC X(01) VALUE 'Y'.
           88  WS-FREQ-OK                           VALUE 'Y'.
       01  WS-LAST-DATE                   PIC 9(08) VALUE ZEROES.
       01  WS-LAST-DATE-R REDEFINES WS-LAST-DATE.
           05  WS-LAST-YYYY               PIC 9(04).
           05  WS-LAST-MM                 PIC 9(02).
           05  WS-LAST-DD                 PIC 9(02).
       01  WS-CURR-DATE                   PIC 9(08) VALUE ZEROES.
       01  WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
           05  WS-CURR-YYYY               PIC 9(04).
           05  WS-CURR-MM                 PIC 9(02).
           05  WS-CURR-DD                 PIC 9(02).
       01  WS-MONTHS-SINCE                PIC S9(05) VALUE ZEROES.
       01  WS-DAYS-SINCE                  PIC S9(07) VALUE ZEROES.
      *
      *    COLLECTION REFERENCE - 'DD' + YYMMDD + POSITION IN THE
      *    FILE, SO A RERUN OVER THE SAME FILE REBUILDS THE SAME
      *    REFERENCES AND BNKACC'S DUPLICATE CHECK HOLDS.
       01  WS-GEN-REF.
           05  FILLER                     PIC X(02) VALUE 'DD'.
           05  WS-GEN-REF-DATE            PIC 9(06).
           05  WS-GEN-REF-SEQ             PIC 9(04).
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'INBOUND DIRECT-DEBIT INTAKE FOR      '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-ORIG-ID           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ITEM-REF          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACTION            PIC X(24).
           05  FILLER               PIC X(12) VALUE SPACES.
       01  RPT-TOTAL1-REC.
           05  FILLER               PIC X(20) VALUE
               'ORIGINATORS DECLARED'.
           05  RT1-COUNT            PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RT1-AMOUNT           PIC Z(9)9.99.
           05  FILLER               PIC X(38) VALUE SPACES.
       01  RPT-TOTAL2-REC.
           05  FILLER               PIC X(20) VALUE
               'COLLECTED:          '.
           05  RT2-COUNT            PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RT2-AMOUNT           PIC Z(9)9.99.
           05  FILLER               PIC X(38) VALUE SPACES.
       01  RPT-TOTAL3-REC.
           05  FILLER               PIC X(20) VALUE
               'RETURNED UNPAID:    '.
           05  RT3-COUNT            PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RT3-AMOUNT           PIC Z(9)9.99.
           05  FILLER               PIC X(38) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
           MOVE WS-TODAY-DATE (3:6) TO WS-GEN-REF-DATE.
      *
           DISPLAY '***********INBOUND DIRECT-DEBIT INTAKE************'.
      *
           PERFORM 100-OPEN-FILES.
      *
      *    NOTHING CONVERTS UNTIL THE ORIGINATOR FILES HAVE PROVED
      *    OUT AGAINST THEIR DECLARED CONTROLS - SAME DISCIPLINE AS
      *    BNKACC'S VERIFY-BATCH-CONTROLS ON THE TELLER FEEDS.
           PERFORM 150-VERIFY-DD-CONTROLS.
      *
           MOVE SPACES     TO WITHDRW-O.
           MOVE 'BATCHHDR' TO WIT-ACCT-NO.
           WRITE WITHDRW-O.
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE DD-RPT-REC FROM RPT-HEADER-REC.
      *
           PERFORM 200-PROCESS-DD
              UNTIL WS-DDIN-EOF.
      *
           MOVE SPACES            TO WITHDRW-O.
           MOVE 'BATCHTRL'        TO WIT-TRL-ID.
           MOVE WS-COLLECT-COUNT  TO WIT-TRL-COUNT.
           MOVE WS-COLLECT-AMOUNT TO WIT-TRL-AMOUNT.
           WRITE WITHDRW-O.
      *
           MOVE WS-DD-DECL-COUNT  TO RT1-COUNT.
           MOVE WS-DD-DECL-AMOUNT TO RT1-AMOUNT.
           WRITE DD-RPT-REC FROM RPT-TOTAL1-REC.
           MOVE WS-COLLECT-COUNT  TO RT2-COUNT.
           MOVE WS-COLLECT-AMOUNT TO RT2-AMOUNT.
           WRITE DD-RPT-REC FROM RPT-TOTAL2-REC.
           MOVE WS-RETURN-COUNT   TO RT3-COUNT.
           MOVE WS-RETURN-AMOUNT  TO RT3-AMOUNT.
           WRITE DD-RPT-REC FROM RPT-TOTAL3-REC.
      *
           DISPLAY 'DEBITS DECLARED      : ' WS-DD-DECL-COUNT.
           DISPLAY 'DEBITS COLLECTED     : ' WS-COLLECT-COUNT.
           DISPLAY 'DEBITS RETURNED      : ' WS-RETURN-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-RETURN-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  DD-IN-FILE.
               IF WS-DDIN-STATUS NOT = ZEROES
                  MOVE 'Error opening file DDIN'       TO WS-ERR-MSG
                  MOVE WS-DDIN-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  BALANCE-AMT.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file BALFILE'    TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    MANDATE-REG-FILE.
               IF WS-MND-STATUS = '35'
                  OPEN OUTPUT MANDATE-REG-FILE
                  CLOSE MANDATE-REG-FILE
                  OPEN I-O MANDATE-REG-FILE
               END-IF.
               IF WS-MND-STATUS NOT = ZEROES
                  MOVE 'Error opening file MNDREG'     TO WS-ERR-MSG
                  MOVE WS-MND-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT WITHDRW-OUT-FILE.
               IF WS-WITOUT-STATUS NOT = ZEROES
                  MOVE 'Error opening file WITOUT'     TO WS-ERR-MSG
                  MOVE WS-WITOUT-STATUS                TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT RETURNS-FILE.
               IF WS-RET-STATUS NOT = ZEROES
                  MOVE 'Error opening file DDRET'      TO WS-ERR-MSG
                  MOVE WS-RET-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT DD-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file DDRPT'      TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         150-VERIFY-DD-CONTROLS.
               PERFORM 160-VERIFY-ONE-RECORD UNTIL WS-DDIN-EOF.
      *
               IF NOT WS-DD-HDR-SEEN OR NOT WS-DD-TRL-SEEN
                  DISPLAY 'DDIN ORIGINATOR HEADER/TRAILER MISSING'
                  MOVE 'DDIN originator hdr/trl missing'
                                                     TO WS-ERR-MSG
                  MOVE 'CT'                          TO WS-ERR-CDE
                  MOVE '150-VERIFY-DD'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               IF WS-DD-DTL-COUNT NOT = WS-DD-DECL-COUNT
                  OR WS-DD-DTL-AMOUNT NOT = WS-DD-DECL-AMOUNT
                  DISPLAY 'DDIN CONTROL TOTAL MISMATCH - '
                          'COUNTED ' WS-DD-DTL-COUNT
                          ' DECLARED ' WS-DD-DECL-COUNT
                  DISPLAY '  AMOUNT COUNTED ' WS-DD-DTL-AMOUNT
                          ' DECLARED ' WS-DD-DECL-AMOUNT
                  MOVE 'DDIN originator control total mismatch'
                                                     TO WS-ERR-MSG
                  MOVE 'CT'                          TO WS-ERR-CDE
                  MOVE '150-VERIFY-DD'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               CLOSE DD-IN-FILE.
               OPEN INPUT DD-IN-FILE.
               MOVE 'N' TO WS-DDIN-EOF-SW.
      *
         160-VERIFY-ONE-RECORD.
               READ DD-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-DDIN-EOF-SW
                  NOT AT END
                     EVALUATE TRUE
                        WHEN DD-HEADER
                           MOVE 'Y' TO WS-DD-HDR-SW
                        WHEN DD-TRAILER
                           MOVE 'Y' TO WS-DD-TRL-SW
                           ADD DD-TRL-COUNT  TO WS-DD-DECL-COUNT
                           ADD DD-TRL-AMOUNT TO WS-DD-DECL-AMOUNT
                        WHEN OTHER
                           ADD 1 TO WS-DD-DTL-COUNT
                           IF DD-AMOUNT IS NUMERIC
                              ADD DD-AMOUNT TO WS-DD-DTL-AMOUNT
                           END-IF
                     END-EVALUATE
               END-READ.
      *
         200-PROCESS-DD.
               READ DD-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-DDIN-EOF-SW
                  NOT AT END
                     EVALUATE TRUE
                        WHEN DD-HEADER
                           MOVE DD-HDR-ORIG-ID TO WS-CURR-ORIG-ID
                        WHEN DD-TRAILER
                           CONTINUE
                        WHEN OTHER
                           ADD 1 TO WS-ITEM-SEQ
                           PERFORM 210-CHECK-ONE-DEBIT
                              THRU 210-CHECK-EXIT
                     END-EVALUATE
               END-READ.
      *
      *    THE ACCOUNT FIRST, THEN THE MANDATE - IN FORCE TODAY, NOT
      *    REVOKED, THE AMOUNT WITHIN ITS LIMIT AND THE COLLECTION
      *    NOT SOONER THAN ITS FREQUENCY ALLOWS.
         210-CHECK-ONE-DEBIT.
               MOVE WS-ITEM-SEQ TO WS-GEN-REF-SEQ.
               IF DD-AMOUNT NOT NUMERIC OR DD-AMOUNT = ZEROES
                  MOVE '06'                      TO RET-REASON-CODE
                  MOVE 'INVALID AMOUNT'          TO RET-REASON-TEXT
                  PERFORM 260-RETURN-ONE-DEBIT
                  GO TO 210-CHECK-EXIT
               END-IF.
      *
               MOVE DD-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE '07'                 TO RET-REASON-CODE
                       MOVE 'UNKNOWN ACCOUNT'    TO RET-REASON-TEXT
                       PERFORM 260-RETURN-ONE-DEBIT
                       GO TO 210-CHECK-EXIT
               END-READ.
               IF DORMANT-STATUS = 'D'
                  MOVE '08'                      TO RET-REASON-CODE
                  MOVE 'ACCOUNT DORMANT'         TO RET-REASON-TEXT
                  PERFORM 260-RETURN-ONE-DEBIT
                  GO TO 210-CHECK-EXIT
               END-IF.
      *
               MOVE DD-ACCT-NO      TO MD-ACCT-NO.
               MOVE WS-CURR-ORIG-ID TO MD-ORIG-ID.
               READ MANDATE-REG-FILE
                   INVALID KEY
                       MOVE '01'                 TO RET-REASON-CODE
                       MOVE 'NO MANDATE'         TO RET-REASON-TEXT
                       PERFORM 260-RETURN-ONE-DEBIT
                       GO TO 210-CHECK-EXIT
               END-READ.
               IF MD-REVOKED
                  MOVE '04'                      TO RET-REASON-CODE
                  MOVE 'MANDATE REVOKED'         TO RET-REASON-TEXT
                  PERFORM 260-RETURN-ONE-DEBIT
                  GO TO 210-CHECK-EXIT
               END-IF.
               IF WS-TODAY-DATE < MD-START-DATE
                  MOVE '09'                      TO RET-REASON-CODE
                  MOVE 'MANDATE NOT STARTED'     TO RET-REASON-TEXT
                  PERFORM 260-RETURN-ONE-DEBIT
                  GO TO 210-CHECK-EXIT
               END-IF.
               IF MD-EXPIRY-DATE NOT = ZEROES
                  AND WS-TODAY-DATE > MD-EXPIRY-DATE
                  MOVE '02'                      TO RET-REASON-CODE
                  MOVE 'MANDATE EXPIRED'         TO RET-REASON-TEXT
                  PERFORM 260-RETURN-ONE-DEBIT
                  GO TO 210-CHECK-EXIT
               END-IF.
               IF DD-AMOUNT > MD-MAX-AMOUNT
                  MOVE '03'                      TO RET-REASON-CODE
                  MOVE 'OVER MANDATE LIMIT'      TO RET-REASON-TEXT
                  PERFORM 260-RETURN-ONE-DEBIT
                  GO TO 210-CHECK-EXIT
               END-IF.
      *
      *    A RERUN OF TONIGHT'S STEP FINDS ITS OWN COLLECTION ALREADY
      *    STAMPED ON THE MANDATE AND TAKES IT AGAIN.
               IF MD-LAST-DEBIT-DATE = WS-TODAY-DATE
                  AND MD-LAST-DEBIT-REF = WS-GEN-REF
                  PERFORM 250-COLLECT-ONE-DEBIT
                  GO TO 210-CHECK-EXIT
               END-IF.
               PERFORM 220-CHECK-FREQUENCY
                  THRU 220-CHECK-FREQUENCY-EXIT.
               IF NOT WS-FREQ-OK
                  MOVE '05'                      TO RET-REASON-CODE
                  MOVE 'TOO FREQUENT'            TO RET-REASON-TEXT
                  PERFORM 260-RETURN-ONE-DEBIT
                  GO TO 210-CHECK-EXIT
               END-IF.
      *
               MOVE WS-TODAY-DATE  TO MD-LAST-DEBIT-DATE.
               MOVE WS-GEN-REF     TO MD-LAST-DEBIT-REF.
               REWRITE MANDATE-REG-REC.
               IF WS-MND-STATUS NOT = ZEROES
                  MOVE 'Error writting file MNDREG'    TO WS-ERR-MSG
                  MOVE WS-MND-STATUS                   TO WS-ERR-CDE
                  MOVE '210-CHECK-ONE-DEBIT'           TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               PERFORM 250-COLLECT-ONE-DEBIT.
      *
         210-CHECK-EXIT.
               EXIT.
      *
      *    WEEKLY NEEDS SEVEN DAYS SINCE THE LAST COLLECTION; MONTHLY,
      *    QUARTERLY AND ANNUAL NEED A LATER CALENDAR MONTH 1, 3 OR
      *    12 MONTHS ON, SO A BILL DUE ON THE 1ST MAY FOLLOW ONE
      *    TAKEN LATE ON THE 30TH.
         220-CHECK-FREQUENCY.
               MOVE 'Y' TO WS-FREQ-OK-SW.
               IF MD-LAST-DEBIT-DATE = ZEROES
                  OR MD-FREQ-VARIABLE
                  GO TO 220-CHECK-FREQUENCY-EXIT
               END-IF.
               MOVE MD-LAST-DEBIT-DATE TO WS-LAST-DATE.
               MOVE WS-TODAY-DATE      TO WS-CURR-DATE.
               COMPUTE WS-MONTHS-SINCE =
                   (WS-CURR-YYYY * 12 + WS-CURR-MM)
                 - (WS-LAST-YYYY * 12 + WS-LAST-MM).
               EVALUATE TRUE
                  WHEN MD-FREQ-WEEKLY
                     COMPUTE WS-DAYS-SINCE =
                         FUNCTION INTEGER-OF-DATE (WS-CURR-DATE)
                       - FUNCTION INTEGER-OF-DATE (WS-LAST-DATE)
                     IF WS-DAYS-SINCE < 7
                        MOVE 'N' TO WS-FREQ-OK-SW
                     END-IF
                  WHEN MD-FREQ-MONTHLY
                     IF WS-MONTHS-SINCE < 1
                        MOVE 'N' TO WS-FREQ-OK-SW
                     END-IF
                  WHEN MD-FREQ-QUARTERLY
                     IF WS-MONTHS-SINCE < 3
                        MOVE 'N' TO WS-FREQ-OK-SW
                     END-IF
                  WHEN MD-FREQ-ANNUAL
                     IF WS-MONTHS-SINCE < 12
                        MOVE 'N' TO WS-FREQ-OK-SW
                     END-IF
               END-EVALUATE.
      *
         220-CHECK-FREQUENCY-EXIT.
               EXIT.
      *
         250-COLLECT-ONE-DEBIT.
               MOVE SPACES           TO WITHDRW-O.
               MOVE DD-ACCT-NO       TO WIT-ACCT-NO.
               MOVE DD-AMOUNT        TO DRAW-AMT.
               MOVE SPACES           TO WIT-CURRENCY-CODE.
               MOVE ZEROES           TO WIT-TRAN-TIME.
               MOVE WS-GEN-REF       TO WIT-TRAN-REF.
               MOVE 'DDEB'           TO WIT-BRANCH-ID.
               MOVE 'DDIN'           TO WIT-TELLER-ID.
               WRITE WITHDRW-O.
               ADD 1         TO WS-COLLECT-COUNT.
               ADD DD-AMOUNT TO WS-COLLECT-AMOUNT.
               MOVE 'COLLECTED               ' TO RD-ACTION.
               PERFORM 330-WRITE-REPORT-LINE.
      *
         260-RETURN-ONE-DEBIT.
               ADD 1 TO WS-RETURN-COUNT.
               MOVE WS-CURR-ORIG-ID   TO RET-ORIG-ID.
               MOVE DD-ACCT-NO        TO RET-ACCT-NO.
               IF DD-AMOUNT IS NUMERIC
                  MOVE DD-AMOUNT      TO RET-AMOUNT
                  ADD DD-AMOUNT       TO WS-RETURN-AMOUNT
               ELSE
                  MOVE ZEROES         TO RET-AMOUNT
               END-IF.
               MOVE DD-ITEM-REF       TO RET-ITEM-REF.
               MOVE DD-CUST-REF       TO RET-CUST-REF.
               WRITE RETURNS-REC.
               MOVE 'RETURNED - '          TO RD-ACTION.
               MOVE RET-REASON-TEXT        TO RD-ACTION (12:13).
               PERFORM 330-WRITE-REPORT-LINE.
      *
         330-WRITE-REPORT-LINE.
               MOVE WS-CURR-ORIG-ID  TO RD-ORIG-ID.
               MOVE DD-ACCT-NO       TO RD-ACCT-NO.
               MOVE DD-ITEM-REF      TO RD-ITEM-REF.
               IF DD-AMOUNT IS NUMERIC
                  MOVE DD-AMOUNT     TO RD-AMOUNT
               ELSE
                  MOVE ZEROES        TO RD-AMOUNT
               END-IF.
               WRITE DD-RPT-REC FROM RPT-DETAIL-REC.
      *
         400-CLOSE-FILES.
               CLOSE DD-IN-FILE.
               CLOSE BALANCE-AMT.
               CLOSE MANDATE-REG-FILE.
               CLOSE WITHDRW-OUT-FILE.
               CLOSE RETURNS-FILE.
               CLOSE DD-RPT-FILE.
      *
         900-ERR-HANDLING.
               DISPLAY '********************************'.
               DISPLAY '  ERROR HANDLING REPORT '.
               DISPLAY '********************************'.
               DISPLAY '  ' WS-ERR-MSG.
               DISPLAY '  ' WS-ERR-CDE.
               DISPLAY '  ' WS-ERR-PROC.
               DISPLAY '********************************'.
               CALL 'ERRLOG' USING WS-ERR-MSG WS-ERR-CDE WS-ERR-PROC
                                   WS-ERR-SEV.
               MOVE 16 TO RETURN-CODE.
               STOP RUN.
      *
