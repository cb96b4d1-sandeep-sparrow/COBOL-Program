      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 28-12-2020
      * Purpose: CARD DISPUTE RESOLUTION - THE NIGHTLY PASS OVER THE
      *        : DISPREG CASE FILE. APPLIES THE CARD NETWORK'S ANSWERS
      *        : TO OUR CHARGEBACKS (PROVED AGAINST THEIR CONTROL
      *        : TRAILER FIRST, THE PAYACK PATTERN), THEN SWEEPS THE
      *        : FILE: ISSUES THE PROVISIONAL CREDIT FOR EACH CASE
      *        : OPENED TODAY AS A CONTROL-BRACKETED DEPOSIT BATCH,
      *        : SENDS ITS CHARGEBACK TO THE NETWORK, MAKES THE CREDIT
      *        : FINAL WHEN THE NETWORK UPHOLDS THE CHARGEBACK OR THE
      *        : MERCHANT LETS THE DEADLINE PASS, REVERSES IT AS A
      *        : WITHDRAWAL BATCH WHEN THE MERCHANT WINS, AND AGES
      *        : EVERY CASE STILL OPEN AGAINST ITS NETWORK DEADLINE.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. DSPRESOL.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    NETWORK ANSWERS TO OUR CHARGEBACKS - CBRHDR, ONE RECORD PER
      *    CASE DECIDED, CBRTRL CONTROL TRAILER. NO FILE ON A NIGHT
      *    THE NETWORK DECIDED NOTHING.
           SELECT OPTIONAL CB-RESP-FILE ASSIGN TO CBKRESP
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RESP-STATUS.
      *
      *    DISPUTE CASE FILE - READ BY KEY FOR EACH ANSWER, THEN SWEPT
      *    IN KEY ORDER FOR EVERYTHING THERE IS TO DO TONIGHT.
           SELECT DISP-REG-FILE ASSIGN TO DISPREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-TRAN-REF
               FILE STATUS IS WS-DISP-STATUS.
      *
      *    PROVISIONAL CREDITS, FOR TONIGHT'S BNKACC RUN.
           SELECT DEPOSIT-OUT-FILE ASSIGN TO DEPOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DEPOUT-STATUS.
      *
      *    REVERSALS OF PROVISIONAL CREDITS THE MERCHANT WON BACK.
           SELECT WITHDRW-OUT-FILE ASSIGN TO WITOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WITOUT-STATUS.
      *
      *    OUTBOUND CHARGEBACKS FOR THE CARD NETWORK.
           SELECT CB-OUT-FILE ASSIGN TO CBKOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CBOUT-STATUS.
      *
      *    ACTIVITY REPORT - CREDITS ISSUED, CHARGEBACKS SENT, CASES
      *    RESOLVED, AND NETWORK ANSWERS THAT COULD NOT BE APPLIED.
           SELECT DSP-RPT-FILE ASSIGN TO DSPRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *    AGING REPORT - EVERY UNRESOLVED CASE AGAINST ITS DEADLINE.
           SELECT DSP-AGE-FILE ASSIGN TO DSPAGE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AGE-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    CR-OUTCOME 'A' THE NETWORK UPHELD THE CHARGEBACK (THE
      *    CARDHOLDER KEEPS THE CREDIT), 'M' THE MERCHANT'S
      *    REPRESENTMENT WON. CR-AMOUNT IS THE DISPUTED AMOUNT WE SENT.
       FD  CB-RESP-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CB-RESP-REC.
           05  CR-REC-TYPE                PIC  X(06).
               88  CR-HEADER                       VALUE 'CBRHDR'.
               88  CR-TRAILER                      VALUE 'CBRTRL'.
           05  CR-TRAN-REF                PIC  X(12).
           05  CR-OUTCOME                 PIC  X(01).
               88  CR-ACCEPTED                     VALUE 'A'.
               88  CR-MERCHANT-WON                 VALUE 'M'.
           05  CR-REASON-CDE              PIC  X(04).
           05  CR-AMOUNT                  PIC  9(07)V99.
           05  FILLER                     PIC  X(48).
       01  CB-RESP-TRL REDEFINES CB-RESP-REC.
           05  CR-TRL-ID                  PIC  X(06).
           05  CR-TRL-COUNT               PIC  9(07).
           05  CR-TRL-AMOUNT              PIC  9(09)V99.
           05  FILLER                     PIC  X(56).
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
      *    SAME LAYOUT AS BNKACC'S DEPOSIT-I SO THE BATCH CONCATENATES
      *    STRAIGHT ONTO DEPFILE. THE BRANCH ID IS THE PSEUDO-BRANCH
      *    'DISP' SO TELLBAL KEEPS THE CREDITS OUT OF THE TELLER
      *    DRAWERS.
       FD  DEPOSIT-OUT-FILE RECORDING MODE F.
       01  DEPOSIT-O.
           05  DEP-ACCT-NO                PIC  X(10).
           05  DEP-AMT                    PIC  9999999.99.
           05  DEP-CURRENCY-CODE          PIC  X(03).
           05  DEP-TRAN-TIME              PIC  9(06).
           05  DEP-TRAN-REF               PIC  X(12).
           05  DEP-INSTR-TYPE             PIC  X(01).
           05  DEP-BRANCH-ID              PIC  X(04).
           05  DEP-TELLER-ID              PIC  X(04).
           05  FILLER                     PIC  X(30).
       01  DEPOSIT-TRL REDEFINES DEPOSIT-O.
           05  DEP-TRL-ID                 PIC  X(10).
           05  DEP-TRL-COUNT              PIC  9(07).
           05  DEP-TRL-AMOUNT             PIC  9(09)V99.
           05  FILLER                     PIC  X(52).
      *
      *    SAME LAYOUT AS BNKACC'S WITHDRW-I SO THE BATCH CONCATENATES
      *    STRAIGHT ONTO WITFILE, UNDER THE SAME 'DISP' PSEUDO-BRANCH.
      *    THE SECOND AUTHORIZATION IS THE NETWORK'S OWN RULING.
       FD  WITHDRW-OUT-FILE RECORDING MODE F.
       01  WITHDRW-O.
           05  WIT-ACCT-NO                PIC  X(10).
           05  DRAW-AMT                   PIC  9999999.99.
           05  WIT-CURRENCY-CODE          PIC  X(03).
           05  WIT-TRAN-TIME              PIC  9(06).
           05  WIT-TRAN-REF               PIC  X(12).
           05  WIT-BRANCH-ID              PIC  X(04).
           05  WIT-TELLER-ID              PIC  X(04).
           05  WIT-VALUE-DATE             PIC  9(08).
           05  WIT-CHEQUE-NO              PIC  9(08).
           05  WIT-AUTH2-ID               PIC  X(04).
           05  FILLER                     PIC  X(11).
       01  WITHDRW-TRL REDEFINES WITHDRW-O.
           05  WIT-TRL-ID                 PIC  X(10).
           05  WIT-TRL-COUNT              PIC  9(07).
           05  WIT-TRL-AMOUNT             PIC  9(09)V99.
           05  FILLER                     PIC  X(52).
      *
      *    CBKHDR CARRIES THE BUSINESS DATE, CBKTRL THE COUNT AND
      *    TOTAL OF THE CHARGEBACKS BETWEEN THEM.
       FD  CB-OUT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CB-OUT-REC.
           05  CB-REC-TYPE                PIC  X(06).
           05  CB-TRAN-REF                PIC  X(12).
           05  CB-CARD-NO                 PIC  X(16).
           05  CB-ACCT-NO                 PIC  X(10).
           05  CB-REASON-CODE             PIC  X(04).
           05  CB-AMOUNT                  PIC  9(07)V99.
           05  CB-CURRENCY-CODE           PIC  X(03).
           05  CB-OPENED-DATE             PIC  9(08).
           05  CB-DEADLINE-DATE           PIC  9(08).
           05  FILLER                     PIC  X(04).
       01  CB-OUT-HDR REDEFINES CB-OUT-REC.
           05  CB-HDR-ID                  PIC  X(06).
           05  CB-HDR-DATE                PIC  9(08).
           05  FILLER                     PIC  X(66).
       01  CB-OUT-TRL REDEFINES CB-OUT-REC.
           05  CB-TRL-ID                  PIC  X(06).
           05  CB-TRL-COUNT               PIC  9(07).
           05  CB-TRL-AMOUNT              PIC  9(09)V99.
           05  FILLER                     PIC  X(56).
      *
       FD  DSP-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  DSP-RPT-REC                    PIC  X(80).
      *
       FD  DSP-AGE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  DSP-AGE-REC                    PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-RESP-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-DISP-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-DEPOUT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-WITOUT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CBOUT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-AGE-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-RESP-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-RESP-EOF                          VALUE 'Y'.
       01  WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND                     VALUE 'Y'.
       01  WS-DISP-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-DISP-EOF                          VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INT                   PIC 9(09) VALUE ZEROES.
       01  WS-DAYS-LEFT                   PIC S9(05) VALUE ZEROES.
      *
      *    A CASE THIS CLOSE TO ITS DEADLINE IS FLAGGED ON THE AGING
      *    REPORT SO THE DISPUTES DESK CAN CHASE THE NETWORK.
       01  WS-DUE-SOON-DAYS               PIC 9(03) VALUE 7.
      *
      *    CONTROL TOTALS - DECLARED ON THE TRAILER, COUNTED HERE.
       01  WS-DTL-COUNT                   PIC 9(07) VALUE ZEROES.
       01  WS-DTL-AMOUNT                  PIC 9(09)V99 VALUE ZEROES.
       01  WS-DECL-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-DECL-AMOUNT                 PIC 9(09)V99 VALUE ZEROES.
      *
       01  WS-RESPS-READ                  PIC 9(07) VALUE ZEROES.
       01  WS-RESPS-EXCEPTED              PIC 9(07) VALUE ZEROES.
       01  WS-CREDIT-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-CREDIT-AMOUNT               PIC 9(09)V99 VALUE ZEROES.
       01  WS-CHGBK-COUNT                 PIC 9(07) VALUE ZEROES.
       01  WS-CHGBK-AMOUNT                PIC 9(09)V99 VALUE ZEROES.
       01  WS-FINAL-COUNT                 PIC 9(07) VALUE ZEROES.
       01  WS-REVERSAL-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-REVERSAL-AMOUNT             PIC 9(09)V99 VALUE ZEROES.
       01  WS-OPEN-CASES                  PIC 9(07) VALUE ZEROES.
       01  WS-DUE-SOON-COUNT              PIC 9(07) VALUE ZEROES.
      *
      *    REVERSAL REFERENCE - 'DR' + YYMMDD + POSITION IN THE
      *    NETWORK'S FILE, SO A RERUN OVER THE SAME FILE REBUILDS THE
      *    SAME REFERENCES AND BNKACC'S DUPLICATE CHECK HOLDS.
       01  WS-GEN-REF.
           05  FILLER                     PIC X(02) VALUE 'DR'.
           05  WS-GEN-REF-DATE            PIC 9(06).
           05  WS-GEN-REF-SEQ             PIC 9(04).
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'CARD DISPUTE ACTIVITY FOR            '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-TRAN-REF          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACTION            PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-POST-REF          PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  RT-LABEL             PIC X(24).
           05  RT-COUNT             PIC ZZZZZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.
      *
       01  AGE-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'OPEN CARD DISPUTES - DEADLINE AGING  '.
           05  AH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  AGE-HEADER2-REC.
           05  FILLER               PIC X(40) VALUE
               'ACCOUNT    TRANSACTION  RSN      AMOUNT '.
           05  FILLER               PIC X(40) VALUE
               'OPENED   DEADLINE  DAYS STATUS          '.
       01  AGE-DETAIL-REC.
           05  AD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-TRAN-REF          PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-REASON-CODE       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-OPENED-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-DEADLINE-DATE     PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-DAYS-LEFT         PIC -ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AD-FLAG              PIC X(16).
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
           MOVE WS-TODAY-DATE (3:6) TO WS-GEN-REF-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
      *
           DISPLAY '***********CARD DISPUTE RESOLUTION****************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE SPACES        TO DEPOSIT-O.
           MOVE 'BATCHHDR'    TO DEP-ACCT-NO.
           WRITE DEPOSIT-O.
           MOVE SPACES        TO WITHDRW-O.
           MOVE 'BATCHHDR'    TO WIT-ACCT-NO.
           WRITE WITHDRW-O.
           MOVE SPACES        TO CB-OUT-REC.
           MOVE 'CBKHDR'      TO CB-HDR-ID.
           MOVE WS-TODAY-DATE TO CB-HDR-DATE.
           WRITE CB-OUT-REC.
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE DSP-RPT-REC FROM RPT-HEADER-REC.
           MOVE WS-TODAY-DATE TO AH-DATE.
           WRITE DSP-AGE-REC FROM AGE-HEADER-REC.
           WRITE DSP-AGE-REC FROM AGE-HEADER2-REC.
      *
      *    THE NETWORK'S FILE IS PROVED AGAINST ITS TRAILER BEFORE ANY
      *    CASE IS DECIDED - A TRUNCATED TRANSMISSION CHANGES NOTHING
      *    AND IS CHASED WITH THE NETWORK. THE SWEEP STILL RUNS, SO
      *    TONIGHT'S NEW CASES ARE CREDITED AND SENT REGARDLESS.
           IF WS-RESP-STATUS = '00'
               PERFORM 200-COUNT-ONE-RESP
                  UNTIL WS-RESP-EOF
               IF NOT WS-TRAILER-FOUND
                  OR WS-DTL-COUNT  NOT = WS-DECL-COUNT
                  OR WS-DTL-AMOUNT NOT = WS-DECL-AMOUNT
                   PERFORM 210-REJECT-FILE
               ELSE
                   CLOSE CB-RESP-FILE
                   OPEN INPUT CB-RESP-FILE
                   MOVE 'N' TO WS-RESP-EOF-SW
                   PERFORM 220-MATCH-ONE-RESP
                      UNTIL WS-RESP-EOF
               END-IF
           END-IF.
      *
           MOVE LOW-VALUES TO DS-TRAN-REF.
           START DISP-REG-FILE KEY IS NOT LESS THAN DS-TRAN-REF
               INVALID KEY
                   MOVE 'Y' TO WS-DISP-EOF-SW
           END-START.
           PERFORM 300-SWEEP-ONE-CASE
              UNTIL WS-DISP-EOF.
      *
      *    EVERY BATCH IS ALWAYS CLOSED WITH ITS TRAILER, EVEN EMPTY,
      *    SO BNKACC'S VERIFY PASS AND THE NETWORK PROVE IT OUT.
           MOVE SPACES             TO DEPOSIT-O.
           MOVE 'BATCHTRL'         TO DEP-TRL-ID.
           MOVE WS-CREDIT-COUNT    TO DEP-TRL-COUNT.
           MOVE WS-CREDIT-AMOUNT   TO DEP-TRL-AMOUNT.
           WRITE DEPOSIT-O.
           MOVE SPACES             TO WITHDRW-O.
           MOVE 'BATCHTRL'         TO WIT-TRL-ID.
           MOVE WS-REVERSAL-COUNT  TO WIT-TRL-COUNT.
           MOVE WS-REVERSAL-AMOUNT TO WIT-TRL-AMOUNT.
           WRITE WITHDRW-O.
           MOVE SPACES             TO CB-OUT-REC.
           MOVE 'CBKTRL'           TO CB-TRL-ID.
           MOVE WS-CHGBK-COUNT     TO CB-TRL-COUNT.
           MOVE WS-CHGBK-AMOUNT    TO CB-TRL-AMOUNT.
           WRITE CB-OUT-REC.
      *
           MOVE 'NETWORK ANSWERS READ  :' TO RT-LABEL.
           MOVE WS-RESPS-READ             TO RT-COUNT.
           WRITE DSP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'ANSWERS NOT APPLIED   :' TO RT-LABEL.
           MOVE WS-RESPS-EXCEPTED         TO RT-COUNT.
           WRITE DSP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'PROVISIONAL CREDITS   :' TO RT-LABEL.
           MOVE WS-CREDIT-COUNT           TO RT-COUNT.
           WRITE DSP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'CHARGEBACKS SENT      :' TO RT-LABEL.
           MOVE WS-CHGBK-COUNT            TO RT-COUNT.
           WRITE DSP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'CREDITS MADE FINAL    :' TO RT-LABEL.
           MOVE WS-FINAL-COUNT            TO RT-COUNT.
           WRITE DSP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'CREDITS REVERSED      :' TO RT-LABEL.
           MOVE WS-REVERSAL-COUNT         TO RT-COUNT.
           WRITE DSP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'CASES STILL OPEN      :' TO RT-LABEL.
           MOVE WS-OPEN-CASES             TO RT-COUNT.
           WRITE DSP-AGE-REC FROM RPT-TOTAL-REC.
           MOVE 'DUE SOON / PAST DUE   :' TO RT-LABEL.
           MOVE WS-DUE-SOON-COUNT         TO RT-COUNT.
           WRITE DSP-AGE-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'NETWORK ANSWERS READ   : ' WS-RESPS-READ.
           DISPLAY 'ANSWERS NOT APPLIED    : ' WS-RESPS-EXCEPTED.
           DISPLAY 'PROVISIONAL CREDITS    : ' WS-CREDIT-COUNT.
           DISPLAY 'CHARGEBACKS SENT       : ' WS-CHGBK-COUNT.
           DISPLAY 'CREDITS MADE FINAL     : ' WS-FINAL-COUNT.
           DISPLAY 'CREDITS REVERSED       : ' WS-REVERSAL-COUNT.
           DISPLAY 'CASES STILL OPEN       : ' WS-OPEN-CASES.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF RETURN-CODE = ZEROES
              AND WS-RESPS-EXCEPTED > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT CB-RESP-FILE.
      *    AN ABSENT ANSWER FILE JUST MEANS NOTHING WAS DECIDED.
               IF WS-RESP-STATUS NOT = ZEROES
                  AND WS-RESP-STATUS NOT = '05'
                  MOVE 'Error opening file CBKRESP'    TO WS-ERR-MSG
                  MOVE WS-RESP-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    DISP-REG-FILE.
               IF WS-DISP-STATUS = '35'
                  OPEN OUTPUT DISP-REG-FILE
                  CLOSE DISP-REG-FILE
                  OPEN I-O DISP-REG-FILE
               END-IF.
               IF WS-DISP-STATUS NOT = ZEROES
                  MOVE 'Error opening file DISPREG'    TO WS-ERR-MSG
                  MOVE WS-DISP-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT DEPOSIT-OUT-FILE.
               IF WS-DEPOUT-STATUS NOT = ZEROES
                  MOVE 'Error opening file DEPOUT'     TO WS-ERR-MSG
                  MOVE WS-DEPOUT-STATUS                TO WS-ERR-CDE
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
               OPEN OUTPUT CB-OUT-FILE.
               IF WS-CBOUT-STATUS NOT = ZEROES
                  MOVE 'Error opening file CBKOUT'     TO WS-ERR-MSG
                  MOVE WS-CBOUT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT DSP-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file DSPRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT DSP-AGE-FILE.
               IF WS-AGE-STATUS NOT = ZEROES
                  MOVE 'Error opening file DSPAGE'     TO WS-ERR-MSG
                  MOVE WS-AGE-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-COUNT-ONE-RESP.
               READ CB-RESP-FILE
                   AT END
                       MOVE 'Y' TO WS-RESP-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CR-HEADER
                               CONTINUE
                           WHEN CR-TRAILER
                               MOVE 'Y'            TO WS-TRAILER-SW
                               MOVE CR-TRL-COUNT   TO WS-DECL-COUNT
                               MOVE CR-TRL-AMOUNT  TO WS-DECL-AMOUNT
                           WHEN OTHER
                               ADD 1 TO WS-DTL-COUNT
                               IF CR-AMOUNT IS NUMERIC
                                   ADD CR-AMOUNT TO WS-DTL-AMOUNT
                               END-IF
                       END-EVALUATE
               END-READ.
      *
         210-REJECT-FILE.
               DISPLAY 'NETWORK ANSWER FILE FAILS ITS CONTROL TRAILER'.
               DISPLAY '  DECLARED COUNT/AMOUNT : ' WS-DECL-COUNT
                       ' ' WS-DECL-AMOUNT.
               DISPLAY '  RECEIVED COUNT/AMOUNT : ' WS-DTL-COUNT
                       ' ' WS-DTL-AMOUNT.
               MOVE SPACES                  TO RD-ACCT-NO.
               MOVE SPACES                  TO RD-TRAN-REF.
               MOVE ZEROES                  TO RD-AMOUNT.
               MOVE 'ANSWER FILE FAILS ITS TRAILER' TO RD-ACTION.
               MOVE SPACES                  TO RD-POST-REF.
               WRITE DSP-RPT-REC FROM RPT-DETAIL-REC.
               MOVE 8 TO RETURN-CODE.
      *
         220-MATCH-ONE-RESP.
               READ CB-RESP-FILE
                   AT END
                       MOVE 'Y' TO WS-RESP-EOF-SW
                   NOT AT END
                       IF NOT CR-HEADER
                          AND NOT CR-TRAILER
                           ADD 1 TO WS-RESPS-READ
                           PERFORM 230-MATCH-RESP
                               THRU 230-MATCH-EXIT
                       END-IF
               END-READ.
      *
      *    THE ANSWER ONLY DECIDES THE CASE HERE - THE SWEEP BELOW
      *    ACTS ON EVERYTHING DECIDED TODAY, SO A RERUN OVER THE SAME
      *    FILE REBUILDS THE SAME BATCHES. AN ANSWER MUST NAME A CASE
      *    WHOSE CHARGEBACK IS STILL WITH THE NETWORK, FOR THE AMOUNT
      *    WE SENT.
         230-MATCH-RESP.
               IF NOT CR-ACCEPTED AND NOT CR-MERCHANT-WON
                   MOVE 'UNKNOWN NETWORK OUTCOME'    TO RD-ACTION
                   PERFORM 240-WRITE-EXCEPTION
                   GO TO 230-MATCH-EXIT
               END-IF.
               MOVE CR-TRAN-REF TO DS-TRAN-REF.
               READ DISP-REG-FILE
                   INVALID KEY
                       MOVE 'NO CASE FOR TRANSACTION REF' TO RD-ACTION
                       PERFORM 240-WRITE-EXCEPTION
                       GO TO 230-MATCH-EXIT
               END-READ.
               IF CR-AMOUNT NOT NUMERIC
                  OR CR-AMOUNT NOT = DS-AMOUNT
                   MOVE 'AMOUNT DIFFERS FROM CASE'   TO RD-ACTION
                   PERFORM 240-WRITE-EXCEPTION
                   GO TO 230-MATCH-EXIT
               END-IF.
      *
      *    THE SAME ANSWER SEEN AGAIN TODAY IS A RERUN - NOTHING MORE
      *    TO DO.
               IF DS-RESOLVED-DATE = WS-TODAY-DATE
                  AND ((CR-ACCEPTED AND DS-BY-ACCEPTANCE)
                    OR (CR-MERCHANT-WON AND DS-BY-MERCHANT))
                   GO TO 230-MATCH-EXIT
               END-IF.
               IF NOT DS-SENT
                   MOVE 'NO CHARGEBACK AWAITING ANSWER' TO RD-ACTION
                   PERFORM 240-WRITE-EXCEPTION
                   GO TO 230-MATCH-EXIT
               END-IF.
      *
               IF CR-ACCEPTED
                   MOVE 'F'             TO DS-STATUS
                   MOVE 'A'             TO DS-RESOLUTION
               ELSE
                   MOVE WS-RESPS-READ   TO WS-GEN-REF-SEQ
                   MOVE WS-GEN-REF      TO DS-REVERSAL-REF
                   MOVE 'R'             TO DS-STATUS
                   MOVE 'M'             TO DS-RESOLUTION
               END-IF.
               MOVE WS-TODAY-DATE       TO DS-RESOLVED-DATE.
               PERFORM 370-REWRITE-CASE.
      *
         230-MATCH-EXIT.
               EXIT.
      *
         240-WRITE-EXCEPTION.
               ADD 1 TO WS-RESPS-EXCEPTED.
               DISPLAY 'ANSWER NOT APPLIED: ' CR-TRAN-REF ' '
                       RD-ACTION.
               MOVE SPACES           TO RD-ACCT-NO.
               MOVE CR-TRAN-REF      TO RD-TRAN-REF.
               IF CR-AMOUNT IS NUMERIC
                  MOVE CR-AMOUNT     TO RD-AMOUNT
               ELSE
                  MOVE ZEROES        TO RD-AMOUNT
               END-IF.
               MOVE SPACES           TO RD-POST-REF.
               WRITE DSP-RPT-REC FROM RPT-DETAIL-REC.
      *
         300-SWEEP-ONE-CASE.
               READ DISP-REG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DISP-EOF-SW
                   NOT AT END
                       PERFORM 305-ACT-ON-CASE
               END-READ.
      *
      *    A CASE OPENED TODAY IS CREDITED AND ITS CHARGEBACK SENT IN
      *    THE SAME NIGHT; ONE THE NETWORK HAS NOT ANSWERED BY ITS
      *    DEADLINE IS DECIDED FOR THE CARDHOLDER. EVERYTHING IS KEYED
      *    OFF TODAY'S DATE STAMPS, SO A RERUN WRITES THE SAME ITEMS.
         305-ACT-ON-CASE.
               IF DS-PROV-DATE = WS-TODAY-DATE
                   PERFORM 310-ISSUE-CREDIT
               END-IF.
               IF DS-OPENED
                   MOVE 'S'             TO DS-STATUS
                   MOVE WS-TODAY-DATE   TO DS-CHGBK-DATE
                   PERFORM 370-REWRITE-CASE
               END-IF.
               IF DS-SENT
                  AND DS-CHGBK-DATE = WS-TODAY-DATE
                   PERFORM 320-SEND-CHARGEBACK
               END-IF.
               IF DS-SENT
                  AND DS-DEADLINE-DATE < WS-TODAY-DATE
                   MOVE 'F'             TO DS-STATUS
                   MOVE 'D'             TO DS-RESOLUTION
                   MOVE WS-TODAY-DATE   TO DS-RESOLVED-DATE
                   PERFORM 370-REWRITE-CASE
               END-IF.
               IF DS-FINAL
                  AND DS-RESOLVED-DATE = WS-TODAY-DATE
                   PERFORM 330-REPORT-FINAL
               END-IF.
               IF DS-REVERSED
                  AND DS-RESOLVED-DATE = WS-TODAY-DATE
                   PERFORM 340-REVERSE-CREDIT
               END-IF.
               IF DS-UNRESOLVED
                   PERFORM 360-WRITE-AGING-LINE
               END-IF.
      *
         310-ISSUE-CREDIT.
               MOVE SPACES           TO DEPOSIT-O.
               MOVE DS-ACCT-NO       TO DEP-ACCT-NO.
               MOVE DS-AMOUNT        TO DEP-AMT.
               MOVE DS-CURRENCY-CODE TO DEP-CURRENCY-CODE.
               MOVE ZEROES           TO DEP-TRAN-TIME.
               MOVE DS-PROV-REF      TO DEP-TRAN-REF.
               MOVE 'C'              TO DEP-INSTR-TYPE.
               MOVE 'DISP'           TO DEP-BRANCH-ID.
               MOVE 'DSPC'           TO DEP-TELLER-ID.
               WRITE DEPOSIT-O.
               ADD 1             TO WS-CREDIT-COUNT.
               ADD DS-AMOUNT     TO WS-CREDIT-AMOUNT.
               MOVE 'PROVISIONAL CREDIT ISSUED'  TO RD-ACTION.
               MOVE DS-PROV-REF                  TO RD-POST-REF.
               PERFORM 350-WRITE-REPORT-LINE.
      *
         320-SEND-CHARGEBACK.
               MOVE SPACES           TO CB-OUT-REC.
               MOVE 'CBKDTL'         TO CB-REC-TYPE.
               MOVE DS-TRAN-REF      TO CB-TRAN-REF.
               MOVE DS-CARD-NO       TO CB-CARD-NO.
               MOVE DS-ACCT-NO       TO CB-ACCT-NO.
               MOVE DS-REASON-CODE   TO CB-REASON-CODE.
               MOVE DS-AMOUNT        TO CB-AMOUNT.
               MOVE DS-CURRENCY-CODE TO CB-CURRENCY-CODE.
               MOVE DS-OPENED-DATE   TO CB-OPENED-DATE.
               MOVE DS-DEADLINE-DATE TO CB-DEADLINE-DATE.
               WRITE CB-OUT-REC.
               ADD 1             TO WS-CHGBK-COUNT.
               ADD DS-AMOUNT     TO WS-CHGBK-AMOUNT.
               MOVE 'CHARGEBACK SENT TO NETWORK' TO RD-ACTION.
               MOVE SPACES                       TO RD-POST-REF.
               PERFORM 350-WRITE-REPORT-LINE.
      *
         330-REPORT-FINAL.
               ADD 1 TO WS-FINAL-COUNT.
               IF DS-BY-DEADLINE
                  MOVE 'FINAL - NO MERCHANT ANSWER'  TO RD-ACTION
               ELSE
                  MOVE 'FINAL - CHARGEBACK UPHELD'   TO RD-ACTION
               END-IF.
               MOVE DS-PROV-REF                      TO RD-POST-REF.
               PERFORM 350-WRITE-REPORT-LINE.
      *
         340-REVERSE-CREDIT.
               MOVE SPACES           TO WITHDRW-O.
               MOVE DS-ACCT-NO       TO WIT-ACCT-NO.
               MOVE DS-AMOUNT        TO DRAW-AMT.
               MOVE DS-CURRENCY-CODE TO WIT-CURRENCY-CODE.
               MOVE ZEROES           TO WIT-TRAN-TIME.
               MOVE DS-REVERSAL-REF  TO WIT-TRAN-REF.
               MOVE 'DISP'           TO WIT-BRANCH-ID.
               MOVE 'DSPR'           TO WIT-TELLER-ID.
               MOVE ZEROES           TO WIT-VALUE-DATE.
               MOVE ZEROES           TO WIT-CHEQUE-NO.
               MOVE 'DSPR'           TO WIT-AUTH2-ID.
               WRITE WITHDRW-O.
               ADD 1             TO WS-REVERSAL-COUNT.
               ADD DS-AMOUNT     TO WS-REVERSAL-AMOUNT.
               MOVE 'REVERSED - MERCHANT WON'    TO RD-ACTION.
               MOVE DS-REVERSAL-REF              TO RD-POST-REF.
               PERFORM 350-WRITE-REPORT-LINE.
      *
         350-WRITE-REPORT-LINE.
               MOVE DS-ACCT-NO       TO RD-ACCT-NO.
               MOVE DS-TRAN-REF      TO RD-TRAN-REF.
               MOVE DS-AMOUNT        TO RD-AMOUNT.
               WRITE DSP-RPT-REC FROM RPT-DETAIL-REC.
      *
      *    DAYS LEFT COUNTS TO THE DEADLINE ITSELF - ZERO MEANS THE
      *    MERCHANT'S LAST DAY TO ANSWER IS TODAY.
         360-WRITE-AGING-LINE.
               ADD 1 TO WS-OPEN-CASES.
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (DS-DEADLINE-DATE)
                 - WS-TODAY-INT.
               MOVE DS-ACCT-NO       TO AD-ACCT-NO.
               MOVE DS-TRAN-REF      TO AD-TRAN-REF.
               MOVE DS-REASON-CODE   TO AD-REASON-CODE.
               MOVE DS-AMOUNT        TO AD-AMOUNT.
               MOVE DS-OPENED-DATE   TO AD-OPENED-DATE.
               MOVE DS-DEADLINE-DATE TO AD-DEADLINE-DATE.
               MOVE WS-DAYS-LEFT     TO AD-DAYS-LEFT.
               IF WS-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
                  ADD 1 TO WS-DUE-SOON-COUNT
                  MOVE 'DUE SOON'    TO AD-FLAG
               ELSE
                  MOVE SPACES        TO AD-FLAG
               END-IF.
               WRITE DSP-AGE-REC FROM AGE-DETAIL-REC.
      *
         370-REWRITE-CASE.
               REWRITE DISP-REG-REC.
               IF WS-DISP-STATUS NOT = ZEROES
                  MOVE 'Error writting file DISPREG'   TO WS-ERR-MSG
                  MOVE WS-DISP-STATUS                  TO WS-ERR-CDE
                  MOVE '370-REWRITE-CASE'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         400-CLOSE-FILES.
               CLOSE CB-RESP-FILE.
               CLOSE DISP-REG-FILE.
               CLOSE DEPOSIT-OUT-FILE.
               CLOSE WITHDRW-OUT-FILE.
               CLOSE CB-OUT-FILE.
               CLOSE DSP-RPT-FILE.
               CLOSE DSP-AGE-FILE.
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
