      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 08-12-2020
      * Purpose: POSITIVE-PAY DECISIONS - APPLIES THE CUSTOMERS' PAY OR
      *        : RETURN DECISIONS ON THE CHEQUES PPEXCP SENT THEM AS
      *        : POSITIVE-PAY EXCEPTIONS. A 'PAY' DECISION MAKES THE
      *        : PRESENTED AMOUNT THE ISSUED AMOUNT ON PPREG AND RE-
      *        : PRESENTS THE CHEQUE TO BNKACC IN A CONTROL-BRACKETED
      *        : WITHDRAWAL BATCH (THE CARDSETL/BULKCRD PATTERN). A
      *        : 'RETURN' DECISION - OR NO DECISION BY TONIGHT'S CUT-
      *        : OFF - SENDS THE ITEM BACK TO THE PRESENTER UNPAID.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. PPDECIDE.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    CUSTOMER DECISIONS RECEIVED SINCE LAST NIGHT'S EXTRACT.
           SELECT PP-DECN-FILE ASSIGN TO PPDECN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PPDECN-STATUS.
      *
      *    POSITIVE-PAY REGISTER - READ BY KEY FOR EACH DECISION, THEN
      *    SWEPT IN KEY ORDER FOR WHAT WAS DECIDED TODAY AND FOR ITEMS
      *    LEFT UNDECIDED PAST THEIR CUT-OFF.
           SELECT POS-PAY-FILE ASSIGN TO PPREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PP-STATUS.
      *
           SELECT WITHDRW-OUT-FILE ASSIGN TO WITOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WITOUT-STATUS.
      *
      *    DECISION REPORT - CHEQUES RE-PRESENTED, CHEQUES TO GO BACK
      *    TO THE PRESENTER, AND DECISIONS THAT COULD NOT BE APPLIED.
           SELECT PP-RPT-FILE ASSIGN TO PPDECRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    PD-DECISION 'P' PAY, 'R' RETURN. PD-AMOUNT IS THE PRESENTED
      *    AMOUNT FROM THE EXCEPTIONS FILE - A DECISION ONLY APPLIES TO
      *    THE ITEM IT WAS MADE ON.
       FD  PP-DECN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PP-DECN-REC.
           05  PD-ACCT-NO                 PIC  X(10).
           05  PD-CHEQUE-NO               PIC  9(08).
           05  PD-DECISION                PIC  X(01).
               88  PD-PAY                          VALUE 'P'.
               88  PD-RETURN                       VALUE 'R'.
           05  PD-AMOUNT                  PIC  9(07)V99.
           05  PD-DECIDED-USER            PIC  X(08).
           05  FILLER                     PIC  X(44).
      *
       FD  POS-PAY-FILE
            RECORD CONTAINS 140 CHARACTERS
            RECORDING MODE IS F.
       01  POS-PAY-REC.
           02  PP-KEY.
               03  PP-ACCT-NO       PIC X(10).
               03  PP-CHEQUE-NO     PIC 9(08).
      *    NAMED REGISTER FIELDS (POS-PAY-DATA GROUP) - SEE
      *    COPYBOOKS/PPREG.cbl
           COPY PPREG.
      *
      *    SAME LAYOUT AS BNKACC'S WITHDRW-I SO THE BATCH CONCATENATES
      *    STRAIGHT ONTO WITFILE. THE RE-PRESENTED CHEQUE KEEPS ITS
      *    ORIGINAL REFERENCE AND NUMBER; THE BRANCH ID IS THE PSEUDO-
      *    BRANCH 'PPAY' SO TELLBAL KEEPS IT OUT OF THE TELLER DRAWERS.
      *    THE SECOND AUTHORIZATION IS THE CUSTOMER'S OWN DECISION.
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
       FD  PP-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PP-RPT-REC                     PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-PPDECN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PP-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-WITOUT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-PPDECN-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-PPDECN-EOF                        VALUE 'Y'.
       01  WS-PP-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-PP-EOF                            VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-DECISIONS-READ              PIC 9(07) VALUE ZEROES.
       01  WS-DECISIONS-BAD               PIC 9(07) VALUE ZEROES.
       01  WS-REPRESENT-COUNT             PIC 9(07) VALUE ZEROES.
       01  WS-REPRESENT-AMOUNT            PIC 9(09)V99 VALUE ZEROES.
       01  WS-RETURN-COUNT                PIC 9(07) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'POSITIVE-PAY DECISIONS APPLIED FOR   '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-CHEQUE-NO         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACTION            PIC X(30).
           05  FILLER               PIC X(19) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  RT-LABEL             PIC X(24).
           05  RT-COUNT             PIC ZZZZZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********POSITIVE-PAY DECISIONS*****************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE PP-RPT-REC FROM RPT-HEADER-REC.
      *
           PERFORM 200-APPLY-DECISION
              UNTIL WS-PPDECN-EOF.
      *
           MOVE SPACES     TO WITHDRW-O.
           MOVE 'BATCHHDR' TO WIT-ACCT-NO.
           WRITE WITHDRW-O.
      *
           MOVE LOW-VALUES TO PP-KEY.
           START POS-PAY-FILE KEY IS NOT LESS THAN PP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PP-EOF-SW
           END-START.
           PERFORM 300-SWEEP-ONE-ENTRY
              UNTIL WS-PP-EOF.
      *
           MOVE SPACES              TO WITHDRW-O.
           MOVE 'BATCHTRL'          TO WIT-TRL-ID.
           MOVE WS-REPRESENT-COUNT  TO WIT-TRL-COUNT.
           MOVE WS-REPRESENT-AMOUNT TO WIT-TRL-AMOUNT.
           WRITE WITHDRW-O.
      *
           MOVE 'DECISIONS RECEIVED    :' TO RT-LABEL.
           MOVE WS-DECISIONS-READ         TO RT-COUNT.
           WRITE PP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'DECISIONS NOT APPLIED :' TO RT-LABEL.
           MOVE WS-DECISIONS-BAD          TO RT-COUNT.
           WRITE PP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'CHEQUES RE-PRESENTED  :' TO RT-LABEL.
           MOVE WS-REPRESENT-COUNT        TO RT-COUNT.
           WRITE PP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'CHEQUES TO RETURN     :' TO RT-LABEL.
           MOVE WS-RETURN-COUNT           TO RT-COUNT.
           WRITE PP-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'DECISIONS RECEIVED   : ' WS-DECISIONS-READ.
           DISPLAY 'DECISIONS NOT APPLIED: ' WS-DECISIONS-BAD.
           DISPLAY 'CHEQUES RE-PRESENTED : ' WS-REPRESENT-COUNT.
           DISPLAY 'CHEQUES TO RETURN    : ' WS-RETURN-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-DECISIONS-BAD > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  PP-DECN-FILE.
               IF WS-PPDECN-STATUS NOT = ZEROES
                  MOVE 'Error opening file PPDECN'     TO WS-ERR-MSG
                  MOVE WS-PPDECN-STATUS                TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    POS-PAY-FILE.
               IF WS-PP-STATUS = '35'
                  OPEN OUTPUT POS-PAY-FILE
                  CLOSE POS-PAY-FILE
                  OPEN I-O POS-PAY-FILE
               END-IF.
               IF WS-PP-STATUS NOT = ZEROES
                  MOVE 'Error opening file PPREG'      TO WS-ERR-MSG
                  MOVE WS-PP-STATUS                    TO WS-ERR-CDE
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
               OPEN OUTPUT PP-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file PPDECRPT'   TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-APPLY-DECISION.
               READ PP-DECN-FILE
                  AT END
                     MOVE 'Y' TO WS-PPDECN-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-DECISIONS-READ
                     PERFORM 210-APPLY-ONE-DECISION
                        THRU 210-APPLY-EXIT
               END-READ.
      *
      *    THE DECISION ONLY UPDATES THE REGISTER HERE - THE SWEEP
      *    BELOW ACTS ON EVERYTHING DECIDED TODAY, SO A RERUN OVER THE
      *    SAME DECISIONS REBUILDS THE SAME BATCH.
         210-APPLY-ONE-DECISION.
               IF NOT PD-PAY AND NOT PD-RETURN
                  MOVE 'INVALID DECISION CODE'     TO RD-ACTION
                  PERFORM 260-WRITE-BAD-DECISION
                  GO TO 210-APPLY-EXIT
               END-IF.
               IF PD-CHEQUE-NO NOT NUMERIC
                  OR PD-AMOUNT NOT NUMERIC
                  MOVE 'INVALID CHEQUE/AMOUNT'     TO RD-ACTION
                  PERFORM 260-WRITE-BAD-DECISION
                  GO TO 210-APPLY-EXIT
               END-IF.
      *
               MOVE PD-ACCT-NO   TO PP-ACCT-NO.
               MOVE PD-CHEQUE-NO TO PP-CHEQUE-NO.
               READ POS-PAY-FILE
                   INVALID KEY
                       MOVE 'CHEQUE NOT ON REGISTER' TO RD-ACTION
                       PERFORM 260-WRITE-BAD-DECISION
                       GO TO 210-APPLY-EXIT
               END-READ.
      *
      *    THE SAME DECISION SEEN AGAIN TODAY IS A RERUN - NOTHING
      *    MORE TO DO.
               IF PP-DECIDED-DATE = WS-TODAY-DATE
                  AND PP-BY-CUSTOMER
                  AND ((PD-PAY AND PP-EXC-PAY)
                    OR (PD-RETURN AND PP-EXC-RETURN))
                  GO TO 210-APPLY-EXIT
               END-IF.
               IF NOT PP-EXC-PENDING
                  MOVE 'NO EXCEPTION PENDING'      TO RD-ACTION
                  PERFORM 260-WRITE-BAD-DECISION
                  GO TO 210-APPLY-EXIT
               END-IF.
               IF PD-AMOUNT NOT = PP-EXC-AMOUNT
                  MOVE 'AMOUNT DOES NOT MATCH ITEM' TO RD-ACTION
                  PERFORM 260-WRITE-BAD-DECISION
                  GO TO 210-APPLY-EXIT
               END-IF.
      *
      *    PAY - THE PRESENTED AMOUNT BECOMES THE ISSUED AMOUNT, SO
      *    THE RE-PRESENTED CHEQUE MATCHES IN BNKACC AND IS MARKED
      *    PAID THERE LIKE ANY OTHER.
               IF PD-PAY
                  MOVE PP-EXC-AMOUNT  TO PP-ISSUED-AMOUNT
                  MOVE 'I'            TO PP-STATUS
                  MOVE 'P'            TO PP-EXC-STATUS
               ELSE
                  MOVE 'R'            TO PP-EXC-STATUS
               END-IF.
               MOVE WS-TODAY-DATE     TO PP-DECIDED-DATE.
               MOVE 'C'               TO PP-DECIDED-BY.
               REWRITE POS-PAY-REC.
               IF WS-PP-STATUS NOT = ZEROES
                  MOVE 'Error writting file PPREG'     TO WS-ERR-MSG
                  MOVE WS-PP-STATUS                    TO WS-ERR-CDE
                  MOVE '210-APPLY-ONE'                 TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         210-APPLY-EXIT.
               EXIT.
      *
         260-WRITE-BAD-DECISION.
               ADD 1 TO WS-DECISIONS-BAD.
               DISPLAY 'DECISION NOT APPLIED: ' PD-ACCT-NO ' '
                       PD-CHEQUE-NO ' ' RD-ACTION.
               MOVE PD-ACCT-NO       TO RD-ACCT-NO.
               IF PD-CHEQUE-NO IS NUMERIC
                  MOVE PD-CHEQUE-NO  TO RD-CHEQUE-NO
               ELSE
                  MOVE ZEROES        TO RD-CHEQUE-NO
               END-IF.
               IF PD-AMOUNT IS NUMERIC
                  MOVE PD-AMOUNT     TO RD-AMOUNT
               ELSE
                  MOVE ZEROES        TO RD-AMOUNT
               END-IF.
               WRITE PP-RPT-REC FROM RPT-DETAIL-REC.
      *
      *    AN ITEM STILL PENDING FROM BEFORE TODAY MISSED ITS CUT-OFF
      *    AND GOES BACK BY DEFAULT; TONIGHT'S NEW EXCEPTIONS ARE NOT
      *    RAISED UNTIL AFTER THIS STEP, SO NONE IS CAUGHT EARLY.
         300-SWEEP-ONE-ENTRY.
               READ POS-PAY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PP-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                          WHEN PP-EXC-PENDING
                           AND PP-EXC-DATE < WS-TODAY-DATE
                             PERFORM 310-DEFAULT-RETURN
                          WHEN PP-EXC-PAY
                           AND PP-DECIDED-DATE = WS-TODAY-DATE
                             PERFORM 320-REPRESENT-CHEQUE
                          WHEN PP-EXC-RETURN
                           AND PP-DECIDED-DATE = WS-TODAY-DATE
                             PERFORM 330-REPORT-RETURN
                       END-EVALUATE
               END-READ.
      *
         310-DEFAULT-RETURN.
               MOVE 'R'            TO PP-EXC-STATUS.
               MOVE WS-TODAY-DATE  TO PP-DECIDED-DATE.
               MOVE 'D'            TO PP-DECIDED-BY.
               REWRITE POS-PAY-REC.
               IF WS-PP-STATUS NOT = ZEROES
                  MOVE 'Error writting file PPREG'     TO WS-ERR-MSG
                  MOVE WS-PP-STATUS                    TO WS-ERR-CDE
                  MOVE '310-DEFAULT-RETURN'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               PERFORM 330-REPORT-RETURN.
      *
         320-REPRESENT-CHEQUE.
               MOVE SPACES           TO WITHDRW-O.
               MOVE PP-ACCT-NO       TO WIT-ACCT-NO.
               MOVE PP-EXC-AMOUNT    TO DRAW-AMT.
               MOVE ZEROES           TO WIT-TRAN-TIME.
               MOVE PP-EXC-REF       TO WIT-TRAN-REF.
               MOVE 'PPAY'           TO WIT-BRANCH-ID.
               MOVE 'PPDC'           TO WIT-TELLER-ID.
               MOVE ZEROES           TO WIT-VALUE-DATE.
               MOVE PP-CHEQUE-NO     TO WIT-CHEQUE-NO.
               MOVE 'PPDC'           TO WIT-AUTH2-ID.
               WRITE WITHDRW-O.
               ADD 1             TO WS-REPRESENT-COUNT.
               ADD PP-EXC-AMOUNT TO WS-REPRESENT-AMOUNT.
               MOVE 'PAY - RE-PRESENTED'        TO RD-ACTION.
               PERFORM 340-WRITE-REPORT-LINE.
      *
         330-REPORT-RETURN.
               ADD 1 TO WS-RETURN-COUNT.
               IF PP-BY-DEFAULT
                  MOVE 'RETURN - NO DECISION BY CUTOFF' TO RD-ACTION
               ELSE
                  MOVE 'RETURN - CUSTOMER DECISION' TO RD-ACTION
               END-IF.
               PERFORM 340-WRITE-REPORT-LINE.
      *
         340-WRITE-REPORT-LINE.
               MOVE PP-ACCT-NO       TO RD-ACCT-NO.
               MOVE PP-CHEQUE-NO     TO RD-CHEQUE-NO.
               MOVE PP-EXC-AMOUNT    TO RD-AMOUNT.
               WRITE PP-RPT-REC FROM RPT-DETAIL-REC.
      *
         400-CLOSE-FILES.
               CLOSE PP-DECN-FILE.
               CLOSE POS-PAY-FILE.
               CLOSE WITHDRW-OUT-FILE.
               CLOSE PP-RPT-FILE.
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
