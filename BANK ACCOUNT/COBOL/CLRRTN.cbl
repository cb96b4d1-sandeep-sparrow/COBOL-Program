      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 16-11-2020
      * Purpose: INWARD CLEARING RETURNS - READS THE CLEARING HOUSE'S
      *        : RETURN FILE, PROVES IT AGAINST ITS CONTROL TRAILER,
      *        : MATCHES EACH RETURNED CHEQUE TO THE DEPOSIT IT WAS
      *        : PRESENTED UNDER (CLRREG, KEYED ON THE ORIGINAL
      *        : DEP-TRAN-REF) AND WRITES THE RVSFILE REVERSAL BNKACC
      *        : BACKS THE DEPOSIT OUT WITH. RETURNS THAT CANNOT BE
      *        : MATCHED GO TO THE EXCEPTION REPORT INSTEAD.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. CLRRTN.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    ONE CARD - THE RETURNED-CHEQUE FEE (9(5)V99).
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTL-STATUS.
      *
      *    CLEARING HOUSE RETURN FILE - BATCH HEADER, ONE RECORD PER
      *    RETURNED ITEM, CONTROL TRAILER.
           SELECT RETURN-IN-FILE ASSIGN TO CLRINWD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RTN-STATUS.
      *
           SELECT CLR-REG-FILE ASSIGN TO CLRREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-DEP-REF
               FILE STATUS IS WS-REG-STATUS.
      *
      *    REVERSALS FOR TONIGHT'S BNKACC RUN (ITS RVSFILE).
           SELECT REVERSAL-OUT-FILE ASSIGN TO RVSOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RVS-STATUS.
      *
           SELECT EXCEPT-RPT-FILE ASSIGN TO CLRREXC
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EXC-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  CONTROL-CARD-FILE RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-RETURN-FEE             PIC  9(5)V99.
           05  FILLER                     PIC  X(73).
      *
       FD  RETURN-IN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  RETURN-IN-REC.
           05  RTN-DEP-REF                PIC  X(12).
               88  RTN-BATCH-HEADER               VALUE 'BATCHHDR'.
               88  RTN-BATCH-TRAILER              VALUE 'BATCHTRL'.
           05  RTN-DRAWEE-BANK            PIC  X(09).
           05  RTN-CHEQUE-NO              PIC  9(08).
           05  RTN-AMOUNT                 PIC  9(7)V99.
           05  RTN-REASON-CDE             PIC  X(02).
           05  RTN-ITEM-REF               PIC  X(12).
           05  FILLER                     PIC  X(28).
       01  RETURN-IN-TRL REDEFINES RETURN-IN-REC.
           05  RTN-TRL-ID                 PIC  X(12).
           05  RTN-TRL-COUNT              PIC  9(07).
           05  RTN-TRL-AMOUNT             PIC  9(09)V99.
           05  FILLER                     PIC  X(50).
      *
       FD  CLR-REG-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLR-REG-REC.
           02  CR-DEP-REF           PIC X(12).
      *    NAMED REGISTER FIELDS (CLR-REG-DATA GROUP) - SEE
      *    COPYBOOKS/CLRREG.cbl
           COPY CLRREG.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S REVERSAL-I.
       FD  REVERSAL-OUT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  REVERSAL-O.
           05  RVS-ACCT-NO                PIC  X(10).
           05  RVS-ORIG-REF               PIC  X(12).
           05  RVS-AMOUNT                 PIC  9(7)V99.
           05  RVS-FEE                    PIC  9(5)V99.
           05  RVS-TRAN-REF               PIC  X(12).
           05  FILLER                     PIC  X(30).
      *
       FD  EXCEPT-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  EXCEPT-RPT-REC                 PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RTN-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RVS-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-RTN-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-RTN-EOF                           VALUE 'Y'.
       01  WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND                     VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-RETURN-FEE                  PIC 9(5)V99 VALUE 15.00.
      *
      *    CONTROL TOTALS - DECLARED ON THE TRAILER, COUNTED HERE.
       01  WS-DTL-COUNT                   PIC 9(07) VALUE ZEROES.
       01  WS-DTL-AMOUNT                  PIC 9(09)V99 VALUE ZEROES.
       01  WS-DECL-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-DECL-AMOUNT                 PIC 9(09)V99 VALUE ZEROES.
      *
       01  WS-RETURNS-READ                PIC 9(07) VALUE ZEROES.
       01  WS-REVERSALS-WRITTEN           PIC 9(07) VALUE ZEROES.
       01  WS-RETURNS-EXCEPTED            PIC 9(07) VALUE ZEROES.
       01  WS-REVERSED-AMT                PIC 9(09)V99 VALUE ZEROES.
      *
      *    REVERSAL REFERENCE WHEN THE CLEARING HOUSE SENDS NO ITEM
      *    REFERENCE OF ITS OWN - 'RT' + YYMMDD + POSITION IN THE
      *    FILE, SO A RERUN OVER THE SAME FILE REBUILDS THE SAME
      *    REFERENCES AND BNKACC'S DUPLICATE CHECK HOLDS.
       01  WS-GEN-REF.
           05  FILLER                     PIC X(02) VALUE 'RT'.
           05  WS-GEN-REF-DATE            PIC 9(06).
           05  WS-GEN-REF-SEQ             PIC 9(04).
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  EXC-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'INWARD CLEARING RETURN EXCEPTIONS FOR '.
           05  EH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  EXC-DETAIL-REC.
           05  ED-DEP-REF           PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-CHEQUE-NO         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-REASON-CDE        PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-REASON            PIC X(30).
           05  FILLER               PIC X(14) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
           MOVE WS-TODAY-DATE (3:6) TO WS-GEN-REF-DATE.
      *
           DISPLAY '***********INWARD CLEARING RETURNS****************'.
      *
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO EH-DATE.
           WRITE EXCEPT-RPT-REC FROM EXC-HEADER-REC.
      *
      *    THE WHOLE FILE IS PROVED AGAINST ITS TRAILER BEFORE ANY
      *    REVERSAL IS RAISED - A TRUNCATED TRANSMISSION RAISES
      *    NOTHING AND IS CHASED WITH THE CLEARING HOUSE.
           PERFORM 200-COUNT-ONE-RETURN
              UNTIL WS-RTN-EOF.
           IF NOT WS-TRAILER-FOUND
              OR WS-DTL-COUNT  NOT = WS-DECL-COUNT
              OR WS-DTL-AMOUNT NOT = WS-DECL-AMOUNT
               PERFORM 210-REJECT-FILE
           ELSE
               CLOSE RETURN-IN-FILE
               OPEN INPUT RETURN-IN-FILE
               MOVE 'N' TO WS-RTN-EOF-SW
               PERFORM 300-MATCH-ONE-RETURN
                  UNTIL WS-RTN-EOF
           END-IF.
      *
           DISPLAY 'RETURNS READ           : ' WS-RETURNS-READ.
           DISPLAY 'REVERSALS WRITTEN      : ' WS-REVERSALS-WRITTEN.
           DISPLAY 'AMOUNT REVERSED        : ' WS-REVERSED-AMT.
           DISPLAY 'UNMATCHED RETURNS      : ' WS-RETURNS-EXCEPTED.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF RETURN-CODE = ZEROES
              AND WS-RETURNS-EXCEPTED > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT RETURN-IN-FILE.
               IF WS-RTN-STATUS NOT = ZEROES
                  MOVE 'Error opening file CLRINWD'    TO WS-ERR-MSG
                  MOVE WS-RTN-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    CLR-REG-FILE.
               IF WS-REG-STATUS = '35'
                  OPEN OUTPUT CLR-REG-FILE
                  CLOSE CLR-REG-FILE
                  OPEN I-O CLR-REG-FILE
               END-IF.
               IF WS-REG-STATUS NOT = ZEROES
                  MOVE 'Error opening file CLRREG'     TO WS-ERR-MSG
                  MOVE WS-REG-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT REVERSAL-OUT-FILE.
               IF WS-RVS-STATUS NOT = ZEROES
                  MOVE 'Error opening file RVSOUT'     TO WS-ERR-MSG
                  MOVE WS-RVS-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT EXCEPT-RPT-FILE.
               IF WS-EXC-STATUS NOT = ZEROES
                  MOVE 'Error opening file CLRREXC'    TO WS-ERR-MSG
                  MOVE WS-EXC-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         110-READ-CONTROL-CARD.
               OPEN INPUT CONTROL-CARD-FILE.
               IF WS-CTL-STATUS = '00'
                  READ CONTROL-CARD-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF CTL-RETURN-FEE IS NUMERIC
                              MOVE CTL-RETURN-FEE TO WS-RETURN-FEE
                          END-IF
                  END-READ
               END-IF.
               CLOSE CONTROL-CARD-FILE.
               DISPLAY 'RETURNED-CHEQUE FEE    : ' WS-RETURN-FEE.
      *
         200-COUNT-ONE-RETURN.
               READ RETURN-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-RTN-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RTN-BATCH-HEADER
                               CONTINUE
                           WHEN RTN-BATCH-TRAILER
                               MOVE 'Y'            TO WS-TRAILER-SW
                               MOVE RTN-TRL-COUNT  TO WS-DECL-COUNT
                               MOVE RTN-TRL-AMOUNT TO WS-DECL-AMOUNT
                           WHEN OTHER
                               ADD 1          TO WS-DTL-COUNT
                               ADD RTN-AMOUNT TO WS-DTL-AMOUNT
                       END-EVALUATE
               END-READ.
      *
         210-REJECT-FILE.
               DISPLAY 'RETURN FILE FAILS ITS CONTROL TRAILER'.
               DISPLAY '  DECLARED COUNT/AMOUNT : ' WS-DECL-COUNT
                       ' ' WS-DECL-AMOUNT.
               DISPLAY '  RECEIVED COUNT/AMOUNT : ' WS-DTL-COUNT
                       ' ' WS-DTL-AMOUNT.
               MOVE SPACES                  TO ED-DEP-REF.
               MOVE ZEROES                  TO ED-CHEQUE-NO.
               MOVE ZEROES                  TO ED-AMOUNT.
               MOVE SPACES                  TO ED-REASON-CDE.
               MOVE 'WHOLE FILE FAILS TRAILER'  TO ED-REASON.
               WRITE EXCEPT-RPT-REC FROM EXC-DETAIL-REC.
               MOVE 8 TO RETURN-CODE.
      *
         300-MATCH-ONE-RETURN.
               READ RETURN-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-RTN-EOF-SW
                   NOT AT END
                       IF NOT RTN-BATCH-HEADER
                          AND NOT RTN-BATCH-TRAILER
                           ADD 1 TO WS-RETURNS-READ
                           PERFORM 310-MATCH-RETURN
                               THRU 310-MATCH-EXIT
                       END-IF
               END-READ.
      *
      *    THE RETURN MUST NAME A DEPOSIT WE PRESENTED, FOR THE
      *    CHEQUE AND AMOUNT WE PRESENTED IT FOR. AN ITEM ALREADY
      *    RETURNED IS ONLY RE-ISSUED WHEN IT WAS RETURNED TODAY
      *    (A RERUN OF THIS STEP) - OTHERWISE IT IS A SECOND RETURN.
         310-MATCH-RETURN.
               MOVE RTN-DEP-REF TO CR-DEP-REF.
               READ CLR-REG-FILE
                   INVALID KEY
                       MOVE 'NO PRESENTED DEPOSIT FOR REF' TO ED-REASON
                       PERFORM 320-WRITE-EXCEPTION
                       GO TO 310-MATCH-EXIT
               END-READ.
               IF RTN-AMOUNT NOT = CR-AMOUNT
                   MOVE 'AMOUNT DIFFERS FROM PRESENTED' TO ED-REASON
                   PERFORM 320-WRITE-EXCEPTION
                   GO TO 310-MATCH-EXIT
               END-IF.
               IF RTN-CHEQUE-NO NOT = CR-CHEQUE-NO
                   MOVE 'CHEQUE NO NOT AS PRESENTED'    TO ED-REASON
                   PERFORM 320-WRITE-EXCEPTION
                   GO TO 310-MATCH-EXIT
               END-IF.
               IF CR-RETURNED
                  AND CR-RETURN-DATE NOT = WS-TODAY-DATE
                   MOVE 'ITEM ALREADY RETURNED'         TO ED-REASON
                   PERFORM 320-WRITE-EXCEPTION
                   GO TO 310-MATCH-EXIT
               END-IF.
      *
               MOVE SPACES            TO REVERSAL-O.
               MOVE CR-ACCT-NO        TO RVS-ACCT-NO.
               MOVE CR-DEP-REF        TO RVS-ORIG-REF.
               MOVE CR-AMOUNT         TO RVS-AMOUNT.
               MOVE WS-RETURN-FEE     TO RVS-FEE.
               IF RTN-ITEM-REF NOT = SPACES
                   MOVE RTN-ITEM-REF  TO RVS-TRAN-REF
               ELSE
                   MOVE WS-RETURNS-READ TO WS-GEN-REF-SEQ
                   MOVE WS-GEN-REF    TO RVS-TRAN-REF
               END-IF.
               WRITE REVERSAL-O.
               ADD 1                  TO WS-REVERSALS-WRITTEN.
               ADD CR-AMOUNT          TO WS-REVERSED-AMT.
      *
               MOVE 'R'               TO CR-STATUS.
               MOVE WS-TODAY-DATE     TO CR-RETURN-DATE.
               MOVE RTN-REASON-CDE    TO CR-RETURN-REASON.
               REWRITE CLR-REG-REC.
      *
         310-MATCH-EXIT.
               EXIT.
      *
         320-WRITE-EXCEPTION.
               ADD 1 TO WS-RETURNS-EXCEPTED.
               MOVE RTN-DEP-REF       TO ED-DEP-REF.
               MOVE RTN-CHEQUE-NO     TO ED-CHEQUE-NO.
               MOVE RTN-AMOUNT        TO ED-AMOUNT.
               MOVE RTN-REASON-CDE    TO ED-REASON-CDE.
               WRITE EXCEPT-RPT-REC FROM EXC-DETAIL-REC.
      *
         400-CLOSE-FILES.
               CLOSE RETURN-IN-FILE.
               CLOSE CLR-REG-FILE.
               CLOSE REVERSAL-OUT-FILE.
               CLOSE EXCEPT-RPT-FILE.
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
