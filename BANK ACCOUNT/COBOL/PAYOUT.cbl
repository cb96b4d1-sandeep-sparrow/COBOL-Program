      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 25-11-2020
      * Purpose: OUTGOING PAYMENT INSTRUCTIONS - READS BACK TONIGHT'S
      *        : BNKACC AUDIT TRAIL FOR THE PAYMENT WITHDRAWALS PAYREQ
      *        : GENERATED, AND FOR EACH ONE THAT ACTUALLY POSTED
      *        : WRITES A PAYMENT INSTRUCTION IN THE PAYMENT NETWORK'S
      *        : FORMAT (HEADER, DETAILS, COUNT/AMOUNT TRAILER) AND
      *        : MARKS THE PAYREG ENTRY SENT. PAYMENTS WHOSE DEBIT DID
      *        : NOT POST ARE MARKED FAILED AND REPORTED, SO NOTHING
      *        : LEAVES THE BANK THAT WAS NOT TAKEN FROM THE CUSTOMER.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. PAYOUT.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    TONIGHT'S BNKACC AUDIT TRAIL - ONLY DEBITS THAT ACTUALLY
      *    POSTED ARE SENT.
           SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
      *    KEYED OUTGOING-PAYMENT REGISTER - READ BY KEY FOR EACH
      *    POSTED DEBIT, THEN SWEPT IN KEY ORDER FOR PAYMENTS STILL
      *    ONLY GENERATED.
           SELECT PAY-REG-FILE ASSIGN TO PAYREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PAY-REF
               FILE STATUS IS WS-REG-STATUS.
      *
      *    PAYMENT INSTRUCTION FILE IN THE NETWORK'S FIXED FORMAT.
           SELECT PAY-INSTR-FILE ASSIGN TO PAYNOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PI-STATUS.
      *
           SELECT PAYOUT-RPT-FILE ASSIGN TO PAYOUTRP
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S AUDIT-TRAIL-REC.
       FD  AUDIT-IN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  AUDIT-IN-REC.
           05  AUD-ACCT-NO                PIC  X(10).
      *        SEALED TRAILER OF A HASH-CHAINED TRAIL (CHAINTRL).
               88  AUD-CHAIN-TRAILER      VALUE '* TRAILER '.
           05  AUD-TRAN-TYPE              PIC  X(08).
           05  AUD-AMOUNT                 PIC  9999999.99.
           05  AUD-TRAN-DATE              PIC  9(08).
           05  AUD-TRAN-REF               PIC  X(12).
           05  AUD-BRANCH-ID              PIC  X(04).
           05  AUD-TELLER-ID              PIC  X(04).
           05  FILLER                     PIC  X(24).
      *
       FD  PAY-REG-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  PAY-REG-REC.
           02  PR-PAY-REF           PIC X(12).
      *    NAMED REGISTER FIELDS (PAY-REG-DATA GROUP) - SEE
      *    COPYBOOKS/PAYREG.cbl
           COPY PAYREG.
      *
      *    THE NETWORK BRACKETS EACH SUBMISSION WITH PAYHDR/PAYTRL -
      *    THE TRAILER DECLARES THE DETAIL COUNT AND AMOUNT TOTAL SO
      *    A TRUNCATED TRANSMISSION IS REFUSED AT THEIR END.
       FD  PAY-INSTR-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  PAY-INSTR-REC.
           05  PI-REC-TYPE                PIC  X(06).
               88  PI-HEADER                       VALUE 'PAYHDR'.
               88  PI-DETAIL                       VALUE 'PAYDTL'.
               88  PI-TRAILER                      VALUE 'PAYTRL'.
           05  PI-PAY-REF                 PIC  X(12).
           05  PI-DEBIT-ACCT-NO           PIC  X(10).
           05  PI-BEN-ROUTING-CODE        PIC  X(09).
           05  PI-BEN-BANK-ACCT           PIC  X(17).
           05  PI-BEN-NAME                PIC  X(30).
           05  PI-AMOUNT                  PIC  9(07)V99.
           05  PI-VALUE-DATE              PIC  9(08).
           05  PI-CURRENCY-CODE           PIC  X(03).
           05  FILLER                     PIC  X(16).
       01  PAY-INSTR-HDR REDEFINES PAY-INSTR-REC.
           05  PI-HDR-ID                  PIC  X(06).
           05  PI-HDR-DATE                PIC  9(08).
           05  FILLER                     PIC  X(106).
       01  PAY-INSTR-TRL REDEFINES PAY-INSTR-REC.
           05  PI-TRL-ID                  PIC  X(06).
           05  PI-TRL-COUNT               PIC  9(07).
           05  PI-TRL-AMOUNT              PIC  9(09)V99.
           05  FILLER                     PIC  X(96).
      *
       FD  PAYOUT-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PAYOUT-RPT-REC                 PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-PI-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-AUDIT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-AUDIT-EOF                         VALUE 'Y'.
       01  WS-REG-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-REG-EOF                           VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-PAY-DEBITS-READ             PIC 9(07) VALUE ZEROES.
       01  WS-PAYMENTS-SENT               PIC 9(07) VALUE ZEROES.
       01  WS-SENT-AMT                    PIC 9(09)V99 VALUE ZEROES.
       01  WS-PAYMENTS-FAILED             PIC 9(07) VALUE ZEROES.
       01  WS-DEBITS-UNMATCHED            PIC 9(07) VALUE ZEROES.
       01  WS-ITEM-AMT                    PIC 9(7)V99 VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'OUTGOING PAYMENT INSTRUCTIONS FOR    '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-PAY-REF           PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ROUTING-CODE      PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACTION            PIC X(24).
           05  FILLER               PIC X(11) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(20) VALUE
               'INSTRUCTIONS SENT:  '.
           05  RT-COUNT             PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RT-AMOUNT            PIC Z(9)9.99.
           05  FILLER               PIC X(38) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********OUTGOING PAYMENT INSTRUCTIONS**********'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE SPACES        TO PAY-INSTR-REC.
           MOVE 'PAYHDR'      TO PI-HDR-ID.
           MOVE WS-TODAY-DATE TO PI-HDR-DATE.
           WRITE PAY-INSTR-REC.
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE PAYOUT-RPT-REC FROM RPT-HEADER-REC.
      *
           PERFORM 200-SEND-ONE-PAYMENT
              UNTIL WS-AUDIT-EOF.
      *
           MOVE SPACES           TO PAY-INSTR-REC.
           MOVE 'PAYTRL'         TO PI-TRL-ID.
           MOVE WS-PAYMENTS-SENT TO PI-TRL-COUNT.
           MOVE WS-SENT-AMT      TO PI-TRL-AMOUNT.
           WRITE PAY-INSTR-REC.
      *
      *    ANYTHING STILL ONLY GENERATED NOW NEVER POSTED - BNKACC
      *    REJECTED THE DEBIT (REJFILE CARRIES THE REASON).
           PERFORM 300-SWEEP-UNPOSTED.
      *
           MOVE WS-PAYMENTS-SENT TO RT-COUNT.
           MOVE WS-SENT-AMT      TO RT-AMOUNT.
           WRITE PAYOUT-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'PAYMENT DEBITS POSTED  : ' WS-PAY-DEBITS-READ.
           DISPLAY 'INSTRUCTIONS SENT      : ' WS-PAYMENTS-SENT.
           DISPLAY 'AMOUNT SENT            : ' WS-SENT-AMT.
           DISPLAY 'PAYMENTS FAILED        : ' WS-PAYMENTS-FAILED.
           DISPLAY 'DEBITS NOT ON PAYREG   : ' WS-DEBITS-UNMATCHED.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-PAYMENTS-FAILED > ZEROES
              OR WS-DEBITS-UNMATCHED > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT AUDIT-IN-FILE.
               IF WS-AUDIT-STATUS NOT = ZEROES
                  MOVE 'Error opening file AUDITIN'    TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    PAY-REG-FILE.
               IF WS-REG-STATUS = '35'
                  OPEN OUTPUT PAY-REG-FILE
                  CLOSE PAY-REG-FILE
                  OPEN I-O PAY-REG-FILE
               END-IF.
               IF WS-REG-STATUS NOT = ZEROES
                  MOVE 'Error opening file PAYREG'     TO WS-ERR-MSG
                  MOVE WS-REG-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT PAY-INSTR-FILE.
               IF WS-PI-STATUS NOT = ZEROES
                  MOVE 'Error opening file PAYNOUT'    TO WS-ERR-MSG
                  MOVE WS-PI-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT PAYOUT-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file PAYOUTRP'   TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    PAYREQ'S WITHDRAWALS ARE THE ONLY ONES BOOKED TO THE
      *    'EPAY' PSEUDO-BRANCH.
         200-SEND-ONE-PAYMENT.
               READ AUDIT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SW
                   NOT AT END
                       IF NOT AUD-CHAIN-TRAILER
                          IF AUD-TRAN-TYPE = 'WITHDRAW'
                             AND AUD-BRANCH-ID = 'EPAY'
                              ADD 1 TO WS-PAY-DEBITS-READ
                              PERFORM 210-SEND-PAYMENT
                                  THRU 210-SEND-EXIT
                          END-IF
                       END-IF
               END-READ.
      *
         210-SEND-PAYMENT.
               MOVE AUD-AMOUNT   TO WS-ITEM-AMT.
               MOVE AUD-TRAN-REF TO PR-PAY-REF.
               READ PAY-REG-FILE
                   INVALID KEY
                       ADD 1 TO WS-DEBITS-UNMATCHED
                       MOVE AUD-TRAN-REF     TO RD-PAY-REF
                       MOVE AUD-ACCT-NO      TO RD-ACCT-NO
                       MOVE SPACES           TO RD-ROUTING-CODE
                       MOVE WS-ITEM-AMT      TO RD-AMOUNT
                       MOVE 'DEBIT NOT ON PAYREG'
                                             TO RD-ACTION
                       WRITE PAYOUT-RPT-REC FROM RPT-DETAIL-REC
                       GO TO 210-SEND-EXIT
               END-READ.
      *
      *    A RERUN OF TONIGHT'S STEP FINDS ITS OWN PAYMENTS ALREADY
      *    SENT TODAY AND WRITES THEM AGAIN - THE INSTRUCTION FILE IS
      *    REBUILT IN FULL BY EVERY ATTEMPT.
               IF PR-SENT AND PR-STATUS-DATE = WS-TODAY-DATE
                   PERFORM 220-WRITE-INSTRUCTION
                   GO TO 210-SEND-EXIT
               END-IF.
               IF NOT PR-GENERATED
                   GO TO 210-SEND-EXIT
               END-IF.
      *
               MOVE 'S'           TO PR-STATUS.
               MOVE WS-TODAY-DATE TO PR-STATUS-DATE.
               REWRITE PAY-REG-REC.
               IF WS-REG-STATUS NOT = ZEROES
                  MOVE 'Error writting file PAYREG'    TO WS-ERR-MSG
                  MOVE WS-REG-STATUS                   TO WS-ERR-CDE
                  MOVE '210-SEND-PAYMENT'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               PERFORM 220-WRITE-INSTRUCTION.
      *
         210-SEND-EXIT.
               EXIT.
      *
         220-WRITE-INSTRUCTION.
               MOVE SPACES               TO PAY-INSTR-REC.
               MOVE 'PAYDTL'             TO PI-REC-TYPE.
               MOVE PR-PAY-REF           TO PI-PAY-REF.
               MOVE PR-ACCT-NO           TO PI-DEBIT-ACCT-NO.
               MOVE PR-BEN-ROUTING-CODE  TO PI-BEN-ROUTING-CODE.
               MOVE PR-BEN-BANK-ACCT     TO PI-BEN-BANK-ACCT.
               MOVE PR-BEN-NAME          TO PI-BEN-NAME.
               MOVE PR-AMOUNT            TO PI-AMOUNT.
               MOVE WS-TODAY-DATE        TO PI-VALUE-DATE.
               MOVE PR-CURRENCY-CODE     TO PI-CURRENCY-CODE.
               WRITE PAY-INSTR-REC.
               ADD 1                     TO WS-PAYMENTS-SENT.
               ADD PR-AMOUNT             TO WS-SENT-AMT.
      *
               MOVE PR-PAY-REF           TO RD-PAY-REF.
               MOVE PR-ACCT-NO           TO RD-ACCT-NO.
               MOVE PR-BEN-ROUTING-CODE  TO RD-ROUTING-CODE.
               MOVE PR-AMOUNT            TO RD-AMOUNT.
               MOVE 'SENT'               TO RD-ACTION.
               WRITE PAYOUT-RPT-REC FROM RPT-DETAIL-REC.
      *
         300-SWEEP-UNPOSTED.
               MOVE LOW-VALUES TO PR-PAY-REF.
               START PAY-REG-FILE KEY IS NOT LESS THAN PR-PAY-REF
                   INVALID KEY
                       MOVE 'Y' TO WS-REG-EOF-SW
               END-START.
               PERFORM 310-CHECK-ONE-ENTRY
                  UNTIL WS-REG-EOF.
      *
         310-CHECK-ONE-ENTRY.
               READ PAY-REG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REG-EOF-SW
                   NOT AT END
                       IF PR-GENERATED
                          AND PR-REQUEST-DATE NOT > WS-TODAY-DATE
                           PERFORM 320-MARK-FAILED
                       END-IF
               END-READ.
      *
         320-MARK-FAILED.
               MOVE 'F'           TO PR-STATUS.
               MOVE WS-TODAY-DATE TO PR-STATUS-DATE.
               MOVE 'NP'          TO PR-REJECT-REASON.
               REWRITE PAY-REG-REC.
               IF WS-REG-STATUS NOT = ZEROES
                  MOVE 'Error writting file PAYREG'    TO WS-ERR-MSG
                  MOVE WS-REG-STATUS                   TO WS-ERR-CDE
                  MOVE '320-MARK-FAILED'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-PAYMENTS-FAILED.
               MOVE PR-PAY-REF           TO RD-PAY-REF.
               MOVE PR-ACCT-NO           TO RD-ACCT-NO.
               MOVE PR-BEN-ROUTING-CODE  TO RD-ROUTING-CODE.
               MOVE PR-AMOUNT            TO RD-AMOUNT.
               MOVE 'FAILED - DEBIT REJECTED' TO RD-ACTION.
               WRITE PAYOUT-RPT-REC FROM RPT-DETAIL-REC.
      *
         400-CLOSE-FILES.
               CLOSE AUDIT-IN-FILE.
               CLOSE PAY-REG-FILE.
               CLOSE PAY-INSTR-FILE.
               CLOSE PAYOUT-RPT-FILE.
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
