      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 25-11-2020
      * Purpose: PAYMENT NETWORK ACKNOWLEDGMENTS - READS THE NETWORK'S
      *        : ACCEPT/REJECT FILE FOR THE INSTRUCTIONS PAYOUT SENT,
      *        : PROVES IT AGAINST ITS CONTROL TRAILER, MARKS EACH
      *        : PAYREG ENTRY ACCEPTED OR REJECTED, AND FOR EVERY
      *        : PAYMENT THE NETWORK REJECTED WRITES A CREDIT BACK TO
      *        : THE CUSTOMER AS A CONTROL-BRACKETED DEPOSIT BATCH
      *        : THAT CONCATENATES ONTO DEPFILE AHEAD OF THE BNKACC
      *        : STEP. ACKNOWLEDGMENTS THAT CANNOT BE MATCHED GO TO
      *        : THE EXCEPTION REPORT INSTEAD.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. PAYACK.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    NETWORK ACKNOWLEDGMENT FILE - ACKHDR, ONE RECORD PER
      *    PAYMENT ACCEPTED OR REJECTED, ACKTRL CONTROL TRAILER.
           SELECT ACK-IN-FILE ASSIGN TO PAYNACK
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ACK-STATUS.
      *
           SELECT PAY-REG-FILE ASSIGN TO PAYREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PAY-REF
               FILE STATUS IS WS-REG-STATUS.
      *
      *    CREDITS FOR REJECTED PAYMENTS, FOR TONIGHT'S BNKACC RUN.
           SELECT DEPOSIT-OUT-FILE ASSIGN TO DEPOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DEPOUT-STATUS.
      *
           SELECT EXCEPT-RPT-FILE ASSIGN TO PAYACKEX
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EXC-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    ACK-STATUS 'A' THE NETWORK ACCEPTED THE PAYMENT, 'R' IT
      *    REJECTED IT (ACK-REASON-CDE SAYS WHY - CLOSED ACCOUNT,
      *    UNKNOWN ROUTING CODE AND SO ON). ACK-AMOUNT IS THE AMOUNT
      *    THE NETWORK RECEIVED ON THE INSTRUCTION.
       FD  ACK-IN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ACK-IN-REC.
           05  ACK-REC-TYPE               PIC  X(06).
               88  ACK-HEADER                      VALUE 'ACKHDR'.
               88  ACK-TRAILER                     VALUE 'ACKTRL'.
           05  ACK-PAY-REF                PIC  X(12).
           05  ACK-STATUS                 PIC  X(01).
               88  ACK-ACCEPTED                    VALUE 'A'.
               88  ACK-REJECTED                    VALUE 'R'.
           05  ACK-REASON-CDE             PIC  X(02).
           05  ACK-AMOUNT                 PIC  9(07)V99.
           05  FILLER                     PIC  X(50).
       01  ACK-IN-TRL REDEFINES ACK-IN-REC.
           05  ACK-TRL-ID                 PIC  X(06).
           05  ACK-TRL-COUNT              PIC  9(07).
           05  ACK-TRL-AMOUNT             PIC  9(09)V99.
           05  FILLER                     PIC  X(56).
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
      *    SAME LAYOUT AS BNKACC'S DEPOSIT-I SO THE BATCH CONCATENATES
      *    STRAIGHT ONTO DEPFILE. THE BRANCH ID IS THE PSEUDO-BRANCH
      *    'EPAY' SO TELLBAL KEEPS THE CREDITS OUT OF THE TELLER
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
       FD  EXCEPT-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  EXCEPT-RPT-REC                 PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-ACK-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-DEPOUT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-ACK-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-ACK-EOF                           VALUE 'Y'.
       01  WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND                     VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
      *    CONTROL TOTALS - DECLARED ON THE TRAILER, COUNTED HERE.
       01  WS-DTL-COUNT                   PIC 9(07) VALUE ZEROES.
       01  WS-DTL-AMOUNT                  PIC 9(09)V99 VALUE ZEROES.
       01  WS-DECL-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-DECL-AMOUNT                 PIC 9(09)V99 VALUE ZEROES.
      *
       01  WS-ACKS-READ                   PIC 9(07) VALUE ZEROES.
       01  WS-PAYMENTS-ACCEPTED           PIC 9(07) VALUE ZEROES.
       01  WS-CREDITS-WRITTEN             PIC 9(07) VALUE ZEROES.
       01  WS-CREDITED-AMT                PIC 9(09)V99 VALUE ZEROES.
       01  WS-ACKS-EXCEPTED               PIC 9(07) VALUE ZEROES.
      *
      *    CREDIT-BACK REFERENCE - 'PR' + YYMMDD + POSITION IN THE
      *    FILE, SO A RERUN OVER THE SAME FILE REBUILDS THE SAME
      *    REFERENCES AND BNKACC'S DUPLICATE CHECK HOLDS.
       01  WS-GEN-REF.
           05  FILLER                     PIC X(02) VALUE 'PR'.
           05  WS-GEN-REF-DATE            PIC 9(06).
           05  WS-GEN-REF-SEQ             PIC 9(04).
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  EXC-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'PAYMENT ACKNOWLEDGMENT EXCEPTIONS FOR '.
           05  EH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  EXC-DETAIL-REC.
           05  ED-PAY-REF           PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-ACK-STATUS        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-REASON-CDE        PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-REASON            PIC X(30).
           05  FILLER               PIC X(21) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
           MOVE WS-TODAY-DATE (3:6) TO WS-GEN-REF-DATE.
      *
           DISPLAY '***********PAYMENT NETWORK ACKNOWLEDGMENTS********'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE SPACES        TO DEPOSIT-O.
           MOVE 'BATCHHDR'    TO DEP-ACCT-NO.
           WRITE DEPOSIT-O.
           MOVE WS-TODAY-DATE TO EH-DATE.
           WRITE EXCEPT-RPT-REC FROM EXC-HEADER-REC.
      *
      *    THE WHOLE FILE IS PROVED AGAINST ITS TRAILER BEFORE ANY
      *    PAYMENT IS MARKED OR CREDITED BACK - A TRUNCATED
      *    TRANSMISSION CHANGES NOTHING AND IS CHASED WITH THE
      *    NETWORK.
           PERFORM 200-COUNT-ONE-ACK
              UNTIL WS-ACK-EOF.
           IF NOT WS-TRAILER-FOUND
              OR WS-DTL-COUNT  NOT = WS-DECL-COUNT
              OR WS-DTL-AMOUNT NOT = WS-DECL-AMOUNT
               PERFORM 210-REJECT-FILE
           ELSE
               CLOSE ACK-IN-FILE
               OPEN INPUT ACK-IN-FILE
               MOVE 'N' TO WS-ACK-EOF-SW
               PERFORM 300-MATCH-ONE-ACK
                  UNTIL WS-ACK-EOF
           END-IF.
      *
      *    THE CREDIT BATCH IS ALWAYS CLOSED WITH ITS TRAILER, EVEN
      *    EMPTY, SO BNKACC'S VERIFY PASS PROVES IT OUT.
           MOVE SPACES             TO DEPOSIT-O.
           MOVE 'BATCHTRL'         TO DEP-TRL-ID.
           MOVE WS-CREDITS-WRITTEN TO DEP-TRL-COUNT.
           MOVE WS-CREDITED-AMT    TO DEP-TRL-AMOUNT.
           WRITE DEPOSIT-O.
      *
           DISPLAY 'ACKNOWLEDGMENTS READ   : ' WS-ACKS-READ.
           DISPLAY 'PAYMENTS ACCEPTED      : ' WS-PAYMENTS-ACCEPTED.
           DISPLAY 'REJECTED - CREDITED    : ' WS-CREDITS-WRITTEN.
           DISPLAY 'AMOUNT CREDITED BACK   : ' WS-CREDITED-AMT.
           DISPLAY 'UNMATCHED ACKS         : ' WS-ACKS-EXCEPTED.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF RETURN-CODE = ZEROES
              AND WS-ACKS-EXCEPTED > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT ACK-IN-FILE.
               IF WS-ACK-STATUS NOT = ZEROES
                  MOVE 'Error opening file PAYNACK'    TO WS-ERR-MSG
                  MOVE WS-ACK-STATUS                   TO WS-ERR-CDE
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
               OPEN OUTPUT DEPOSIT-OUT-FILE.
               IF WS-DEPOUT-STATUS NOT = ZEROES
                  MOVE 'Error opening file DEPOUT'     TO WS-ERR-MSG
                  MOVE WS-DEPOUT-STATUS                TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT EXCEPT-RPT-FILE.
               IF WS-EXC-STATUS NOT = ZEROES
                  MOVE 'Error opening file PAYACKEX'   TO WS-ERR-MSG
                  MOVE WS-EXC-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-COUNT-ONE-ACK.
               READ ACK-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-ACK-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ACK-HEADER
                               CONTINUE
                           WHEN ACK-TRAILER
                               MOVE 'Y'            TO WS-TRAILER-SW
                               MOVE ACK-TRL-COUNT  TO WS-DECL-COUNT
                               MOVE ACK-TRL-AMOUNT TO WS-DECL-AMOUNT
                           WHEN OTHER
                               ADD 1 TO WS-DTL-COUNT
                               IF ACK-AMOUNT IS NUMERIC
                                   ADD ACK-AMOUNT TO WS-DTL-AMOUNT
                               END-IF
                       END-EVALUATE
               END-READ.
      *
         210-REJECT-FILE.
               DISPLAY 'ACKNOWLEDGMENT FILE FAILS ITS CONTROL TRAILER'.
               DISPLAY '  DECLARED COUNT/AMOUNT : ' WS-DECL-COUNT
                       ' ' WS-DECL-AMOUNT.
               DISPLAY '  RECEIVED COUNT/AMOUNT : ' WS-DTL-COUNT
                       ' ' WS-DTL-AMOUNT.
               MOVE SPACES                  TO ED-PAY-REF.
               MOVE SPACES                  TO ED-ACK-STATUS.
               MOVE ZEROES                  TO ED-AMOUNT.
               MOVE SPACES                  TO ED-REASON-CDE.
               MOVE 'WHOLE FILE FAILS TRAILER'  TO ED-REASON.
               WRITE EXCEPT-RPT-REC FROM EXC-DETAIL-REC.
               MOVE 8 TO RETURN-CODE.
      *
         300-MATCH-ONE-ACK.
               READ ACK-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-ACK-EOF-SW
                   NOT AT END
                       IF NOT ACK-HEADER
                          AND NOT ACK-TRAILER
                           ADD 1 TO WS-ACKS-READ
                           PERFORM 310-MATCH-ACK
                               THRU 310-MATCH-EXIT
                       END-IF
               END-READ.
      *
      *    THE ACKNOWLEDGMENT MUST NAME A PAYMENT WE SENT, FOR THE
      *    AMOUNT WE SENT. A PAYMENT ALREADY ACKNOWLEDGED IS ONLY
      *    TAKEN AGAIN WHEN IT WAS ACKNOWLEDGED TODAY (A RERUN OF
      *    THIS STEP) - OTHERWISE IT IS A SECOND ACKNOWLEDGMENT.
         310-MATCH-ACK.
               IF NOT ACK-ACCEPTED AND NOT ACK-REJECTED
                   MOVE 'UNKNOWN ACKNOWLEDGMENT STATUS' TO ED-REASON
                   PERFORM 320-WRITE-EXCEPTION
                   GO TO 310-MATCH-EXIT
               END-IF.
               MOVE ACK-PAY-REF TO PR-PAY-REF.
               READ PAY-REG-FILE
                   INVALID KEY
                       MOVE 'NO PAYMENT SENT FOR REF'   TO ED-REASON
                       PERFORM 320-WRITE-EXCEPTION
                       GO TO 310-MATCH-EXIT
               END-READ.
               IF ACK-AMOUNT NOT NUMERIC
                  OR ACK-AMOUNT NOT = PR-AMOUNT
                   MOVE 'AMOUNT DIFFERS FROM SENT'  TO ED-REASON
                   PERFORM 320-WRITE-EXCEPTION
                   GO TO 310-MATCH-EXIT
               END-IF.
               IF (PR-ACCEPTED OR PR-NET-REJECTED)
                  AND PR-STATUS-DATE NOT = WS-TODAY-DATE
                   MOVE 'PAYMENT ALREADY ACKNOWLEDGED'  TO ED-REASON
                   PERFORM 320-WRITE-EXCEPTION
                   GO TO 310-MATCH-EXIT
               END-IF.
               IF PR-GENERATED OR PR-FAILED
                   MOVE 'PAYMENT WAS NEVER SENT'    TO ED-REASON
                   PERFORM 320-WRITE-EXCEPTION
                   GO TO 310-MATCH-EXIT
               END-IF.
      *
               IF ACK-ACCEPTED
                   ADD 1 TO WS-PAYMENTS-ACCEPTED
                   MOVE 'A'           TO PR-STATUS
                   MOVE SPACES        TO PR-REJECT-REASON
               ELSE
                   PERFORM 330-WRITE-CREDIT
                   MOVE 'J'            TO PR-STATUS
                   MOVE ACK-REASON-CDE TO PR-REJECT-REASON
               END-IF.
               MOVE WS-TODAY-DATE     TO PR-STATUS-DATE.
               REWRITE PAY-REG-REC.
               IF WS-REG-STATUS NOT = ZEROES
                  MOVE 'Error writting file PAYREG'    TO WS-ERR-MSG
                  MOVE WS-REG-STATUS                   TO WS-ERR-CDE
                  MOVE '310-MATCH-ACK'                 TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         310-MATCH-EXIT.
               EXIT.
      *
         320-WRITE-EXCEPTION.
               ADD 1 TO WS-ACKS-EXCEPTED.
               MOVE ACK-PAY-REF       TO ED-PAY-REF.
               MOVE ACK-STATUS        TO ED-ACK-STATUS.
               IF ACK-AMOUNT IS NUMERIC
                  MOVE ACK-AMOUNT     TO ED-AMOUNT
               ELSE
                  MOVE ZEROES         TO ED-AMOUNT
               END-IF.
               MOVE ACK-REASON-CDE    TO ED-REASON-CDE.
               WRITE EXCEPT-RPT-REC FROM EXC-DETAIL-REC.
      *
      *    THE REJECTED PAYMENT'S FULL AMOUNT GOES BACK TO THE PAYING
      *    ACCOUNT AS A CLEARED CREDIT - THE MONEY NEVER LEFT THE
      *    BANK, SO NO DEPOSIT HOLD APPLIES.
         330-WRITE-CREDIT.
               MOVE SPACES            TO DEPOSIT-O.
               MOVE PR-ACCT-NO        TO DEP-ACCT-NO.
               MOVE PR-AMOUNT         TO DEP-AMT.
               MOVE PR-CURRENCY-CODE  TO DEP-CURRENCY-CODE.
               MOVE ZEROES            TO DEP-TRAN-TIME.
               MOVE WS-ACKS-READ      TO WS-GEN-REF-SEQ.
               MOVE WS-GEN-REF        TO DEP-TRAN-REF.
               MOVE 'C'               TO DEP-INSTR-TYPE.
               MOVE 'EPAY'            TO DEP-BRANCH-ID.
               MOVE 'PAYR'            TO DEP-TELLER-ID.
               WRITE DEPOSIT-O.
               ADD 1                  TO WS-CREDITS-WRITTEN.
               ADD PR-AMOUNT          TO WS-CREDITED-AMT.
      *
         400-CLOSE-FILES.
               CLOSE ACK-IN-FILE.
               CLOSE PAY-REG-FILE.
               CLOSE DEPOSIT-OUT-FILE.
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
