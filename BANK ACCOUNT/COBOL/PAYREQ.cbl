      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 24-11-2020
      * Purpose: OUTGOING EXTERNAL PAYMENT REQUESTS - VALIDATES EACH
      *        : REQUEST TO PAY A REGISTERED BENEFICIARY (BENEFMST)
      *        : AT ANOTHER BANK, TURNS IT INTO A CONTROL-BRACKETED
      *        : WITHDRAWAL BATCH THAT CONCATENATES ONTO WITFILE AHEAD
      *        : OF THE BNKACC STEP (THE STORDER/CARDSETL PATTERN), AND
      *        : RECORDS THE PAYMENT ON THE KEYED PAYREG REGISTER WITH
      *        : THE BENEFICIARY'S BANK DETAILS, FOR PAYOUT TO SEND TO
      *        : THE PAYMENT NETWORK ONCE THE DEBIT HAS POSTED.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. PAYREQ.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    TODAY'S PAYMENT REQUESTS FROM THE BRANCHES.
           SELECT PAY-REQUEST-FILE ASSIGN TO PAYREQIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PRQ-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
      *    ONLY A BENEFICIARY REGISTERED AGAINST THE PAYING ACCOUNT
      *    THROUGH BNKBENM CAN BE PAID.
           SELECT BENEF-MASTER-FILE ASSIGN TO BENEFMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-KEY
               FILE STATUS IS WS-BEN-STATUS.
      *
      *    KEYED OUTGOING-PAYMENT REGISTER - ONE RECORD PER PAYMENT.
           SELECT PAY-REG-FILE ASSIGN TO PAYREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PAY-REF
               FILE STATUS IS WS-REG-STATUS.
      *
           SELECT WITHDRW-OUT-FILE ASSIGN TO WITOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WITOUT-STATUS.
      *
      *    REQUESTS THAT CANNOT BE PAID - EACH WITH A REASON FOR THE
      *    PAYMENTS DESK TO TAKE BACK TO THE BRANCH.
           SELECT EXCEPT-RPT-FILE ASSIGN TO PAYREQEX
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EXC-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    PRQ-REQ-REF IS THE BRANCH'S UNIQUE REFERENCE FOR THE
      *    PAYMENT - IT BECOMES THE WITHDRAWAL'S TRANSACTION REF AND
      *    THE PAYREG KEY, SO ONE REFERENCE PAYS ONCE. PRQ-AUTH2-ID
      *    CARRIES THE SECOND SIGNATORY FOR A BOTH-TO-SIGN ACCOUNT.
       FD  PAY-REQUEST-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PAY-REQUEST-REC.
           05  PRQ-ACCT-NO                PIC  X(10).
           05  PRQ-BEN-ID                 PIC  X(04).
           05  PRQ-AMOUNT                 PIC  9(07)V99.
           05  PRQ-REQ-REF                PIC  X(12).
           05  PRQ-AUTH2-ID               PIC  X(04).
           05  FILLER                     PIC  X(41).
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
       FD  BENEF-MASTER-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  BENEF-MASTER-REC.
           02  BEN-KEY.
               03  BEN-ACCT-NO      PIC X(10).
               03  BEN-ID           PIC X(04).
      *    NAMED BENEFICIARY FIELDS (BEN-DATA GROUP) - SEE
      *    COPYBOOKS/BENREC.cbl
           COPY BENREC.
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
      *    SAME LAYOUT AS BNKACC'S WITHDRW-I SO THE BATCH CONCATENATES
      *    STRAIGHT ONTO WITFILE. THE BRANCH ID IS THE PSEUDO-BRANCH
      *    'EPAY' SO TELLBAL KEEPS THE PAYMENTS OUT OF THE TELLER
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
       FD  EXCEPT-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  EXCEPT-RPT-REC                 PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-PRQ-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-BEN-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-WITOUT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-PRQ-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-PRQ-EOF                           VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-REQUESTS-READ               PIC 9(07) VALUE ZEROES.
       01  WS-PAYMENTS-GENERATED          PIC 9(07) VALUE ZEROES.
       01  WS-PAYMENTS-REISSUED           PIC 9(07) VALUE ZEROES.
       01  WS-REQUESTS-EXCEPTED           PIC 9(07) VALUE ZEROES.
       01  WS-GENERATED-AMT               PIC 9(09)V99 VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  EXC-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'PAYMENT REQUESTS NOT ACCEPTED FOR    '.
           05  EH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  EXC-DETAIL-REC.
           05  ED-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-BEN-ID            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-REQ-REF           PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-REASON            PIC X(30).
           05  FILLER               PIC X(10) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********EXTERNAL PAYMENT REQUESTS**************'.
      *
           PERFORM 100-OPEN-FILES.
      *
      *    THE GENERATED FEED IS A CONTROL-BRACKETED BATCH OF ITS
      *    OWN, SO BNKACC'S VERIFY PASS PROVES IT OUT THE SAME WAY
      *    IT PROVES THE TELLER BATCH.
           MOVE SPACES        TO WITHDRW-O.
           MOVE 'BATCHHDR'    TO WIT-ACCT-NO.
           WRITE WITHDRW-O.
           MOVE WS-TODAY-DATE TO EH-DATE.
           WRITE EXCEPT-RPT-REC FROM EXC-HEADER-REC.
      *
           PERFORM 200-PROCESS-ONE-REQUEST
              UNTIL WS-PRQ-EOF.
      *
           MOVE SPACES                TO WITHDRW-O.
           MOVE 'BATCHTRL'            TO WIT-TRL-ID.
           MOVE WS-PAYMENTS-GENERATED TO WIT-TRL-COUNT.
           MOVE WS-GENERATED-AMT      TO WIT-TRL-AMOUNT.
           WRITE WITHDRW-O.
      *
           DISPLAY 'PAYMENT REQUESTS READ  : ' WS-REQUESTS-READ.
           DISPLAY 'WITHDRAWALS GENERATED  : ' WS-PAYMENTS-GENERATED.
           DISPLAY 'AMOUNT GENERATED       : ' WS-GENERATED-AMT.
           DISPLAY 'OF WHICH RE-ISSUED     : ' WS-PAYMENTS-REISSUED.
           DISPLAY 'REQUESTS NOT ACCEPTED  : ' WS-REQUESTS-EXCEPTED.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-REQUESTS-EXCEPTED > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT PAY-REQUEST-FILE.
               IF WS-PRQ-STATUS NOT = ZEROES
                  MOVE 'Error opening file PAYREQIN'   TO WS-ERR-MSG
                  MOVE WS-PRQ-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT BALANCE-AMT.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file BALFILE'    TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT BENEF-MASTER-FILE.
               IF WS-BEN-STATUS NOT = ZEROES
                  MOVE 'Error opening file BENEFMST'   TO WS-ERR-MSG
                  MOVE WS-BEN-STATUS                   TO WS-ERR-CDE
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
               OPEN OUTPUT WITHDRW-OUT-FILE.
               IF WS-WITOUT-STATUS NOT = ZEROES
                  MOVE 'Error opening file WITOUT'     TO WS-ERR-MSG
                  MOVE WS-WITOUT-STATUS                TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT EXCEPT-RPT-FILE.
               IF WS-EXC-STATUS NOT = ZEROES
                  MOVE 'Error opening file PAYREQEX'   TO WS-ERR-MSG
                  MOVE WS-EXC-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-PROCESS-ONE-REQUEST.
               READ PAY-REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-PRQ-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM 210-VALIDATE-REQUEST
                           THRU 210-VALIDATE-EXIT
               END-READ.
      *
         210-VALIDATE-REQUEST.
               IF PRQ-REQ-REF = SPACES
                   MOVE 'NO PAYMENT REFERENCE'       TO ED-REASON
                   PERFORM 250-WRITE-EXCEPTION
                   GO TO 210-VALIDATE-EXIT
               END-IF.
               IF PRQ-AMOUNT NOT NUMERIC
                  OR PRQ-AMOUNT = ZEROES
                   MOVE 'INVALID PAYMENT AMOUNT'     TO ED-REASON
                   PERFORM 250-WRITE-EXCEPTION
                   GO TO 210-VALIDATE-EXIT
               END-IF.
      *
               MOVE PRQ-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON BALFILE'  TO ED-REASON
                       PERFORM 250-WRITE-EXCEPTION
                       GO TO 210-VALIDATE-EXIT
               END-READ.
               IF SANCTION-STATUS = 'S'
                   MOVE 'ACCOUNT BLOCKED - SANCTIONS' TO ED-REASON
                   PERFORM 250-WRITE-EXCEPTION
                   GO TO 210-VALIDATE-EXIT
               END-IF.
      *
               MOVE PRQ-ACCT-NO TO BEN-ACCT-NO.
               MOVE PRQ-BEN-ID  TO BEN-ID.
               READ BENEF-MASTER-FILE
                   INVALID KEY
                       MOVE 'BENEFICIARY NOT REGISTERED' TO ED-REASON
                       PERFORM 250-WRITE-EXCEPTION
                       GO TO 210-VALIDATE-EXIT
               END-READ.
      *
      *    A PAYEE CONFIRMED AGAINST THE SANCTIONS LIST IS NEVER PAID.
               IF BEN-SANCTION-STATUS = 'S'
                   MOVE 'PAYEE BLOCKED - SANCTIONS'   TO ED-REASON
                   PERFORM 250-WRITE-EXCEPTION
                   GO TO 210-VALIDATE-EXIT
               END-IF.
      *
      *    A REFERENCE ALREADY ON THE REGISTER IS A DUPLICATE - UNLESS
      *    THIS IS A RERUN OF TONIGHT'S STEP AND THE PAYMENT IS STILL
      *    ONLY GENERATED, IN WHICH CASE THE WITHDRAWAL IS WRITTEN
      *    AGAIN (BNKACC'S DUPLICATE-REFERENCE GUARD STOPS A SECOND
      *    DEBIT IF THE FIRST ONE EVER POSTED).
               MOVE PRQ-REQ-REF TO PR-PAY-REF.
               READ PAY-REG-FILE
                   INVALID KEY
                       PERFORM 220-REGISTER-PAYMENT
                       PERFORM 230-WRITE-WITHDRAWAL
                       GO TO 210-VALIDATE-EXIT
               END-READ.
      *
               IF PR-GENERATED
                  AND PR-REQUEST-DATE = WS-TODAY-DATE
                  AND PR-ACCT-NO = PRQ-ACCT-NO
                   ADD 1 TO WS-PAYMENTS-REISSUED
                   PERFORM 230-WRITE-WITHDRAWAL
               ELSE
                   MOVE 'DUPLICATE PAYMENT REFERENCE' TO ED-REASON
                   PERFORM 250-WRITE-EXCEPTION
               END-IF.
      *
         210-VALIDATE-EXIT.
               EXIT.
      *
      *    THE BENEFICIARY'S BANK DETAILS ARE FROZEN ONTO THE REGISTER
      *    AS THEY STAND TODAY.
         220-REGISTER-PAYMENT.
               MOVE SPACES            TO PAY-REG-DATA.
               MOVE PRQ-ACCT-NO       TO PR-ACCT-NO.
               MOVE PRQ-BEN-ID        TO PR-BEN-ID.
               MOVE BEN-NAME          TO PR-BEN-NAME.
               MOVE BEN-ROUTING-CODE  TO PR-BEN-ROUTING-CODE.
               MOVE BEN-BANK-ACCT     TO PR-BEN-BANK-ACCT.
               MOVE PRQ-AMOUNT        TO PR-AMOUNT.
               MOVE CURRENCY-CODE     TO PR-CURRENCY-CODE.
               MOVE WS-TODAY-DATE     TO PR-REQUEST-DATE.
               MOVE 'G'               TO PR-STATUS.
               MOVE WS-TODAY-DATE     TO PR-STATUS-DATE.
               WRITE PAY-REG-REC.
               IF WS-REG-STATUS NOT = ZEROES
                  MOVE 'Error writting file PAYREG'    TO WS-ERR-MSG
                  MOVE WS-REG-STATUS                   TO WS-ERR-CDE
                  MOVE '220-REGISTER-PAYMENT'          TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         230-WRITE-WITHDRAWAL.
               MOVE SPACES            TO WITHDRW-O.
               MOVE PRQ-ACCT-NO       TO WIT-ACCT-NO.
               MOVE PRQ-AMOUNT        TO DRAW-AMT.
               MOVE CURRENCY-CODE     TO WIT-CURRENCY-CODE.
               MOVE ZEROES            TO WIT-TRAN-TIME.
               MOVE PRQ-REQ-REF       TO WIT-TRAN-REF.
               MOVE 'EPAY'            TO WIT-BRANCH-ID.
               MOVE 'PAYS'            TO WIT-TELLER-ID.
               MOVE PRQ-AUTH2-ID      TO WIT-AUTH2-ID.
               WRITE WITHDRW-O.
               ADD 1                  TO WS-PAYMENTS-GENERATED.
               ADD PRQ-AMOUNT         TO WS-GENERATED-AMT.
      *
         250-WRITE-EXCEPTION.
               ADD 1 TO WS-REQUESTS-EXCEPTED.
               MOVE PRQ-ACCT-NO       TO ED-ACCT-NO.
               MOVE PRQ-BEN-ID        TO ED-BEN-ID.
               MOVE PRQ-REQ-REF       TO ED-REQ-REF.
               IF PRQ-AMOUNT IS NUMERIC
                  MOVE PRQ-AMOUNT     TO ED-AMOUNT
               ELSE
                  MOVE ZEROES         TO ED-AMOUNT
               END-IF.
               WRITE EXCEPT-RPT-REC FROM EXC-DETAIL-REC.
      *
         400-CLOSE-FILES.
               CLOSE PAY-REQUEST-FILE.
               CLOSE BALANCE-AMT.
               CLOSE BENEF-MASTER-FILE.
               CLOSE PAY-REG-FILE.
               CLOSE WITHDRW-OUT-FILE.
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
