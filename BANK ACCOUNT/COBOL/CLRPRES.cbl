      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 16-11-2020
      * Purpose: OUTWARD CLEARING PRESENTMENT - GATHERS THE DAY'S
      *        : CHEQUE DEPOSITS ('Q' LOCAL, 'F' FOREIGN) OFF BNKACC'S
      *        : AUDIT TRAIL INTO THE CLEARING HOUSE PRESENTMENT FILE
      *        : (DRAWEE BANK, CHEQUE NUMBER, AMOUNT, OUR DEPOSIT
      *        : REFERENCE) BRACKETED BY A BATCH HEADER AND A CONTROL
      *        : TRAILER, AND RECORDS EVERY ITEM PRESENTED ON THE
      *        : KEYED CLEARING REGISTER CLRRTN MATCHES RETURNS TO.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. CLRPRES.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    TONIGHT'S BNKACC AUDIT TRAIL - ONLY DEPOSITS THAT ACTUALLY
      *    POSTED ARE PRESENTED.
           SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
      *    KEYED CLEARING REGISTER - ONE RECORD PER ITEM PRESENTED.
      *    AN ITEM ALREADY ON IT WAS PRESENTED BY AN EARLIER RUN OF
      *    THE NIGHT AND IS NOT SENT TWICE.
           SELECT CLR-REG-FILE ASSIGN TO CLRREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-DEP-REF
               FILE STATUS IS WS-REG-STATUS.
      *
      *    PRESENTMENT FILE IN THE CLEARING HOUSE'S FIXED FORMAT.
           SELECT PRESENT-OUT-FILE ASSIGN TO CLROUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PRS-STATUS.
      *
      *    CHEQUE DEPOSITS THAT CANNOT BE PRESENTED (NO CHEQUE NUMBER
      *    OR DRAWEE BANK CAPTURED) - FOR THE CLEARING DESK TO SEND
      *    BY HAND.
           SELECT EXCEPT-RPT-FILE ASSIGN TO CLRPEXC
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EXC-STATUS.
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
           05  AUD-INSTR-TYPE             PIC  X(01).
           05  AUD-CHEQUE-NO              PIC  9(08).
           05  AUD-DRAWEE-BANK            PIC  X(09).
           05  FILLER                     PIC  X(06).
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
       FD  PRESENT-OUT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PRESENT-REC.
           05  PRS-DEP-REF                PIC  X(12).
               88  PRS-BATCH-HEADER               VALUE 'BATCHHDR'.
               88  PRS-BATCH-TRAILER              VALUE 'BATCHTRL'.
           05  PRS-DRAWEE-BANK            PIC  X(09).
           05  PRS-CHEQUE-NO              PIC  9(08).
           05  PRS-AMOUNT                 PIC  9(7)V99.
           05  PRS-INSTR-TYPE             PIC  X(01).
           05  PRS-DEPOSIT-DATE           PIC  9(08).
           05  PRS-PAYEE-ACCT-NO          PIC  X(10).
           05  FILLER                     PIC  X(23).
       01  PRESENT-HDR REDEFINES PRESENT-REC.
           05  PRS-HDR-ID                 PIC  X(12).
           05  PRS-HDR-DATE               PIC  9(08).
           05  FILLER                     PIC  X(60).
       01  PRESENT-TRL REDEFINES PRESENT-REC.
           05  PRS-TRL-ID                 PIC  X(12).
           05  PRS-TRL-COUNT              PIC  9(07).
           05  PRS-TRL-AMOUNT             PIC  9(09)V99.
           05  FILLER                     PIC  X(50).
      *
       FD  EXCEPT-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  EXCEPT-RPT-REC                 PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-PRS-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-EXC-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-AUDIT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-AUDIT-EOF                         VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-CHQ-DEPS-READ               PIC 9(07) VALUE ZEROES.
       01  WS-ITEMS-PRESENTED             PIC 9(07) VALUE ZEROES.
       01  WS-ITEMS-ALREADY-SENT          PIC 9(07) VALUE ZEROES.
       01  WS-ITEMS-EXCEPTED              PIC 9(07) VALUE ZEROES.
       01  WS-PRESENTED-AMT               PIC 9(09)V99 VALUE ZEROES.
       01  WS-ITEM-AMT                    PIC 9(7)V99 VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  EXC-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'CHEQUE DEPOSITS NOT PRESENTED FOR    '.
           05  EH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  EXC-DETAIL-REC.
           05  ED-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-DEP-REF           PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ED-REASON            PIC X(30).
           05  FILLER               PIC X(15) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********OUTWARD CLEARING PRESENTMENT***********'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE SPACES        TO PRESENT-REC.
           MOVE 'BATCHHDR'    TO PRS-HDR-ID.
           MOVE WS-TODAY-DATE TO PRS-HDR-DATE.
           WRITE PRESENT-REC.
           MOVE WS-TODAY-DATE TO EH-DATE.
           WRITE EXCEPT-RPT-REC FROM EXC-HEADER-REC.
      *
           PERFORM 200-PRESENT-ONE-DEPOSIT
              UNTIL WS-AUDIT-EOF.
      *
      *    THE TRAILER DECLARES WHAT THE CLEARING HOUSE SHOULD HAVE
      *    RECEIVED, SO A TRUNCATED TRANSMISSION IS CAUGHT AT THEIR
      *    END INSTEAD OF HALF-CLEARING.
           MOVE SPACES             TO PRESENT-REC.
           MOVE 'BATCHTRL'         TO PRS-TRL-ID.
           MOVE WS-ITEMS-PRESENTED TO PRS-TRL-COUNT.
           MOVE WS-PRESENTED-AMT   TO PRS-TRL-AMOUNT.
           WRITE PRESENT-REC.
      *
           DISPLAY 'CHEQUE DEPOSITS READ   : ' WS-CHQ-DEPS-READ.
           DISPLAY 'ITEMS PRESENTED        : ' WS-ITEMS-PRESENTED.
           DISPLAY 'AMOUNT PRESENTED       : ' WS-PRESENTED-AMT.
           DISPLAY 'ALREADY PRESENTED      : ' WS-ITEMS-ALREADY-SENT.
           DISPLAY 'NOT PRESENTABLE        : ' WS-ITEMS-EXCEPTED.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-ITEMS-EXCEPTED > ZEROES
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
               OPEN OUTPUT PRESENT-OUT-FILE.
               IF WS-PRS-STATUS NOT = ZEROES
                  MOVE 'Error opening file CLROUT'     TO WS-ERR-MSG
                  MOVE WS-PRS-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT EXCEPT-RPT-FILE.
               IF WS-EXC-STATUS NOT = ZEROES
                  MOVE 'Error opening file CLRPEXC'    TO WS-ERR-MSG
                  MOVE WS-EXC-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-PRESENT-ONE-DEPOSIT.
               READ AUDIT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SW
                   NOT AT END
                       IF NOT AUD-CHAIN-TRAILER
                          IF AUD-TRAN-TYPE = 'DEPOSIT '
                             AND (AUD-INSTR-TYPE = 'Q'
                                  OR AUD-INSTR-TYPE = 'F')
                              ADD 1 TO WS-CHQ-DEPS-READ
                              PERFORM 210-PRESENT-CHEQUE
                                  THRU 210-PRESENT-EXIT
                          END-IF
                       END-IF
               END-READ.
      *
         210-PRESENT-CHEQUE.
               IF AUD-CHEQUE-NO NOT NUMERIC
                  OR AUD-CHEQUE-NO = ZEROES
                   MOVE 'NO CHEQUE NUMBER CAPTURED'  TO ED-REASON
                   PERFORM 220-WRITE-EXCEPTION
                   GO TO 210-PRESENT-EXIT
               END-IF.
               IF AUD-DRAWEE-BANK = SPACES
                   MOVE 'NO DRAWEE BANK CAPTURED'    TO ED-REASON
                   PERFORM 220-WRITE-EXCEPTION
                   GO TO 210-PRESENT-EXIT
               END-IF.
      *
               MOVE AUD-AMOUNT        TO WS-ITEM-AMT.
               MOVE SPACES            TO CLR-REG-REC.
               MOVE AUD-TRAN-REF      TO CR-DEP-REF.
               MOVE AUD-ACCT-NO       TO CR-ACCT-NO.
               MOVE WS-ITEM-AMT       TO CR-AMOUNT.
               MOVE AUD-DRAWEE-BANK   TO CR-DRAWEE-BANK.
               MOVE AUD-CHEQUE-NO     TO CR-CHEQUE-NO.
               MOVE AUD-INSTR-TYPE    TO CR-INSTR-TYPE.
               MOVE WS-TODAY-DATE     TO CR-PRESENT-DATE.
               MOVE 'P'               TO CR-STATUS.
               MOVE ZEROES            TO CR-RETURN-DATE.
               WRITE CLR-REG-REC
                   INVALID KEY
                       ADD 1 TO WS-ITEMS-ALREADY-SENT
                       GO TO 210-PRESENT-EXIT
               END-WRITE.
      *
               MOVE SPACES            TO PRESENT-REC.
               MOVE AUD-TRAN-REF      TO PRS-DEP-REF.
               MOVE AUD-DRAWEE-BANK   TO PRS-DRAWEE-BANK.
               MOVE AUD-CHEQUE-NO     TO PRS-CHEQUE-NO.
               MOVE WS-ITEM-AMT       TO PRS-AMOUNT.
               MOVE AUD-INSTR-TYPE    TO PRS-INSTR-TYPE.
               MOVE AUD-TRAN-DATE     TO PRS-DEPOSIT-DATE.
               MOVE AUD-ACCT-NO       TO PRS-PAYEE-ACCT-NO.
               WRITE PRESENT-REC.
               ADD 1                  TO WS-ITEMS-PRESENTED.
               ADD WS-ITEM-AMT        TO WS-PRESENTED-AMT.
      *
         210-PRESENT-EXIT.
               EXIT.
      *
         220-WRITE-EXCEPTION.
               ADD 1 TO WS-ITEMS-EXCEPTED.
               MOVE AUD-ACCT-NO       TO ED-ACCT-NO.
               MOVE AUD-TRAN-REF      TO ED-DEP-REF.
               MOVE AUD-AMOUNT        TO ED-AMOUNT.
               WRITE EXCEPT-RPT-REC FROM EXC-DETAIL-REC.
      *
         400-CLOSE-FILES.
               CLOSE AUDIT-IN-FILE.
               CLOSE CLR-REG-FILE.
               CLOSE PRESENT-OUT-FILE.
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
