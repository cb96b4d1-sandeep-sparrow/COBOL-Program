      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 09-11-2020
      * Purpose: NIGHTLY LOAN LEDGER POSTING - RAISES EVERY LOANMAST
      *        : INSTALLMENT THAT HAS FALLEN DUE (INTEREST ON THE
      *        : OUTSTANDING PRINCIPAL, THE REST OF THE EMI AS
      *        : PRINCIPAL) INTO THE LOAN'S OVERDUE BALANCES, THEN
      *        : APPLIES EACH EMI STORDER COLLECTED TONIGHT (FOUND ON
      *        : BNKACC'S AUDIT TRAIL BY ITS ORDER-ID REFERENCE) -
      *        : OVERDUE INTEREST FIRST, THEN PRINCIPAL - AND POSTS
      *        : THE SPLIT TO ITS OWN PRINCIPAL AND INTEREST GL CODES.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. LOANPOST.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCT-NO
               FILE STATUS IS WS-LOAN-STATUS.
      *
      *    TONIGHT'S BNKACC AUDIT TRAIL - THE EMI WITHDRAWALS THAT
      *    ACTUALLY POSTED. AN EMI STORDER GENERATED BUT BNKACC
      *    REJECTED NEVER REACHES IT, SO IT STAYS OVERDUE.
           SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
           SELECT GL-FEED-FILE ASSIGN TO GLFEED
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-GL-STATUS.
      *
           SELECT LOAN-RPT-FILE ASSIGN TO LNPOSTRP
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  LOAN-MASTER-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  LOAN-MASTER-REC.
           02  LN-ACCT-NO           PIC X(10).
      *    NAMED LOAN-DATA FIELDS (LOAN-DATA GROUP) - SEE
      *    COPYBOOKS/LOANREC.cbl
           COPY LOANREC.
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
      *    LAYOUT MIRRORS BNKACC.CBL'S GL-FEED-REC.
       FD  GL-FEED-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-FEED-REC.
           05  GL-SOURCE-ACCT-NO          PIC  X(10).
           05  FILLER                     PIC  X(01).
           05  GL-ACCOUNT-CODE            PIC  X(06).
           05  FILLER                     PIC  X(01).
           05  GL-DR-CR                   PIC  X(02).
           05  FILLER                     PIC  X(01).
           05  GL-POST-AMOUNT             PIC  9999999.99.
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-TYPE               PIC  X(08).
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-DATE               PIC  9(08).
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-REF                PIC  X(12).
           05  GL-BRANCH-ID               PIC  X(04).
           05  FILLER                     PIC  X(14).
      *
       FD  LOAN-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  LOAN-RPT-REC                   PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-LOAN-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-LOAN-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-LOAN-EOF                          VALUE 'Y'.
       01  WS-AUDIT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-AUDIT-EOF                         VALUE 'Y'.
       01  WS-DUE-SW                      PIC X(01) VALUE 'N'.
           88  WS-INSTALLMENT-DUE                   VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-LOANS-READ                  PIC 9(07) VALUE ZEROES.
       01  WS-DUES-RAISED                 PIC 9(07) VALUE ZEROES.
       01  WS-EMIS-APPLIED                PIC 9(07) VALUE ZEROES.
       01  WS-EMIS-SKIPPED                PIC 9(07) VALUE ZEROES.
       01  WS-LOANS-CLOSED                PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-PRIN-PAID             PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOTAL-INT-PAID              PIC 9(9)V99 VALUE ZEROES.
      *
      *    INSTALLMENT AND COLLECTION WORK FIELDS.
       01  WS-NOT-DUE-PRIN                PIC 9(7)V99 VALUE ZEROES.
       01  WS-DUE-INT                     PIC 9(7)V99 VALUE ZEROES.
       01  WS-DUE-PRIN                    PIC S9(7)V99 VALUE ZEROES.
       01  WS-REMAINING-AMT               PIC 9(7)V99 VALUE ZEROES.
       01  WS-INT-PAID                    PIC 9(7)V99 VALUE ZEROES.
       01  WS-PRIN-PAID                   PIC 9(7)V99 VALUE ZEROES.
       01  WS-OVERDUE-PAID                PIC 9(7)V99 VALUE ZEROES.
       01  WS-EXCESS-PAID                 PIC 9(7)V99 VALUE ZEROES.
       01  WS-COLLECTED-AMT               PIC 9(7)V99 VALUE ZEROES.
       01  WS-OVERDUE-TOTAL               PIC 9(7)V99 VALUE ZEROES.
       01  WS-MONTHS-BACK                 PIC 9(03) VALUE ZEROES.
      *
      *    MONTH ARITHMETIC ON A CCYYMMDD DATE - THE DAY OF MONTH
      *    RIDES ALONG AND IS CLAMPED TO THE TARGET MONTH'S LENGTH,
      *    THE SAME RULE STORDER APPLIES TO THE EMI ORDER.
       01  WS-DATE-PARTS.
           05  WS-DT-YYYY                 PIC 9(04).
           05  WS-DT-MM                   PIC 9(02).
           05  WS-DT-DD                   PIC 9(02).
       01  WS-WORK-DATE REDEFINES WS-DATE-PARTS
                                          PIC 9(08).
       01  WS-MONTH-WORK                  PIC S9(07) VALUE ZEROES.
       01  WS-MONTH-SHIFT                 PIC S9(03) VALUE ZEROES.
       01  WS-MONTH-MAX-DD                PIC 9(02) VALUE 31.
      *
       01  WS-CASH-CONTROL-ACCT           PIC X(06) VALUE '100100'.
       01  WS-SUSPENSE-ACCT               PIC X(06) VALUE '100900'.
       01  WS-LOAN-PRIN-ACCT              PIC X(06) VALUE '130100'.
       01  WS-LOAN-INT-INCOME-ACCT        PIC X(06) VALUE '500300'.
       01  WS-GL-AMOUNT                   PIC 9(7)V99 VALUE ZEROES.
       01  WS-GL-ACCOUNT                  PIC X(06) VALUE SPACES.
       01  WS-GL-SIDE                     PIC X(02) VALUE SPACES.
       01  WS-GL-TYPE                     PIC X(08) VALUE SPACES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(30) VALUE
               'LOAN LEDGER POSTING FOR       '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(42) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACTION            PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-DATE              PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-INTEREST          PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-PRINCIPAL         PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-OUTSTANDING       PIC Z(6)9.99.
           05  FILLER               PIC X(17) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(16) VALUE
               'EMIS APPLIED:   '.
           05  RT-COUNT             PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE '  INTEREST: '.
           05  RT-INTEREST          PIC Z(8)9.99.
           05  FILLER               PIC X(13) VALUE '  PRINCIPAL: '.
           05  RT-PRINCIPAL         PIC Z(8)9.99.
           05  FILLER               PIC X(06) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********LOAN LEDGER POSTING*******************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE LOAN-RPT-REC FROM RPT-HEADER-REC.
      *
      *    DUES FIRST, SO AN EMI COLLECTED ON ITS OWN DUE DATE
      *    FINDS THE INSTALLMENT ALREADY RAISED AND CLEARS IT.
           MOVE LOW-VALUES TO LN-ACCT-NO.
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LN-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-LOAN-EOF-SW
           END-START.
           PERFORM 200-RAISE-DUES-ONE-LOAN
              UNTIL WS-LOAN-EOF.
      *
           PERFORM 300-APPLY-ONE-AUDIT-RECORD
              UNTIL WS-AUDIT-EOF.
      *
           MOVE WS-EMIS-APPLIED    TO RT-COUNT.
           MOVE WS-TOTAL-INT-PAID  TO RT-INTEREST.
           MOVE WS-TOTAL-PRIN-PAID TO RT-PRINCIPAL.
           WRITE LOAN-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'LOANS READ             : ' WS-LOANS-READ.
           DISPLAY 'INSTALLMENTS RAISED    : ' WS-DUES-RAISED.
           DISPLAY 'EMIS APPLIED           : ' WS-EMIS-APPLIED.
           DISPLAY 'EMIS ALREADY APPLIED   : ' WS-EMIS-SKIPPED.
           DISPLAY 'LOANS REPAID IN FULL   : ' WS-LOANS-CLOSED.
           DISPLAY 'INTEREST COLLECTED     : ' WS-TOTAL-INT-PAID.
           DISPLAY 'PRINCIPAL COLLECTED    : ' WS-TOTAL-PRIN-PAID.
      *
           PERFORM 400-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN I-O    LOAN-MASTER-FILE.
               IF WS-LOAN-STATUS = '35'
                  OPEN OUTPUT LOAN-MASTER-FILE
                  CLOSE LOAN-MASTER-FILE
                  OPEN I-O LOAN-MASTER-FILE
               END-IF.
               IF WS-LOAN-STATUS NOT = ZEROES
                  MOVE 'Error opening file LOANMAST'   TO WS-ERR-MSG
                  MOVE WS-LOAN-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT AUDIT-IN-FILE.
               IF WS-AUDIT-STATUS NOT = ZEROES
                  MOVE 'Error opening file AUDITIN'    TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT GL-FEED-FILE.
               IF WS-GL-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLFEED'     TO WS-ERR-MSG
                  MOVE WS-GL-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT LOAN-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file LNPOSTRP'   TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-RAISE-DUES-ONE-LOAN.
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       IF LN-ACTIVE
                           MOVE 'Y' TO WS-DUE-SW
                           PERFORM 210-RAISE-ONE-INSTALLMENT
                               UNTIL NOT WS-INSTALLMENT-DUE
                           REWRITE LOAN-MASTER-REC
                       END-IF
               END-READ.
      *
      *    A MISSED NIGHT CATCHES UP ONE INSTALLMENT AT A TIME. THE
      *    INTEREST IS THE MONTH'S CHARGE ON ALL PRINCIPAL STILL OWED
      *    (OVERDUE PRINCIPAL GOES ON BEARING INTEREST); THE REST OF
      *    THE EMI FALLS DUE AS PRINCIPAL, NEVER MORE THAN IS LEFT -
      *    SO THE LAST INSTALLMENT TAKES UP THE SCHEDULE'S ROUNDING.
         210-RAISE-ONE-INSTALLMENT.
               COMPUTE WS-NOT-DUE-PRIN =
                   LN-OUTSTANDING-PRIN - LN-OVERDUE-PRIN.
               IF LN-NEXT-DUE-DATE > WS-TODAY-DATE
                  OR WS-NOT-DUE-PRIN = ZEROES
                   MOVE 'N' TO WS-DUE-SW
               ELSE
                   COMPUTE WS-DUE-INT ROUNDED =
                       LN-OUTSTANDING-PRIN * LN-ANNUAL-RATE / 1200
                   COMPUTE WS-DUE-PRIN = LN-EMI-AMT - WS-DUE-INT
                   IF WS-DUE-PRIN < ZEROES
                       MOVE ZEROES TO WS-DUE-PRIN
                   END-IF
                   IF WS-DUE-PRIN > WS-NOT-DUE-PRIN
                       MOVE WS-NOT-DUE-PRIN TO WS-DUE-PRIN
                   END-IF
                   ADD WS-DUE-INT  TO LN-OVERDUE-INT
                   ADD WS-DUE-PRIN TO LN-OVERDUE-PRIN
                   IF LN-OLDEST-DUE-DATE = ZEROES
                       MOVE LN-NEXT-DUE-DATE TO LN-OLDEST-DUE-DATE
                   END-IF
                   ADD 1 TO WS-DUES-RAISED
                   MOVE LN-ACCT-NO          TO RD-ACCT-NO
                   MOVE 'DUE RAISED'        TO RD-ACTION
                   MOVE LN-NEXT-DUE-DATE    TO RD-DATE
                   MOVE WS-DUE-INT          TO RD-INTEREST
                   MOVE WS-DUE-PRIN         TO RD-PRINCIPAL
                   MOVE LN-OUTSTANDING-PRIN TO RD-OUTSTANDING
                   WRITE LOAN-RPT-REC FROM RPT-DETAIL-REC
                   MOVE LN-NEXT-DUE-DATE TO WS-WORK-DATE
                   MOVE 1 TO WS-MONTH-SHIFT
                   PERFORM 500-SHIFT-MONTHS
                   MOVE WS-WORK-DATE TO LN-NEXT-DUE-DATE
               END-IF.
      *
         300-APPLY-ONE-AUDIT-RECORD.
               READ AUDIT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SW
                   NOT AT END
                       IF NOT AUD-CHAIN-TRAILER
                          IF AUD-TRAN-TYPE = 'WITHDRAW'
                              PERFORM 310-MATCH-EMI THRU 310-MATCH-EXIT
                          END-IF
                       END-IF
               END-READ.
      *
      *    ONLY A WITHDRAWAL CARRYING THE LOAN'S OWN ORDER-ID STEM
      *    IS AN EMI. STORDER'S REFERENCES RUN ORDER-ID + YYMMDD, SO
      *    THEY ASCEND - ONE NOT PAST THE LAST APPLIED HAS ALREADY
      *    BEEN TAKEN ON A PREVIOUS RUN OF THE NIGHT.
         310-MATCH-EMI.
               MOVE AUD-ACCT-NO TO LN-ACCT-NO.
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       GO TO 310-MATCH-EXIT
               END-READ.
               IF NOT LN-ACTIVE
                  OR AUD-TRAN-REF (1:6) NOT = LN-ORDER-ID
                   GO TO 310-MATCH-EXIT
               END-IF.
               IF AUD-TRAN-REF NOT > LN-LAST-PAID-REF
                   ADD 1 TO WS-EMIS-SKIPPED
                   GO TO 310-MATCH-EXIT
               END-IF.
      *
               MOVE AUD-AMOUNT TO WS-COLLECTED-AMT.
               PERFORM 320-SPLIT-COLLECTION.
               PERFORM 330-POST-COLLECTION.
      *
               MOVE AUD-TRAN-REF  TO LN-LAST-PAID-REF.
               MOVE WS-TODAY-DATE TO LN-LAST-PAID-DATE.
               IF LN-OUTSTANDING-PRIN = ZEROES
                  AND LN-OVERDUE-INT = ZEROES
                   MOVE 'C' TO LN-STATUS
                   ADD 1 TO WS-LOANS-CLOSED
               END-IF.
               PERFORM 340-SET-OLDEST-DUE-DATE.
               REWRITE LOAN-MASTER-REC.
      *
               ADD 1 TO WS-EMIS-APPLIED.
               MOVE LN-ACCT-NO          TO RD-ACCT-NO.
               MOVE 'COLLECTED '        TO RD-ACTION.
               MOVE AUD-TRAN-DATE       TO RD-DATE.
               MOVE WS-INT-PAID         TO RD-INTEREST.
               MOVE WS-PRIN-PAID        TO RD-PRINCIPAL.
               MOVE LN-OUTSTANDING-PRIN TO RD-OUTSTANDING.
               WRITE LOAN-RPT-REC FROM RPT-DETAIL-REC.
      *
         310-MATCH-EXIT.
               EXIT.
      *
      *    OVERDUE INTEREST IS CLEARED FIRST, THEN OVERDUE PRINCIPAL.
      *    ANYTHING LEFT IS A PREPAYMENT OFF THE PRINCIPAL NOT YET
      *    DUE; ANYTHING BEYOND THE WHOLE LOAN GOES TO SUSPENSE.
         320-SPLIT-COLLECTION.
               MOVE WS-COLLECTED-AMT TO WS-REMAINING-AMT.
               MOVE ZEROES TO WS-INT-PAID WS-PRIN-PAID WS-EXCESS-PAID.
      *
               IF WS-REMAINING-AMT > LN-OVERDUE-INT
                   MOVE LN-OVERDUE-INT   TO WS-INT-PAID
               ELSE
                   MOVE WS-REMAINING-AMT TO WS-INT-PAID
               END-IF.
               SUBTRACT WS-INT-PAID FROM WS-REMAINING-AMT.
               SUBTRACT WS-INT-PAID FROM LN-OVERDUE-INT.
      *
               IF WS-REMAINING-AMT > LN-OVERDUE-PRIN
                   MOVE LN-OVERDUE-PRIN  TO WS-OVERDUE-PAID
               ELSE
                   MOVE WS-REMAINING-AMT TO WS-OVERDUE-PAID
               END-IF.
               SUBTRACT WS-OVERDUE-PAID FROM WS-REMAINING-AMT.
               SUBTRACT WS-OVERDUE-PAID FROM LN-OVERDUE-PRIN.
               MOVE WS-OVERDUE-PAID TO WS-PRIN-PAID.
      *
               COMPUTE WS-NOT-DUE-PRIN =
                   LN-OUTSTANDING-PRIN - WS-OVERDUE-PAID
                                       - LN-OVERDUE-PRIN.
               IF WS-REMAINING-AMT > WS-NOT-DUE-PRIN
                   ADD WS-NOT-DUE-PRIN TO WS-PRIN-PAID
                   COMPUTE WS-EXCESS-PAID =
                       WS-REMAINING-AMT - WS-NOT-DUE-PRIN
               ELSE
                   ADD WS-REMAINING-AMT TO WS-PRIN-PAID
               END-IF.
               SUBTRACT WS-PRIN-PAID FROM LN-OUTSTANDING-PRIN.
      *
               ADD WS-INT-PAID  TO WS-TOTAL-INT-PAID.
               ADD WS-PRIN-PAID TO WS-TOTAL-PRIN-PAID.
      *
      *    THE EMI LEFT THE CUSTOMER'S ACCOUNT AS A WITHDRAWAL
      *    AGAINST CASH CONTROL; HERE CASH CONTROL HANDS IT ON TO THE
      *    LOAN - PRINCIPAL OFF THE LOANS-RECEIVABLE ASSET, INTEREST
      *    TO LOAN INTEREST INCOME.
         330-POST-COLLECTION.
               MOVE WS-COLLECTED-AMT        TO WS-GL-AMOUNT.
               MOVE WS-CASH-CONTROL-ACCT    TO WS-GL-ACCOUNT.
               MOVE 'DR'                    TO WS-GL-SIDE.
               MOVE 'LOANEMI '              TO WS-GL-TYPE.
               PERFORM 350-WRITE-GL-LEG.
               IF WS-PRIN-PAID > ZEROES
                   MOVE WS-PRIN-PAID        TO WS-GL-AMOUNT
                   MOVE WS-LOAN-PRIN-ACCT   TO WS-GL-ACCOUNT
                   MOVE 'CR'                TO WS-GL-SIDE
                   MOVE 'LOANPRIN'          TO WS-GL-TYPE
                   PERFORM 350-WRITE-GL-LEG
               END-IF.
               IF WS-INT-PAID > ZEROES
                   MOVE WS-INT-PAID             TO WS-GL-AMOUNT
                   MOVE WS-LOAN-INT-INCOME-ACCT TO WS-GL-ACCOUNT
                   MOVE 'CR'                    TO WS-GL-SIDE
                   MOVE 'LOANINT '              TO WS-GL-TYPE
                   PERFORM 350-WRITE-GL-LEG
               END-IF.
               IF WS-EXCESS-PAID > ZEROES
                   MOVE WS-EXCESS-PAID      TO WS-GL-AMOUNT
                   MOVE WS-SUSPENSE-ACCT    TO WS-GL-ACCOUNT
                   MOVE 'CR'                TO WS-GL-SIDE
                   MOVE 'LOANEMI '          TO WS-GL-TYPE
                   PERFORM 350-WRITE-GL-LEG
                   DISPLAY 'EMI OVERPAYMENT TO SUSPENSE: ' LN-ACCT-NO
               END-IF.
      *
      *    WITH ARREARS LEFT, THE OLDEST UNPAID INSTALLMENT IS AS
      *    MANY MONTHS BEFORE THE NEXT DUE DATE AS THE ARREARS
      *    MEASURE IN WHOLE OR PART EMIS.
         340-SET-OLDEST-DUE-DATE.
               COMPUTE WS-OVERDUE-TOTAL =
                   LN-OVERDUE-PRIN + LN-OVERDUE-INT.
               IF WS-OVERDUE-TOTAL = ZEROES
                  OR LN-EMI-AMT = ZEROES
                   MOVE ZEROES TO LN-OLDEST-DUE-DATE
               ELSE
                   DIVIDE WS-OVERDUE-TOTAL BY LN-EMI-AMT
                       GIVING WS-MONTHS-BACK
                   IF WS-MONTHS-BACK * LN-EMI-AMT < WS-OVERDUE-TOTAL
                       ADD 1 TO WS-MONTHS-BACK
                   END-IF
                   MOVE LN-NEXT-DUE-DATE TO WS-WORK-DATE
                   COMPUTE WS-MONTH-SHIFT = ZEROES - WS-MONTHS-BACK
                   PERFORM 500-SHIFT-MONTHS
                   MOVE WS-WORK-DATE TO LN-OLDEST-DUE-DATE
               END-IF.
      *
         350-WRITE-GL-LEG.
               MOVE SPACES                 TO GL-FEED-REC.
               MOVE LN-ACCT-NO             TO GL-SOURCE-ACCT-NO.
               MOVE WS-GL-ACCOUNT          TO GL-ACCOUNT-CODE.
               MOVE WS-GL-SIDE             TO GL-DR-CR.
               MOVE WS-GL-AMOUNT           TO GL-POST-AMOUNT.
               MOVE WS-GL-TYPE             TO GL-TRAN-TYPE.
               MOVE WS-TODAY-DATE          TO GL-TRAN-DATE.
               MOVE AUD-TRAN-REF           TO GL-TRAN-REF.
               MOVE AUD-BRANCH-ID          TO GL-BRANCH-ID.
               WRITE GL-FEED-REC.
      *
         400-CLOSE-FILES.
               CLOSE LOAN-MASTER-FILE.
               CLOSE AUDIT-IN-FILE.
               CLOSE GL-FEED-FILE.
               CLOSE LOAN-RPT-FILE.
      *
      *    SHIFTS WS-WORK-DATE BY WS-MONTH-SHIFT CALENDAR MONTHS
      *    (NEGATIVE = BACK), CLAMPING THE DAY TO THE MONTH'S LENGTH.
         500-SHIFT-MONTHS.
               COMPUTE WS-MONTH-WORK =
                   (WS-DT-YYYY * 12) + WS-DT-MM - 1 + WS-MONTH-SHIFT.
               COMPUTE WS-DT-YYYY = WS-MONTH-WORK / 12.
               COMPUTE WS-DT-MM =
                   FUNCTION MOD (WS-MONTH-WORK, 12) + 1.
               EVALUATE WS-DT-MM
                  WHEN 04
                  WHEN 06
                  WHEN 09
                  WHEN 11
                     MOVE 30 TO WS-MONTH-MAX-DD
                  WHEN 02
                     IF FUNCTION MOD (WS-DT-YYYY, 4) = 0
                        MOVE 29 TO WS-MONTH-MAX-DD
                     ELSE
                        MOVE 28 TO WS-MONTH-MAX-DD
                     END-IF
                  WHEN OTHER
                     MOVE 31 TO WS-MONTH-MAX-DD
               END-EVALUATE.
               IF WS-DT-DD > WS-MONTH-MAX-DD
                  MOVE WS-MONTH-MAX-DD TO WS-DT-DD
               END-IF.
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
