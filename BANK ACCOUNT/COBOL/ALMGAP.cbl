      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 30-11-2020
      * Purpose: MONTH-END ASSET-LIABILITY MATURITY GAP (LIQUIDITY
      *        : LADDER) - THE LONGER VIEW BEHIND CASHFCST'S SEVEN
      *        : DAYS. BUCKETS WHAT THE BANK OWES AND WHAT IT HOLDS BY
      *        : CONTRACTUAL MATURITY OVER NEXT DAY, 2-7 DAYS, 8 DAYS-
      *        : 1 MONTH, 1-3 MONTHS, 3-6 MONTHS, 6-12 MONTHS AND OVER
      *        : 1 YEAR: TDMAST TERM DEPOSITS BY MATURITY DATE, SAVINGS
      *        : AND CURRENT BALANCES ON BALFILE SPREAD BY TREASURY'S
      *        : BEHAVIOURAL RUN-OFF ASSUMPTIONS (ALMPARM), AND THE
      *        : SCHEDULED LOANMAST EMI INFLOWS. PRINTS THE PERIOD AND
      *        : CUMULATIVE GAP PER BUCKET FOR EACH CURRENCY AND FLAGS
      *        : EVERY BUCKET WHOSE NEGATIVE GAP BREACHES TREASURY'S
      *        : TOLERANCE.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. ALMGAP.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    TREASURY'S RUN-OFF AND TOLERANCE ROWS - SEE
      *    COPYBOOKS/ALMPARM.cbl.
           SELECT ALM-PARM-FILE ASSIGN TO ALMPARM
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PARM-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
           SELECT OPTIONAL TD-MASTER-FILE ASSIGN TO TDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ACCT-NO
               FILE STATUS IS WS-TD-STATUS.
      *
           SELECT OPTIONAL LOAN-MASTER-FILE ASSIGN TO LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-ACCT-NO
               FILE STATUS IS WS-LOAN-STATUS.
      *
           SELECT ALM-RPT-FILE ASSIGN TO ALMRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  ALM-PARM-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALM-PARM-REC.
      *    PARAMETER ROW - SEE COPYBOOKS/ALMPARM.cbl
           COPY ALMPARM.
      *
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BALANCE-IO.
           02  ACCT-NO                    PIC X(10).
      *    NAMED ACCOUNT-DATA FIELDS (BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BALREC.cbl
           COPY BALREC.
      *
      *    LAYOUT MIRRORS TDMNT.CBL'S TD-MASTER-REC.
       FD  TD-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  TD-MASTER-REC.
           05  TD-ACCT-NO                 PIC  X(10).
           05  TD-PRINCIPAL               PIC  9(7)V99.
           05  TD-RATE                    PIC  9V9999.
           05  TD-OPEN-DATE               PIC  9(08).
           05  TD-MATURITY-DATE           PIC  9(08).
           05  TD-ROLLOVER                PIC  X(01).
           05  TD-PENALTY-RATE            PIC  9V9999.
           05  TD-ACCRUED-INT             PIC  9(7)V99.
           05  FILLER                     PIC  X(25).
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
       FD  ALM-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ALM-RPT-REC                    PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-PARM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-TD-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-LOAN-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-PARM-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-PARM-EOF                          VALUE 'Y'.
       01  WS-BAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-BAL-EOF                           VALUE 'Y'.
       01  WS-TD-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-TD-EOF                            VALUE 'Y'.
       01  WS-LOAN-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-LOAN-EOF                          VALUE 'Y'.
       01  WS-TD-PRESENT-SW               PIC X(01) VALUE 'N'.
           88  WS-TD-PRESENT                        VALUE 'Y'.
       01  WS-LOAN-PRESENT-SW             PIC X(01) VALUE 'N'.
           88  WS-LOAN-PRESENT                      VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INT                   PIC S9(9) VALUE ZEROES.
      *
      *    UPPER LIMIT IN DAYS FROM TODAY AND LABEL OF EACH BUCKET.
      *    ANYTHING ALREADY DUE FALLS IN THE FIRST.
       01  BUCKET-LIMIT-VALUES.
           05  FILLER          PIC X(14) VALUE '00001NEXT DAY '.
           05  FILLER          PIC X(14) VALUE '000072-7 DAYS '.
           05  FILLER          PIC X(14) VALUE '000308D-1 MTH '.
           05  FILLER          PIC X(14) VALUE '000911-3 MTHS '.
           05  FILLER          PIC X(14) VALUE '001823-6 MTHS '.
           05  FILLER          PIC X(14) VALUE '003656-12 MTHS'.
           05  FILLER          PIC X(14) VALUE '99999OVER 1 YR'.
       01  BUCKET-LIMIT-TABLE REDEFINES BUCKET-LIMIT-VALUES.
           05  BL-ENTRY OCCURS 7 TIMES INDEXED BY BL-IDX.
               10  BL-MAX-DAYS            PIC 9(05).
               10  BL-LABEL               PIC X(09).
       01  WS-BEYOND-BUCKET               PIC 9(01) VALUE 7.
       01  WS-BUCKET-SUB                  PIC 9(01) VALUE ZEROES.
      *
      *    TREASURY'S PARAMETERS, HELD FOR THE RUN.
       01  WS-RO-COUNT                    PIC 9(02) VALUE ZEROES.
       01  WS-RO-MAX                      PIC 9(02) VALUE 10.
       01  RUNOFF-TABLE.
           05  RO-ENTRY OCCURS 10 TIMES INDEXED BY RO-IDX.
               10  RO-ACCT-TYPE           PIC X(01).
               10  RO-PCT                 PIC 9(03)V99 OCCURS 7 TIMES.
       01  WS-TL-COUNT                    PIC 9(02) VALUE ZEROES.
       01  WS-TL-MAX                      PIC 9(02) VALUE 20.
       01  TOLERANCE-TABLE.
           05  TL-ENTRY OCCURS 20 TIMES INDEXED BY TL-IDX.
               10  TL-CURRENCY            PIC X(03).
               10  TL-PCT                 PIC 9(03)V99.
       01  WS-RO-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-RO-FOUND                          VALUE 'Y'.
       01  WS-PCT-TOTAL                   PIC 9(04)V99 VALUE ZEROES.
      *
      *    THE LADDER - ONE BLOCK OF SEVEN BUCKETS PER CURRENCY, IN
      *    THE ORDER THE CURRENCIES WERE FIRST MET. AN ITEM WHOSE
      *    ACCOUNT IS NOT ON BALFILE HAS NO KNOWN CURRENCY AND IS
      *    LADDERED UNDER '???'.
       01  WS-CY-COUNT                    PIC 9(02) VALUE ZEROES.
       01  WS-CY-MAX                      PIC 9(02) VALUE 20.
       01  CURRENCY-LADDER.
           05  CY-ENTRY OCCURS 20 TIMES INDEXED BY CY-IDX.
               10  CY-CODE                PIC X(03).
               10  CY-BUCKET OCCURS 7 TIMES.
                   15  CY-INFLOW          PIC 9(11)V99.
                   15  CY-OUTFLOW         PIC 9(11)V99.
      *
      *    ONE ITEM ON ITS WAY INTO THE LADDER.
       01  WS-ITEM-CCY                    PIC X(03) VALUE SPACES.
       01  WS-ITEM-DATE                   PIC 9(08) VALUE ZEROES.
       01  WS-ITEM-DAYS                   PIC S9(9) VALUE ZEROES.
       01  WS-ITEM-AMOUNT                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-ITEM-FLOW                   PIC X(03) VALUE SPACES.
      *
      *    RUN-OFF OF ONE BALANCE - THE ROUNDING LEFT OVER GOES TO
      *    THE LAST BUCKET SO THE BALANCE IS LADDERED TO THE CENT.
       01  WS-RUNOFF-BALANCE              PIC 9(9)V99 VALUE ZEROES.
       01  WS-RUNOFF-SPREAD               PIC 9(9)V99 VALUE ZEROES.
      *
      *    ONE LOAN'S SCHEDULE - EACH EMI SPLIT INTO INTEREST ON THE
      *    REMAINING PRINCIPAL AND THE PRINCIPAL IT REPAYS, THE
      *    CALC1001 CONVENTION (ANNUAL PERCENT, MONTHLY COMPOUNDING).
       01  WS-LN-BALANCE                  PIC 9(9)V99 VALUE ZEROES.
       01  WS-LN-INTEREST                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-LN-PRINCIPAL                PIC S9(9)V99 VALUE ZEROES.
       01  WS-LN-EMI-COUNT                PIC 9(03) VALUE ZEROES.
       01  WS-DUE-PARTS.
           05  WS-DUE-YYYY                PIC 9(04).
           05  WS-DUE-MM                  PIC 9(02).
           05  WS-DUE-DD                  PIC 9(02).
       01  WS-DUE-DATE REDEFINES WS-DUE-PARTS
                                          PIC 9(08).
       01  WS-MONTH-WORK                  PIC 9(05) VALUE ZEROES.
      *
      *    PRINT-TIME FIGURES FOR ONE CURRENCY.
       01  WS-GAP                         PIC S9(11)V99 VALUE ZEROES.
       01  WS-CUM-GAP                     PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOL-LIMIT                   PIC 9(11)V99 VALUE ZEROES.
       01  WS-CY-TOL-PCT                  PIC 9(03)V99 VALUE ZEROES.
       01  WS-CY-TOL-SW                   PIC X(01) VALUE 'N'.
           88  WS-CY-HAS-TOLERANCE                  VALUE 'Y'.
       01  WS-TOT-INFLOW                  PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-OUTFLOW                 PIC 9(11)V99 VALUE ZEROES.
      *
       01  WS-ACCOUNTS-LADDERED           PIC 9(07) VALUE ZEROES.
       01  WS-DEPOSITS-LADDERED           PIC 9(07) VALUE ZEROES.
       01  WS-LOANS-LADDERED              PIC 9(07) VALUE ZEROES.
       01  WS-BREACH-COUNT                PIC 9(05) VALUE ZEROES.
      *    OVERDRAWN BALANCES HAVE NO CONTRACTUAL MATURITY AND ARE
      *    LEFT OFF THE LADDER - SHOWN AS A MEMO LINE.
       01  WS-OVERDRAWN-COUNT             PIC 9(07) VALUE ZEROES.
       01  WS-OVERDRAWN-TOTAL             PIC 9(11)V99 VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-1.
           05  FILLER               PIC X(36) VALUE
               'ASSET-LIABILITY MATURITY GAP AS AT '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(36) VALUE SPACES.
       01  RPT-RULE-REC             PIC X(80) VALUE ALL '-'.
       01  RPT-RUNOFF-HDR.
           05  FILLER               PIC X(40) VALUE
               'RUN-OFF  NEXT DY  2-7 DY  8D-1 M  1-3 MT'.
           05  FILLER               PIC X(40) VALUE
               '  3-6 MT  6-12 M  OVER 1                '.
       01  RPT-RUNOFF-REC.
           05  FILLER               PIC X(08) VALUE 'TYPE    '.
           05  RR-ACCT-TYPE         PIC X(01).
           05  RR-PCT-ENTRY OCCURS 7 TIMES.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  RR-PCT           PIC ZZ9.99.
           05  FILLER               PIC X(15) VALUE SPACES.
       01  RPT-CURRENCY-REC.
           05  FILLER               PIC X(09) VALUE 'CURRENCY '.
           05  RC-CURRENCY          PIC X(03).
           05  FILLER               PIC X(13) VALUE
               '   TOLERANCE '.
           05  RC-TOLERANCE         PIC X(30).
           05  FILLER               PIC X(25) VALUE SPACES.
       01  RPT-TOL-TEXT.
           05  RTX-PCT              PIC ZZ9.99.
           05  FILLER               PIC X(24) VALUE
               ' PCT OF BUCKET OUTFLOWS'.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               'BUCKET          INFLOWS       OUTFLOWS  '.
           05  FILLER               PIC X(40) VALUE
               '     PERIOD GAP  CUMULATIVE GAP         '.
       01  RPT-BUCKET-REC.
           05  RB-LABEL             PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RB-INFLOW            PIC Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RB-OUTFLOW           PIC Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RB-GAP               PIC -Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RB-CUM-GAP           PIC -Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RB-FLAG              PIC X(08).
       01  RPT-MEMO-REC.
           05  FILLER               PIC X(30) VALUE
               'MEMO - OVERDRAWN, NOT LADDERED'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RM-COUNT             PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RM-TOTAL             PIC Z(10)9.99.
           05  FILLER               PIC X(25) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(10) VALUE 'ACCOUNTS: '.
           05  RT-ACCOUNTS          PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE '  DEPOSITS: '.
           05  RT-DEPOSITS          PIC ZZZZZZ9.
           05  FILLER               PIC X(09) VALUE '  LOANS: '.
           05  RT-LOANS             PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE '  BREACHES: '.
           05  RT-BREACHES          PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
      *
           DISPLAY '***********ALM MATURITY GAP**********************'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 150-LOAD-PARAMETERS.
      *
      *    EVERY SWEEP OF BALFILE IS FINISHED BEFORE THE TERM
      *    DEPOSITS AND LOANS READ IT BY KEY FOR THEIR CURRENCY.
           MOVE LOW-VALUES TO ACCT-NO.
           START BALANCE-AMT KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-BAL-EOF-SW
           END-START.
           PERFORM 200-LADDER-ONE-ACCOUNT UNTIL WS-BAL-EOF.
      *
           IF WS-TD-PRESENT
              PERFORM 300-LADDER-ONE-DEPOSIT UNTIL WS-TD-EOF
           END-IF.
           IF WS-LOAN-PRESENT
              PERFORM 400-LADDER-ONE-LOAN UNTIL WS-LOAN-EOF
           END-IF.
      *
           PERFORM 500-WRITE-REPORT.
      *
           DISPLAY 'ACCOUNTS RUN OFF       : ' WS-ACCOUNTS-LADDERED.
           DISPLAY 'TERM DEPOSITS LADDERED : ' WS-DEPOSITS-LADDERED.
           DISPLAY 'LOANS LADDERED         : ' WS-LOANS-LADDERED.
           DISPLAY 'TOLERANCE BREACHES     : ' WS-BREACH-COUNT.
      *
           PERFORM 700-CLOSE-FILES.
      *
           IF WS-BREACH-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  ALM-PARM-FILE.
               IF WS-PARM-STATUS NOT = ZEROES
                  MOVE 'Error opening file ALMPARM'    TO WS-ERR-MSG
                  MOVE WS-PARM-STATUS                  TO WS-ERR-CDE
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
      *    NO TDMAST MEANS NO TERM DEPOSITS, NO LOANMAST NO LOANS.
               OPEN INPUT  TD-MASTER-FILE.
               IF WS-TD-STATUS = '00'
                  MOVE 'Y' TO WS-TD-PRESENT-SW
               END-IF.
      *
               OPEN INPUT  LOAN-MASTER-FILE.
               IF WS-LOAN-STATUS = '00'
                  MOVE 'Y' TO WS-LOAN-PRESENT-SW
               END-IF.
      *
               OPEN OUTPUT ALM-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ALMRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         150-LOAD-PARAMETERS.
               MOVE SPACES TO RUNOFF-TABLE.
               MOVE SPACES TO TOLERANCE-TABLE.
               PERFORM 155-LOAD-ONE-PARAMETER UNTIL WS-PARM-EOF.
      *
         155-LOAD-ONE-PARAMETER.
               READ ALM-PARM-FILE
                  AT END
                     MOVE 'Y' TO WS-PARM-EOF-SW
                  NOT AT END
                     EVALUATE TRUE
                        WHEN AP-RUNOFF
                           PERFORM 160-LOAD-RUNOFF-ROW
                        WHEN AP-TOLERANCE
                           PERFORM 170-LOAD-TOLERANCE-ROW
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
               END-READ.
      *
      *    A RUN-OFF ROW THAT DOES NOT ACCOUNT FOR THE WHOLE BALANCE
      *    WOULD SILENTLY LOSE (OR INVENT) LIABILITIES - IT STOPS THE
      *    RUN FOR TREASURY TO CORRECT.
         160-LOAD-RUNOFF-ROW.
               IF WS-RO-COUNT NOT < WS-RO-MAX
                  MOVE 'Too many ALMPARM run-off rows' TO WS-ERR-MSG
                  MOVE 'OV'                            TO WS-ERR-CDE
                  MOVE '160-LOAD-RUNOFF-ROW'           TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               IF AP-RUNOFF-DATA NOT NUMERIC
                  MOVE 'ALMPARM run-off row not numeric'
                                                       TO WS-ERR-MSG
                  MOVE 'CT'                            TO WS-ERR-CDE
                  MOVE '160-LOAD-RUNOFF-ROW'           TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-RO-COUNT.
               SET RO-IDX TO WS-RO-COUNT.
               MOVE AP-ACCT-TYPE TO RO-ACCT-TYPE (RO-IDX).
               MOVE ZEROES TO WS-PCT-TOTAL.
               PERFORM 165-LOAD-ONE-RUNOFF-PCT
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 7.
               IF WS-PCT-TOTAL NOT = 100
                  DISPLAY 'ALMPARM RUN-OFF TYPE ' AP-ACCT-TYPE
                          ' ADDS TO ' WS-PCT-TOTAL
                  MOVE 'ALMPARM run-off row not 100 pct'
                                                       TO WS-ERR-MSG
                  MOVE 'CT'                            TO WS-ERR-CDE
                  MOVE '160-LOAD-RUNOFF-ROW'           TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         165-LOAD-ONE-RUNOFF-PCT.
               MOVE AP-RUNOFF-PCT (WS-BUCKET-SUB)
                 TO RO-PCT (RO-IDX, WS-BUCKET-SUB).
               ADD AP-RUNOFF-PCT (WS-BUCKET-SUB) TO WS-PCT-TOTAL.
      *
         170-LOAD-TOLERANCE-ROW.
               IF WS-TL-COUNT NOT < WS-TL-MAX
                  MOVE 'Too many ALMPARM tolerance rows'
                                                       TO WS-ERR-MSG
                  MOVE 'OV'                            TO WS-ERR-CDE
                  MOVE '170-LOAD-TOLERANCE'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               IF AP-TOL-PCT NOT NUMERIC
                  MOVE 'ALMPARM tolerance row not numeric'
                                                       TO WS-ERR-MSG
                  MOVE 'CT'                            TO WS-ERR-CDE
                  MOVE '170-LOAD-TOLERANCE'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-TL-COUNT.
               SET TL-IDX TO WS-TL-COUNT.
               MOVE AP-CURRENCY TO TL-CURRENCY (TL-IDX).
               MOVE AP-TOL-PCT  TO TL-PCT (TL-IDX).
      *
      *    A TERM DEPOSIT'S BALFILE ACCOUNT IS LADDERED FROM TDMAST BY
      *    ITS MATURITY DATE, NOT RUN OFF HERE - IT WOULD OTHERWISE
      *    BE COUNTED TWICE.
         200-LADDER-ONE-ACCOUNT.
               READ BALANCE-AMT NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-BAL-EOF-SW
                  NOT AT END
                     IF ACCT-TYPE NOT = 'T'
                        IF BAL-AMT < ZEROES
                           ADD 1 TO WS-OVERDRAWN-COUNT
                           SUBTRACT BAL-AMT FROM WS-OVERDRAWN-TOTAL
                        ELSE
                           IF BAL-AMT > ZEROES
                              PERFORM 210-RUN-OFF-BALANCE
                           END-IF
                        END-IF
                     END-IF
               END-READ.
      *
         210-RUN-OFF-BALANCE.
               ADD 1 TO WS-ACCOUNTS-LADDERED.
               MOVE CURRENCY-CODE TO WS-ITEM-CCY.
               MOVE 'OUT'         TO WS-ITEM-FLOW.
               MOVE BAL-AMT       TO WS-RUNOFF-BALANCE.
               MOVE 'N' TO WS-RO-FOUND-SW.
               SET RO-IDX TO 1.
               SEARCH RO-ENTRY
                   AT END
                       CONTINUE
                   WHEN RO-IDX > WS-RO-COUNT
                       CONTINUE
                   WHEN RO-ACCT-TYPE (RO-IDX) = ACCT-TYPE
                       MOVE 'Y' TO WS-RO-FOUND-SW
               END-SEARCH.
      *
      *    NO ASSUMPTION FOR THE TYPE - THE CONTRACT SAYS ON DEMAND.
               IF NOT WS-RO-FOUND
                  MOVE WS-RUNOFF-BALANCE TO WS-ITEM-AMOUNT
                  MOVE 1                 TO WS-BUCKET-SUB
                  PERFORM 800-ADD-TO-LADDER THRU 800-ADD-EXIT
               ELSE
                  MOVE ZEROES TO WS-RUNOFF-SPREAD
                  PERFORM 215-RUN-OFF-ONE-BUCKET
                      VARYING WS-BUCKET-SUB FROM 1 BY 1
                      UNTIL WS-BUCKET-SUB > 6
                  MOVE WS-BEYOND-BUCKET TO WS-BUCKET-SUB
                  COMPUTE WS-ITEM-AMOUNT =
                      WS-RUNOFF-BALANCE - WS-RUNOFF-SPREAD
                  PERFORM 800-ADD-TO-LADDER THRU 800-ADD-EXIT
               END-IF.
      *
         215-RUN-OFF-ONE-BUCKET.
               COMPUTE WS-ITEM-AMOUNT ROUNDED =
                   WS-RUNOFF-BALANCE
                 * RO-PCT (RO-IDX, WS-BUCKET-SUB) / 100.
               ADD WS-ITEM-AMOUNT TO WS-RUNOFF-SPREAD.
               PERFORM 800-ADD-TO-LADDER THRU 800-ADD-EXIT.
      *
      *    WHAT THE BANK OWES AT MATURITY - THE PRINCIPAL AND THE
      *    INTEREST CONTRACTED TO THAT DATE (THE TDMATURE RULE). A
      *    DEPOSIT ALREADY MATURED BUT NOT YET SETTLED IS OWED NOW.
         300-LADDER-ONE-DEPOSIT.
               READ TD-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-TD-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-DEPOSITS-LADDERED
                     MOVE TD-ACCT-NO TO ACCT-NO
                     PERFORM 820-ACCOUNT-CURRENCY
                     MOVE 'OUT'            TO WS-ITEM-FLOW
                     MOVE TD-MATURITY-DATE TO WS-ITEM-DATE
                     PERFORM 810-DATE-TO-BUCKET THRU 810-DATE-EXIT
                     COMPUTE WS-ITEM-AMOUNT ROUNDED =
                         TD-PRINCIPAL
                       + TD-PRINCIPAL * TD-RATE
                       * (FUNCTION INTEGER-OF-DATE (TD-MATURITY-DATE)
                        - FUNCTION INTEGER-OF-DATE (TD-OPEN-DATE))
                       / 365
                     PERFORM 800-ADD-TO-LADDER THRU 800-ADD-EXIT
               END-READ.
      *
      *    A STANDARD LOAN'S ARREARS ARE EXPECTED NEXT DAY AND ITS
      *    REMAINING EMIS ON THEIR DUE DATES. A NON-PERFORMING LOAN
      *    CANNOT BE COUNTED ON AT ALL - EVERYTHING IT OWES GOES TO
      *    THE LAST BUCKET.
         400-LADDER-ONE-LOAN.
               READ LOAN-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-LOAN-EOF-SW
                  NOT AT END
                     IF LN-ACTIVE
                        PERFORM 410-LADDER-LOAN-SCHEDULE
                           THRU 410-LADDER-EXIT
                     END-IF
               END-READ.
      *
         410-LADDER-LOAN-SCHEDULE.
               ADD 1 TO WS-LOANS-LADDERED.
               MOVE LN-ACCT-NO TO ACCT-NO.
               PERFORM 820-ACCOUNT-CURRENCY.
               MOVE 'IN '      TO WS-ITEM-FLOW.
      *
               IF LN-NON-PERFORMING
                  COMPUTE WS-ITEM-AMOUNT =
                      LN-OUTSTANDING-PRIN + LN-OVERDUE-INT
                  MOVE WS-BEYOND-BUCKET TO WS-BUCKET-SUB
                  PERFORM 800-ADD-TO-LADDER THRU 800-ADD-EXIT
                  GO TO 410-LADDER-EXIT
               END-IF.
      *
               COMPUTE WS-ITEM-AMOUNT =
                   LN-OVERDUE-PRIN + LN-OVERDUE-INT.
               IF WS-ITEM-AMOUNT > ZEROES
                  MOVE 1 TO WS-BUCKET-SUB
                  PERFORM 800-ADD-TO-LADDER THRU 800-ADD-EXIT
               END-IF.
      *
               MOVE ZEROES TO WS-LN-BALANCE.
               IF LN-OUTSTANDING-PRIN > LN-OVERDUE-PRIN
                  COMPUTE WS-LN-BALANCE =
                      LN-OUTSTANDING-PRIN - LN-OVERDUE-PRIN
               END-IF.
      *    NO NEXT DUE DATE TO SCHEDULE FROM - THE PRINCIPAL IS
      *    STILL OWED BUT NOT WHEN; IT GOES TO THE LAST BUCKET.
               IF LN-NEXT-DUE-DATE NOT NUMERIC
                  OR LN-NEXT-DUE-DATE = ZEROES
                  OR LN-EMI-AMT = ZEROES
                  IF WS-LN-BALANCE > ZEROES
                     MOVE WS-LN-BALANCE    TO WS-ITEM-AMOUNT
                     MOVE WS-BEYOND-BUCKET TO WS-BUCKET-SUB
                     PERFORM 800-ADD-TO-LADDER THRU 800-ADD-EXIT
                  END-IF
                  GO TO 410-LADDER-EXIT
               END-IF.
      *
               MOVE LN-NEXT-DUE-DATE TO WS-DUE-DATE.
               MOVE ZEROES           TO WS-LN-EMI-COUNT.
               PERFORM 420-LADDER-ONE-EMI
                   UNTIL WS-LN-BALANCE = ZEROES
                      OR WS-LN-EMI-COUNT > 998.
      *
         410-LADDER-EXIT.
               EXIT.
      *
      *    ONE INSTALLMENT. THE DUE DAY IS HELD AT THE 28TH AT MOST SO
      *    EVERY MONTH HAS IT; A DAY OR TWO NEVER MOVES AN EMI ACROSS
      *    A LADDER BUCKET BY MORE THAN THAT. ONCE THE SCHEDULE RUNS
      *    PAST A YEAR THE REMAINING PRINCIPAL GOES TO THE LAST
      *    BUCKET IN ONE SUM.
         420-LADDER-ONE-EMI.
               ADD 1 TO WS-LN-EMI-COUNT.
               IF WS-DUE-DD > 28
                  MOVE 28 TO WS-DUE-DD
               END-IF.
               MOVE WS-DUE-DATE TO WS-ITEM-DATE.
               PERFORM 810-DATE-TO-BUCKET THRU 810-DATE-EXIT.
               IF WS-BUCKET-SUB = WS-BEYOND-BUCKET
                  MOVE WS-LN-BALANCE TO WS-ITEM-AMOUNT
                  PERFORM 800-ADD-TO-LADDER THRU 800-ADD-EXIT
                  MOVE ZEROES TO WS-LN-BALANCE
               ELSE
                  COMPUTE WS-LN-INTEREST ROUNDED =
                      WS-LN-BALANCE * LN-ANNUAL-RATE / 1200
                  COMPUTE WS-LN-PRINCIPAL =
                      LN-EMI-AMT - WS-LN-INTEREST
      *    AN EMI THAT NO LONGER EVEN COVERS THE INTEREST WILL NEVER
      *    REPAY THE LOAN - WHAT IS LEFT GOES TO THE LAST BUCKET.
                  IF WS-LN-PRINCIPAL NOT > ZEROES
                     MOVE WS-LN-BALANCE    TO WS-ITEM-AMOUNT
                     MOVE WS-BEYOND-BUCKET TO WS-BUCKET-SUB
                     PERFORM 800-ADD-TO-LADDER THRU 800-ADD-EXIT
                     MOVE ZEROES TO WS-LN-BALANCE
                  ELSE
                     IF WS-LN-PRINCIPAL > WS-LN-BALANCE
                        MOVE WS-LN-BALANCE TO WS-LN-PRINCIPAL
                     END-IF
                     COMPUTE WS-ITEM-AMOUNT =
                         WS-LN-PRINCIPAL + WS-LN-INTEREST
                     PERFORM 800-ADD-TO-LADDER THRU 800-ADD-EXIT
                     SUBTRACT WS-LN-PRINCIPAL FROM WS-LN-BALANCE
                  END-IF
               END-IF.
      *
               COMPUTE WS-MONTH-WORK =
                   (WS-DUE-YYYY * 12) + WS-DUE-MM.
               COMPUTE WS-DUE-YYYY = WS-MONTH-WORK / 12.
               COMPUTE WS-DUE-MM =
                   FUNCTION MOD (WS-MONTH-WORK, 12) + 1.
      *
      *    ONE BLOCK PER CURRENCY: THE SEVEN BUCKETS WITH PERIOD AND
      *    CUMULATIVE GAP, AND A BREACH FLAG WHERE THE PERIOD GAP IS
      *    NEGATIVE BY MORE THAN TREASURY'S TOLERANCE.
         500-WRITE-REPORT.
               MOVE WS-TODAY-DATE TO RH-DATE.
               WRITE ALM-RPT-REC FROM RPT-HEADER-1.
               WRITE ALM-RPT-REC FROM RPT-RULE-REC.
               WRITE ALM-RPT-REC FROM RPT-RUNOFF-HDR.
               PERFORM 510-WRITE-RUNOFF-LINE
                   VARYING RO-IDX FROM 1 BY 1
                   UNTIL RO-IDX > WS-RO-COUNT.
      *
               PERFORM 520-WRITE-ONE-CURRENCY
                   VARYING CY-IDX FROM 1 BY 1
                   UNTIL CY-IDX > WS-CY-COUNT.
      *
               WRITE ALM-RPT-REC FROM RPT-RULE-REC.
               MOVE WS-OVERDRAWN-COUNT TO RM-COUNT.
               MOVE WS-OVERDRAWN-TOTAL TO RM-TOTAL.
               WRITE ALM-RPT-REC FROM RPT-MEMO-REC.
               MOVE WS-ACCOUNTS-LADDERED TO RT-ACCOUNTS.
               MOVE WS-DEPOSITS-LADDERED TO RT-DEPOSITS.
               MOVE WS-LOANS-LADDERED    TO RT-LOANS.
               MOVE WS-BREACH-COUNT      TO RT-BREACHES.
               WRITE ALM-RPT-REC FROM RPT-TOTAL-REC.
      *
         510-WRITE-RUNOFF-LINE.
               MOVE RO-ACCT-TYPE (RO-IDX) TO RR-ACCT-TYPE.
               PERFORM 515-EDIT-ONE-RUNOFF-PCT
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 7.
               WRITE ALM-RPT-REC FROM RPT-RUNOFF-REC.
      *
         515-EDIT-ONE-RUNOFF-PCT.
               MOVE RO-PCT (RO-IDX, WS-BUCKET-SUB)
                 TO RR-PCT (WS-BUCKET-SUB).
      *
         520-WRITE-ONE-CURRENCY.
               MOVE 'N' TO WS-CY-TOL-SW.
               SET TL-IDX TO 1.
               SEARCH TL-ENTRY
                   AT END
                       CONTINUE
                   WHEN TL-IDX > WS-TL-COUNT
                       CONTINUE
                   WHEN TL-CURRENCY (TL-IDX) = CY-CODE (CY-IDX)
                       MOVE 'Y' TO WS-CY-TOL-SW
                       MOVE TL-PCT (TL-IDX) TO WS-CY-TOL-PCT
               END-SEARCH.
               IF NOT WS-CY-HAS-TOLERANCE
                  SET TL-IDX TO 1
                  SEARCH TL-ENTRY
                      AT END
                          CONTINUE
                      WHEN TL-IDX > WS-TL-COUNT
                          CONTINUE
                      WHEN TL-CURRENCY (TL-IDX) = '***'
                          MOVE 'Y' TO WS-CY-TOL-SW
                          MOVE TL-PCT (TL-IDX) TO WS-CY-TOL-PCT
                  END-SEARCH
               END-IF.
      *
               WRITE ALM-RPT-REC FROM RPT-RULE-REC.
               MOVE CY-CODE (CY-IDX) TO RC-CURRENCY.
               IF WS-CY-HAS-TOLERANCE
                  MOVE WS-CY-TOL-PCT TO RTX-PCT
                  MOVE RPT-TOL-TEXT  TO RC-TOLERANCE
               ELSE
                  MOVE 'NONE SET'    TO RC-TOLERANCE
               END-IF.
               WRITE ALM-RPT-REC FROM RPT-CURRENCY-REC.
               WRITE ALM-RPT-REC FROM RPT-COLUMN-REC.
      *
               MOVE ZEROES TO WS-CUM-GAP.
               MOVE ZEROES TO WS-TOT-INFLOW.
               MOVE ZEROES TO WS-TOT-OUTFLOW.
               PERFORM 525-WRITE-ONE-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 7.
      *
               MOVE 'TOTAL    '    TO RB-LABEL.
               MOVE WS-TOT-INFLOW  TO RB-INFLOW.
               MOVE WS-TOT-OUTFLOW TO RB-OUTFLOW.
               MOVE WS-CUM-GAP     TO RB-GAP.
               MOVE WS-CUM-GAP     TO RB-CUM-GAP.
               MOVE SPACES         TO RB-FLAG.
               WRITE ALM-RPT-REC FROM RPT-BUCKET-REC.
      *
         525-WRITE-ONE-BUCKET.
               COMPUTE WS-GAP =
                   CY-INFLOW  (CY-IDX, WS-BUCKET-SUB)
                 - CY-OUTFLOW (CY-IDX, WS-BUCKET-SUB).
               ADD WS-GAP TO WS-CUM-GAP.
               ADD CY-INFLOW  (CY-IDX, WS-BUCKET-SUB) TO WS-TOT-INFLOW.
               ADD CY-OUTFLOW (CY-IDX, WS-BUCKET-SUB) TO WS-TOT-OUTFLOW.
               MOVE BL-LABEL (WS-BUCKET-SUB) TO RB-LABEL.
               MOVE CY-INFLOW  (CY-IDX, WS-BUCKET-SUB) TO RB-INFLOW.
               MOVE CY-OUTFLOW (CY-IDX, WS-BUCKET-SUB) TO RB-OUTFLOW.
               MOVE WS-GAP     TO RB-GAP.
               MOVE WS-CUM-GAP TO RB-CUM-GAP.
               MOVE SPACES     TO RB-FLAG.
               IF WS-CY-HAS-TOLERANCE
                  AND WS-GAP < ZEROES
                  COMPUTE WS-TOL-LIMIT ROUNDED =
                      CY-OUTFLOW (CY-IDX, WS-BUCKET-SUB)
                    * WS-CY-TOL-PCT / 100
                  IF (ZEROES - WS-GAP) > WS-TOL-LIMIT
                     MOVE '*BREACH*' TO RB-FLAG
                     ADD 1 TO WS-BREACH-COUNT
                     DISPLAY 'TOLERANCE BREACH: ' CY-CODE (CY-IDX)
                             ' ' BL-LABEL (WS-BUCKET-SUB)
                  END-IF
               END-IF.
               WRITE ALM-RPT-REC FROM RPT-BUCKET-REC.
      *
         700-CLOSE-FILES.
               CLOSE ALM-PARM-FILE.
               CLOSE BALANCE-AMT.
               CLOSE TD-MASTER-FILE.
               CLOSE LOAN-MASTER-FILE.
               CLOSE ALM-RPT-FILE.
      *
      *    WS-ITEM-AMOUNT INTO BUCKET WS-BUCKET-SUB OF WS-ITEM-CCY,
      *    AS AN INFLOW OR AN OUTFLOW.
         800-ADD-TO-LADDER.
               IF WS-ITEM-AMOUNT = ZEROES
                  GO TO 800-ADD-EXIT
               END-IF.
               SET CY-IDX TO 1.
               SEARCH CY-ENTRY
                   AT END
                       PERFORM 830-ADD-CURRENCY
                   WHEN CY-IDX > WS-CY-COUNT
                       PERFORM 830-ADD-CURRENCY
                   WHEN CY-CODE (CY-IDX) = WS-ITEM-CCY
                       CONTINUE
               END-SEARCH.
               IF WS-ITEM-FLOW = 'IN '
                  ADD WS-ITEM-AMOUNT
                   TO CY-INFLOW  (CY-IDX, WS-BUCKET-SUB)
               ELSE
                  ADD WS-ITEM-AMOUNT
                   TO CY-OUTFLOW (CY-IDX, WS-BUCKET-SUB)
               END-IF.
      *
         800-ADD-EXIT.
               EXIT.
      *
      *    DAYS FROM TODAY TO WS-ITEM-DATE, TO THE FIRST BUCKET THAT
      *    REACHES THAT FAR. NO USABLE DATE = OWED NOW.
         810-DATE-TO-BUCKET.
               MOVE 1 TO WS-BUCKET-SUB.
               IF WS-ITEM-DATE NOT NUMERIC
                  OR WS-ITEM-DATE = ZEROES
                  GO TO 810-DATE-EXIT
               END-IF.
               COMPUTE WS-ITEM-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE)
                 - WS-TODAY-INT.
               SET BL-IDX TO 1.
               SEARCH BL-ENTRY
                   AT END
                       SET BL-IDX TO 7
                   WHEN WS-ITEM-DAYS NOT > BL-MAX-DAYS (BL-IDX)
                       CONTINUE
               END-SEARCH.
               SET WS-BUCKET-SUB TO BL-IDX.
      *
         810-DATE-EXIT.
               EXIT.
      *
         820-ACCOUNT-CURRENCY.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE '???' TO WS-ITEM-CCY
                   NOT INVALID KEY
                       MOVE CURRENCY-CODE TO WS-ITEM-CCY
               END-READ.
      *
         830-ADD-CURRENCY.
               IF WS-CY-COUNT NOT < WS-CY-MAX
                  MOVE 'Too many currencies on ladder' TO WS-ERR-MSG
                  MOVE 'OV'                            TO WS-ERR-CDE
                  MOVE '830-ADD-CURRENCY'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-CY-COUNT.
               SET CY-IDX TO WS-CY-COUNT.
               INITIALIZE CY-ENTRY (CY-IDX).
               MOVE WS-ITEM-CCY TO CY-CODE (CY-IDX).
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
