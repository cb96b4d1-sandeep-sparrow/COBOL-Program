      *        : STORDER COLLECTS THE EMI AUTOMATICALLY EACH CYCLE
      *        : INSTEAD OF A TELLER JOB THAT GETS MISSED. THE
      *        : EMICHK COMPANION REPORT WATCHES THE COLLECTIONS.
      *        : THE LOAN ITSELF IS OPENED ON THE LOANMAST LOAN
      *        : MASTER, WHICH LOANPOST KEEPS CURRENT AS THE EMIS
      *        : ARE COLLECTED. A RE-POINT CARD INSTEAD TAKES THE
      *        : REVISED SCHEDULE CALC1001 WRITES FOR AN ACCEPTED
      *        : PART-PREPAYMENT AND MOVES THE LOAN'S EXISTING ORDER
      *        : AND LOANMAST EMI ONTO IT.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
               FILE STATUS  IS  WS-AMORT-STATUS.
      *
      *    ONE CARD PER ACCEPTED LOAN - THE ORDER ID TO CREATE, THE
      *    BORROWER'S ACCOUNT, THE FIRST COLLECTION DATE, AND THE
      *    SANCTIONED AMOUNT AND ANNUAL RATE (WHEN LEFT BLANK THESE
      *    TWO ARE TAKEN BACK OFF THE SCHEDULE'S FIRST LINE).
      *    CTL-ACTION 'R' RE-POINTS A LOAN ALREADY ON LOANMAST: THE
      *    ORDER ID COMES OFF THE LOAN, THE FIRST DUE DATE IS THE
      *    FIRST COLLECTION UNDER THE REVISED SCHEDULE, AND THE
      *    SANCTION/RATE FIELDS ARE NOT USED.
           SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTL-STATUS.
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
      *    LOAN MASTER - ONE RECORD PER BORROWER ACCOUNT.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-ACCT-NO
               FILE STATUS IS WS-LOAN-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
           05  AMORT-MONTH            PIC 999.
           05  FILLER                 PIC X(02).
           05  AMORT-EMI              PIC X(12).
           05  FILLER                 PIC X(02).
           05  AMORT-INTEREST         PIC X(12).
           05  FILLER                 PIC X(02).
           05  AMORT-PRINCIPAL        PIC X(12).
           05  FILLER                 PIC X(02).
           05  AMORT-BALANCE          PIC X(12).
           05  FILLER                 PIC X(21).
      *
       FD  CONTROL-CARD-FILE RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-ORDER-ID           PIC X(06).
           05  CTL-ACCT-NO            PIC X(10).
           05  CTL-FIRST-DUE-DATE     PIC 9(08).
           05  CTL-SANCTION-AMT       PIC 9(7)V99.
           05  CTL-ANNUAL-RATE        PIC 99V99.
           05  CTL-ACTION             PIC X(01).
               88  CTL-REPOINT                  VALUE 'R'.
           05  FILLER                 PIC X(42).
      *
      *    LAYOUT MIRRORS STORDER.CBL'S ORDER-MASTER-REC.
       FD  ORDER-MASTER-FILE
           05  SO-EXPIRY-DATE             PIC  9(08).
           05  SO-TARGET-BALANCE          PIC  9(7)V99.
           05  SO-SWEEP-TO-ACCT           PIC  X(10).
           05  SO-STATUS                  PIC  X(01).
               88  SO-SUSPENDED                    VALUE 'S'.
           05  SO-NSF-SKIP-DATE           PIC  9(08).
           05  FILLER                     PIC  X(10).
      *
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
      *    NAMED ACCOUNT-DATA FIELDS (BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BALREC.cbl
           COPY BALREC.
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
       WORKING-STORAGE SECTION.
      *
       01  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-ORD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-LOAN-STATUS                 PIC X(02) VALUE SPACES.
      *
       01  WS-AMORT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-AMORT-EOF                         VALUE 'Y'.
      *
       01  WS-EMI-AMOUNT                  PIC 9(7)V99 VALUE ZEROES.
       01  WS-TERM-MONTHS                 PIC 9(03) VALUE ZEROES.
       01  WS-LAST-SCHED-MONTH            PIC 9(03) VALUE ZEROES.
       01  WS-EXPIRY-PARTS.
           05  WS-EX-YYYY                 PIC 9(04).
           05  WS-EX-MM                   PIC 9(02).
       01  WS-MONTHS-TO-ADD               PIC 9(03) VALUE ZEROES.
       01  WS-MONTH-WORK                  PIC 9(05) VALUE ZEROES.
      *
      *    FIRST SCHEDULE LINE, KEPT FOR THE LOAN-MASTER TERMS WHEN
      *    THE CARD DOES NOT CARRY THEM.
       01  WS-FIRST-INTEREST              PIC 9(7)V99 VALUE ZEROES.
       01  WS-FIRST-OPENING               PIC 9(7)V99 VALUE ZEROES.
       01  WS-SANCTION-AMT                PIC 9(7)V99 VALUE ZEROES.
       01  WS-ANNUAL-RATE                 PIC 99V99 VALUE ZEROES.
       01  WS-TODAY-DATE                  PIC 9(08) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********EMI SCHEDULE ACCEPT********************'.
      *
              PERFORM 900-ERR-HANDLING
           END-IF.
      *
           IF CTL-REPOINT
              PERFORM 320-REPOINT-STANDING-ORDER
              PERFORM 330-REPOINT-LOAN-MASTER
           ELSE
              PERFORM 300-WRITE-STANDING-ORDER
              PERFORM 310-WRITE-LOAN-MASTER
           END-IF.
      *
           DISPLAY 'TERM (MONTHS)   : ' WS-TERM-MONTHS.
           DISPLAY 'EMI AMOUNT      : ' WS-EMI-AMOUNT.
           DISPLAY 'FINAL COLLECTION: ' WS-EXPIRY-DATE.
           DISPLAY 'SANCTIONED      : ' WS-SANCTION-AMT.
           DISPLAY 'ANNUAL RATE     : ' WS-ANNUAL-RATE.
      *
           PERFORM 400-CLOSE-FILES.
      *
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O LOAN-MASTER-FILE.
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
         110-READ-CONTROL-CARD.
               READ CONTROL-CARD-FILE
                       PERFORM 900-ERR-HANDLING
               END-READ.
      *
      *    ONE LOAN PER BORROWER ACCOUNT - REFUSED BEFORE THE ORDER
      *    IS RAISED, SO A REJECTED ACCEPT LEAVES NOTHING BEHIND. A
      *    RE-POINT IS THE OTHER WAY ROUND - THE LOAN MUST BE THERE
      *    AND STILL ACTIVE.
               MOVE CTL-ACCT-NO TO LN-ACCT-NO.
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       IF CTL-REPOINT
                          MOVE 'Loan not on LOANMAST'   TO WS-ERR-MSG
                          MOVE '23'                     TO WS-ERR-CDE
                          MOVE '110-READ-CONTROL'       TO WS-ERR-PROC
                          PERFORM 900-ERR-HANDLING
                       END-IF
                   NOT INVALID KEY
                       IF NOT CTL-REPOINT
                          MOVE 'Loan already on LOANMAST'
                                                        TO WS-ERR-MSG
                          MOVE '22'                     TO WS-ERR-CDE
                          MOVE '110-READ-CONTROL'       TO WS-ERR-PROC
                          PERFORM 900-ERR-HANDLING
                       END-IF
               END-READ.
               IF CTL-REPOINT AND NOT LN-ACTIVE
                  MOVE 'Loan closed - nothing to re-point'
                                                  TO WS-ERR-MSG
                  MOVE 'CL'                       TO WS-ERR-CDE
                  MOVE '110-READ-CONTROL'         TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    THE SCHEDULE'S LENGTH IS THE TERM; THE EMI COMES OFF THE
      *    FIRST LINE (EVERY LINE CARRIES THE SAME EMI).
         200-SIZE-THE-SCHEDULE.
                     MOVE 'Y' TO WS-AMORT-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-TERM-MONTHS
                     MOVE AMORT-MONTH TO WS-LAST-SCHED-MONTH
                     IF WS-EMI-AMOUNT = ZEROES
                        COMPUTE WS-EMI-AMOUNT =
                            FUNCTION NUMVAL-C (AMORT-EMI)
                        COMPUTE WS-FIRST-INTEREST =
                            FUNCTION NUMVAL-C (AMORT-INTEREST)
                        COMPUTE WS-FIRST-OPENING =
                            FUNCTION NUMVAL-C (AMORT-PRINCIPAL)
                          + FUNCTION NUMVAL-C (AMORT-BALANCE)
                     END-IF
               END-READ.
      *
      *    OF MONTH RIDES ALONG; STORDER'S OWN CLAMP HANDLES SHORT
      *    MONTHS AT GENERATION TIME.
         300-WRITE-STANDING-ORDER.
               PERFORM 305-COMPUTE-EXPIRY.
      *
               INITIALIZE ORDER-MASTER-REC.
               MOVE CTL-ORDER-ID       TO SO-ORDER-ID.
               END-WRITE.
               DISPLAY 'STANDING ORDER RAISED: ' CTL-ORDER-ID
                       ' FOR ' CTL-ACCT-NO.
      *
         305-COMPUTE-EXPIRY.
               MOVE CTL-FIRST-DUE-DATE TO WS-EXPIRY-DATE.
               COMPUTE WS-MONTHS-TO-ADD = WS-TERM-MONTHS - 1.
               COMPUTE WS-MONTH-WORK =
                   (WS-EX-YYYY * 12) + WS-EX-MM - 1
                   + WS-MONTHS-TO-ADD.
               COMPUTE WS-EX-YYYY = WS-MONTH-WORK / 12.
               COMPUTE WS-EX-MM =
                   FUNCTION MOD (WS-MONTH-WORK, 12) + 1.
      *
      *    THE LOAN OPENS WITH THE WHOLE SANCTION OUTSTANDING AND
      *    NOTHING OVERDUE. WITHOUT TERMS ON THE CARD THE PRINCIPAL IS
      *    THE FIRST LINE'S OPENING BALANCE AND THE RATE IS BACKED
      *    OUT OF ITS INTEREST.
         310-WRITE-LOAN-MASTER.
               IF CTL-SANCTION-AMT IS NUMERIC
                  AND CTL-SANCTION-AMT > ZEROES
                   MOVE CTL-SANCTION-AMT TO WS-SANCTION-AMT
               ELSE
                   MOVE WS-FIRST-OPENING TO WS-SANCTION-AMT
               END-IF.
               IF CTL-ANNUAL-RATE IS NUMERIC
                  AND CTL-ANNUAL-RATE > ZEROES
                   MOVE CTL-ANNUAL-RATE  TO WS-ANNUAL-RATE
               ELSE
                   IF WS-FIRST-OPENING > ZEROES
                       COMPUTE WS-ANNUAL-RATE ROUNDED =
                           WS-FIRST-INTEREST * 1200 / WS-FIRST-OPENING
                   END-IF
               END-IF.
      *
               INITIALIZE LOAN-MASTER-REC.
               MOVE CTL-ACCT-NO        TO LN-ACCT-NO.
               MOVE CTL-ORDER-ID       TO LN-ORDER-ID.
               MOVE WS-SANCTION-AMT    TO LN-SANCTION-AMT.
               MOVE WS-TODAY-DATE      TO LN-SANCTION-DATE.
               MOVE WS-ANNUAL-RATE     TO LN-ANNUAL-RATE.
               MOVE WS-TERM-MONTHS     TO LN-TENURE-MONTHS.
               MOVE WS-EMI-AMOUNT      TO LN-EMI-AMT.
               MOVE WS-SANCTION-AMT    TO LN-OUTSTANDING-PRIN.
               MOVE CTL-FIRST-DUE-DATE TO LN-NEXT-DUE-DATE.
               MOVE ZEROES             TO LN-OVERDUE-PRIN.
               MOVE ZEROES             TO LN-OVERDUE-INT.
               MOVE ZEROES             TO LN-OLDEST-DUE-DATE.
               MOVE ZEROES             TO LN-DPD.
               MOVE 'S'                TO LN-ASSET-CLASS.
               MOVE 'A'                TO LN-STATUS.
               MOVE SPACES             TO LN-LAST-PAID-REF.
               MOVE ZEROES             TO LN-LAST-PAID-DATE.
               WRITE LOAN-MASTER-REC
                   INVALID KEY
                       MOVE 'Loan already on LOANMAST'  TO WS-ERR-MSG
                       MOVE '22'                        TO WS-ERR-CDE
                       MOVE '310-WRITE-LOAN'            TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-WRITE.
               DISPLAY 'LOAN OPENED ON LOANMAST FOR ' CTL-ACCT-NO.
      *
      *    THE REVISED SCHEDULE STARTS AFTER THE LAST PREPAYMENT, SO
      *    ITS FIRST LINE'S EMI IS THE ONE TO COLLECT FROM HERE ON AND
      *    ITS LINE COUNT IS THE INSTALLMENTS STILL TO RUN.
         320-REPOINT-STANDING-ORDER.
               PERFORM 305-COMPUTE-EXPIRY.
      *
               MOVE LN-ORDER-ID TO SO-ORDER-ID.
               READ ORDER-MASTER-FILE
                   INVALID KEY
                       MOVE 'Loan order not on STORDMST'
                                                       TO WS-ERR-MSG
                       MOVE '23'                       TO WS-ERR-CDE
                       MOVE '320-REPOINT-ORDER'        TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-READ.
               MOVE WS-EMI-AMOUNT      TO SO-AMOUNT.
               MOVE CTL-FIRST-DUE-DATE TO SO-NEXT-RUN-DATE.
               MOVE WS-EXPIRY-DATE     TO SO-EXPIRY-DATE.
               REWRITE ORDER-MASTER-REC
                   INVALID KEY
                       MOVE 'Rewrite of STORDMST failed'
                                                       TO WS-ERR-MSG
                       MOVE WS-ORD-STATUS              TO WS-ERR-CDE
                       MOVE '320-REPOINT-ORDER'        TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-REWRITE.
               DISPLAY 'STANDING ORDER RE-POINTED: ' LN-ORDER-ID
                       ' FOR ' CTL-ACCT-NO.
      *
      *    THE SCHEDULE KEEPS THE LOAN'S ORIGINAL MONTH NUMBERS, SO
      *    ITS LAST MONTH IS THE REVISED TENURE. THE OUTSTANDING
      *    PRINCIPAL IS LEFT TO LOANPOST - THE PREPAYMENT ITSELF IS
      *    POSTED AS MONEY RECEIVED, NOT BY THIS STEP.
         330-REPOINT-LOAN-MASTER.
               MOVE LN-ANNUAL-RATE      TO WS-ANNUAL-RATE.
               MOVE LN-SANCTION-AMT     TO WS-SANCTION-AMT.
               MOVE WS-EMI-AMOUNT       TO LN-EMI-AMT.
               MOVE WS-LAST-SCHED-MONTH TO LN-TENURE-MONTHS.
               MOVE CTL-FIRST-DUE-DATE  TO LN-NEXT-DUE-DATE.
               REWRITE LOAN-MASTER-REC
                   INVALID KEY
                       MOVE 'Rewrite of LOANMAST failed'
                                                        TO WS-ERR-MSG
                       MOVE WS-LOAN-STATUS              TO WS-ERR-CDE
                       MOVE '330-REPOINT-LOAN'          TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-REWRITE.
               DISPLAY 'LOANMAST EMI RE-POINTED FOR ' CTL-ACCT-NO.
      *
         400-CLOSE-FILES.
               CLOSE AMORT-IN-FILE.
               CLOSE CONTROL-CARD-FILE.
               CLOSE ORDER-MASTER-FILE.
               CLOSE BALANCE-AMT.
               CLOSE LOAN-MASTER-FILE.
      *
         900-ERR-HANDLING.
               DISPLAY '********************************'.
