      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 09-11-2020
      * Purpose: MONTH-END LOAN ARREARS CLASSIFICATION - WORKS OUT
      *        : DAYS PAST DUE FOR EVERY ACTIVE LOANMAST LOAN FROM ITS
      *        : OLDEST UNPAID INSTALLMENT, BUCKETS IT CURRENT, 1-30,
      *        : 31-60, 61-89 OR 90+, MARKS 90+ NON-PERFORMING (A LOAN
      *        : ONLY RETURNS TO STANDARD ONCE ITS ARREARS ARE FULLY
      *        : CLEARED) AND PRINTS THE PORTFOLIO QUALITY REPORT FOR
      *        : MANAGEMENT AND THE REGULATORY RETURN.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. LOANCLS.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-ACCT-NO
               FILE STATUS IS WS-LOAN-STATUS.
      *
           SELECT LOAN-CLASS-RPT ASSIGN TO LNCLSRPT
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
       FD  LOAN-CLASS-RPT
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  LOAN-CLASS-RPT-REC             PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-LOAN-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-LOAN-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-LOAN-EOF                          VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-DPD                         PIC S9(07) VALUE ZEROES.
       01  WS-OVERDUE-TOTAL               PIC 9(7)V99 VALUE ZEROES.
      *
       01  WS-LOANS-READ                  PIC 9(07) VALUE ZEROES.
       01  WS-LOANS-CLASSIFIED            PIC 9(07) VALUE ZEROES.
       01  WS-NEWLY-NPA                   PIC 9(05) VALUE ZEROES.
       01  WS-UPGRADED                    PIC 9(05) VALUE ZEROES.
      *
      *    UPPER DAYS-PAST-DUE LIMIT AND LABEL FOR EACH BUCKET.
      *    90+ IS THE NON-PERFORMING BUCKET.
       01  BUCKET-LIMIT-VALUES.
           05  FILLER                PIC X(12) VALUE '00000CURRENT'.
           05  FILLER                PIC X(12) VALUE '000301-30   '.
           05  FILLER                PIC X(12) VALUE '0006031-60  '.
           05  FILLER                PIC X(12) VALUE '0008961-89  '.
           05  FILLER                PIC X(12) VALUE '9999990+    '.
       01  BUCKET-LIMIT-TABLE REDEFINES BUCKET-LIMIT-VALUES.
           05  BL-ENTRY OCCURS 5 TIMES INDEXED BY BL-IDX.
               10  BL-MAX-DAYS       PIC 9(05).
               10  BL-LABEL          PIC X(07).
       01  WS-NPA-BUCKET              PIC 9(01) VALUE 5.
      *
       01  BUCKET-TOTALS.
           05  BT-ENTRY OCCURS 5 TIMES.
               10  BT-COUNT          PIC 9(07).
               10  BT-OUTSTANDING    PIC 9(11)V99.
               10  BT-OVERDUE        PIC 9(11)V99.
       01  WS-BUCKET-SUB              PIC 9(01) VALUE ZEROES.
       01  WS-PORTFOLIO-TOTALS.
           05  WS-TOT-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-TOT-OUTSTANDING    PIC 9(11)V99 VALUE ZEROES.
           05  WS-TOT-OVERDUE        PIC 9(11)V99 VALUE ZEROES.
           05  WS-NPA-COUNT          PIC 9(07) VALUE ZEROES.
           05  WS-NPA-OUTSTANDING    PIC 9(11)V99 VALUE ZEROES.
           05  WS-NPA-OVERDUE        PIC 9(11)V99 VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-1.
           05  FILLER               PIC X(36) VALUE
               'LOAN PORTFOLIO CLASSIFICATION AS AT '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(36) VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER               PIC X(44) VALUE
               'BUCKET     LOANS    OUTSTANDING PRIN        '.
           05  FILLER               PIC X(36) VALUE
               '    OVERDUE AMT  CLASS              '.
       01  RPT-BUCKET-LINE.
           05  RB-LABEL             PIC X(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RB-COUNT             PIC ZZZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  RB-OUTSTANDING       PIC Z(10)9.99.
           05  FILLER               PIC X(09) VALUE SPACES.
           05  RB-OVERDUE           PIC Z(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RB-CLASS             PIC X(11).
           05  FILLER               PIC X(09) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********LOAN ARREARS CLASSIFICATION***********'.
      *
           PERFORM 100-OPEN-FILES.
           INITIALIZE BUCKET-TOTALS.
      *
           PERFORM 200-CLASSIFY-ONE-LOAN
              UNTIL WS-LOAN-EOF.
      *
           PERFORM 300-WRITE-REPORT.
      *
           DISPLAY 'LOANS READ             : ' WS-LOANS-READ.
           DISPLAY 'ACTIVE LOANS CLASSIFIED: ' WS-LOANS-CLASSIFIED.
           DISPLAY 'NEWLY NON-PERFORMING   : ' WS-NEWLY-NPA.
           DISPLAY 'RETURNED TO STANDARD   : ' WS-UPGRADED.
      *
           PERFORM 400-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN I-O    LOAN-MASTER-FILE.
               IF WS-LOAN-STATUS NOT = ZEROES
                  MOVE 'Error opening file LOANMAST'   TO WS-ERR-MSG
                  MOVE WS-LOAN-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT LOAN-CLASS-RPT.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file LNCLSRPT'   TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-CLASSIFY-ONE-LOAN.
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       IF LN-ACTIVE
                           PERFORM 210-SET-DPD
                           PERFORM 220-SET-ASSET-CLASS
                           REWRITE LOAN-MASTER-REC
                           PERFORM 230-ADD-TO-BUCKET
                       END-IF
               END-READ.
      *
      *    DAYS PAST DUE RUN FROM THE OLDEST INSTALLMENT STILL UNPAID.
         210-SET-DPD.
               ADD 1 TO WS-LOANS-CLASSIFIED.
               COMPUTE WS-OVERDUE-TOTAL =
                   LN-OVERDUE-PRIN + LN-OVERDUE-INT.
               MOVE ZEROES TO WS-DPD.
               IF WS-OVERDUE-TOTAL > ZEROES
                  AND LN-OLDEST-DUE-DATE > ZEROES
                   COMPUTE WS-DPD =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                     - FUNCTION INTEGER-OF-DATE (LN-OLDEST-DUE-DATE)
                   IF WS-DPD < ZEROES
                       MOVE ZEROES TO WS-DPD
                   END-IF
                   IF WS-DPD > 9999
                       MOVE 9999 TO WS-DPD
                   END-IF
               END-IF.
               MOVE WS-DPD TO LN-DPD.
      *
               SET BL-IDX TO 1.
               SEARCH BL-ENTRY
                   AT END
                       SET BL-IDX TO 5
                   WHEN LN-DPD NOT > BL-MAX-DAYS (BL-IDX)
                       CONTINUE
               END-SEARCH.
               SET WS-BUCKET-SUB TO BL-IDX.
      *
      *    90+ DAYS PAST DUE MAKES THE LOAN NON-PERFORMING. A PART
      *    PAYMENT THAT ONLY PULLS IT BACK UNDER 90 DAYS DOES NOT
      *    UPGRADE IT - THE WHOLE ARREARS MUST BE CLEARED FIRST.
         220-SET-ASSET-CLASS.
               IF WS-BUCKET-SUB = WS-NPA-BUCKET
                   IF NOT LN-NON-PERFORMING
                       ADD 1 TO WS-NEWLY-NPA
                   END-IF
                   MOVE 'N' TO LN-ASSET-CLASS
               ELSE
                   IF LN-NON-PERFORMING
                      AND WS-OVERDUE-TOTAL = ZEROES
                       ADD 1 TO WS-UPGRADED
                       MOVE 'S' TO LN-ASSET-CLASS
                   END-IF
                   IF LN-ASSET-CLASS = SPACES
                       MOVE 'S' TO LN-ASSET-CLASS
                   END-IF
               END-IF.
      *
         230-ADD-TO-BUCKET.
               ADD 1                   TO BT-COUNT (WS-BUCKET-SUB).
               ADD LN-OUTSTANDING-PRIN TO
                                   BT-OUTSTANDING (WS-BUCKET-SUB).
               ADD WS-OVERDUE-TOTAL    TO BT-OVERDUE (WS-BUCKET-SUB).
               ADD 1                   TO WS-TOT-COUNT.
               ADD LN-OUTSTANDING-PRIN TO WS-TOT-OUTSTANDING.
               ADD WS-OVERDUE-TOTAL    TO WS-TOT-OVERDUE.
               IF LN-NON-PERFORMING
                   ADD 1                   TO WS-NPA-COUNT
                   ADD LN-OUTSTANDING-PRIN TO WS-NPA-OUTSTANDING
                   ADD WS-OVERDUE-TOTAL    TO WS-NPA-OVERDUE
               END-IF.
      *
         300-WRITE-REPORT.
               MOVE WS-TODAY-DATE TO RH-DATE.
               WRITE LOAN-CLASS-RPT-REC FROM RPT-HEADER-1.
               WRITE LOAN-CLASS-RPT-REC FROM RPT-HEADER-2.
               PERFORM 310-WRITE-BUCKET-LINE
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5.
      *
               MOVE 'TOTAL  '          TO RB-LABEL.
               MOVE WS-TOT-COUNT       TO RB-COUNT.
               MOVE WS-TOT-OUTSTANDING TO RB-OUTSTANDING.
               MOVE WS-TOT-OVERDUE     TO RB-OVERDUE.
               MOVE SPACES             TO RB-CLASS.
               WRITE LOAN-CLASS-RPT-REC FROM RPT-BUCKET-LINE.
      *
      *        NON-PERFORMING TOTAL INCLUDES LOANS STILL HELD NPA
      *        UNDER 90 DAYS UNTIL THEIR ARREARS ARE CLEARED.
               MOVE 'NPA    '          TO RB-LABEL.
               MOVE WS-NPA-COUNT       TO RB-COUNT.
               MOVE WS-NPA-OUTSTANDING TO RB-OUTSTANDING.
               MOVE WS-NPA-OVERDUE     TO RB-OVERDUE.
               MOVE 'NON-PERFORM'      TO RB-CLASS.
               WRITE LOAN-CLASS-RPT-REC FROM RPT-BUCKET-LINE.
      *
         310-WRITE-BUCKET-LINE.
               MOVE BL-LABEL (WS-BUCKET-SUB)       TO RB-LABEL.
               MOVE BT-COUNT (WS-BUCKET-SUB)       TO RB-COUNT.
               MOVE BT-OUTSTANDING (WS-BUCKET-SUB) TO RB-OUTSTANDING.
               MOVE BT-OVERDUE (WS-BUCKET-SUB)     TO RB-OVERDUE.
               IF WS-BUCKET-SUB = WS-NPA-BUCKET
                   MOVE 'NON-PERFORM' TO RB-CLASS
               ELSE
                   MOVE 'STANDARD   ' TO RB-CLASS
               END-IF.
               WRITE LOAN-CLASS-RPT-REC FROM RPT-BUCKET-LINE.
      *
         400-CLOSE-FILES.
               CLOSE LOAN-MASTER-FILE.
               CLOSE LOAN-CLASS-RPT.
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
