      *        : EXPENSE WITH THE PERIOD'S NET RESULT), SUBTOTALLED
      *        : BY EACH CODE'S ROLLUP PARENT. A GLMAST CODE MISSING
      *        : FROM THE CHART IS FLAGGED ON ITS OWN EXCEPTION
      *        : SECTION SO THE CHART IS KEPT HONEST. WITH A FINCARD
      *        : NAMING A CLOSED PERIOD (OR 'LATEST') THE STATEMENTS
      *        : ARE PRINTED FROM THAT PERIOD'S GLHIST SNAPSHOT
      *        : INSTEAD, BESIDE A COMPARATIVE PERIOD - THE CARD'S
      *        : SECOND PERIOD, OR THE SAME PERIOD A YEAR EARLIER.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *    NO CARD - TODAY'S STATEMENTS FROM GLMAST, AS ALWAYS.
           SELECT OPTIONAL FIN-CARD-FILE ASSIGN TO FINCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CARD-STATUS.
      *
      *    ACCOUNTING-PERIOD CALENDAR AND PERIOD HISTORY KEPT BY
      *    GLCLOSE - SEE COPYBOOKS/GLPERD.cbl AND GLHIST.cbl.
           SELECT OPTIONAL GL-CAL-FILE ASSIGN TO GLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS WS-CAL-STATUS.
      *
           SELECT OPTIONAL GL-HIST-FILE ASSIGN TO GLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  STMT-RPT-REC                   PIC  X(80).
      *
      *    FC-PERIOD IS A CLOSED PERIOD (YYYYMM) OR 'LATEST' FOR THE
      *    MOST RECENT ONE; FC-COMP-PERIOD THE COMPARATIVE, SPACES
      *    FOR THE SAME PERIOD ONE YEAR EARLIER.
       FD  FIN-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  FIN-CARD-REC.
           05  FC-PERIOD                  PIC  X(06).
           05  FC-PERIOD-NUM REDEFINES FC-PERIOD
                                          PIC  9(06).
           05  FC-COMP-PERIOD             PIC  X(06).
           05  FC-COMP-PERIOD-NUM REDEFINES FC-COMP-PERIOD
                                          PIC  9(06).
           05  FILLER                     PIC  X(68).
      *
       FD  GL-CAL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-PERIOD-REC.
           02  GLP-PERIOD                 PIC  9(06).
      *    NAMED PERIOD FIELDS (GL-PERIOD-DATA GROUP) - SEE
      *    COPYBOOKS/GLPERD.cbl
           COPY GLPERD.
      *
       FD  GL-HIST-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-HIST-REC.
           02  GLH-KEY.
               03  GLH-PERIOD             PIC  9(06).
               03  GLH-BRANCH-ID          PIC  X(04).
               03  GLH-ACCOUNT-CODE       PIC  X(06).
      *    NAMED HISTORY FIELDS (GL-HIST-DATA GROUP) - SEE
      *    COPYBOOKS/GLHIST.cbl
           COPY GLHIST.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-GLM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CARD-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS                 PIC X(02) VALUE SPACES.
      *
       01  WS-GLM-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-GLM-EOF                           VALUE 'Y'.
       01  WS-HIST-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF                          VALUE 'Y'.
       01  WS-CAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CAL-EOF                           VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
      *    PERIOD MODE - THE STATEMENTS OF A CLOSED PERIOD FROM
      *    GLHIST, WITH THE COMPARATIVE PERIOD BESIDE THEM WHEN IT
      *    IS CLOSED TOO.
       01  WS-PERIOD-MODE-SW              PIC X(01) VALUE 'N'.
           88  WS-PERIOD-MODE                       VALUE 'Y'.
       01  WS-COMPARING-SW                PIC X(01) VALUE 'N'.
           88  WS-COMPARING                         VALUE 'Y'.
       01  WS-REPORT-PERIOD               PIC 9(06) VALUE ZEROES.
       01  WS-REPORT-END-DATE             PIC 9(08) VALUE ZEROES.
       01  WS-COMP-PERIOD                 PIC 9(06) VALUE ZEROES.
       01  WS-GATHER-PERIOD               PIC 9(06) VALUE ZEROES.
       01  WS-PERIOD-CLOSED-SW            PIC X(01) VALUE 'N'.
           88  WS-PERIOD-CLOSED                     VALUE 'Y'.
      *
      *    ONE BALANCE ON ITS WAY INTO THE WORK TABLE - INTO THE
      *    CURRENT COLUMN ('C') OR THE COMPARATIVE ('P').
       01  WS-GATHER-CODE                 PIC X(06) VALUE SPACES.
       01  WS-GATHER-BALANCE              PIC S9(9)V99 VALUE ZEROES.
       01  WS-GATHER-COLUMN               PIC X(01) VALUE 'C'.
           88  WS-GATHER-CURRENT                    VALUE 'C'.
      *
      *    THE WHOLE MASTER IS GATHERED INTO ONE WORK TABLE, THEN
      *    PRINTED CLASS BY CLASS - THE MASTER IS IN CODE ORDER, NOT
      *    CLASS ORDER. SAME FIND-OR-ADD SHAPE AS GLPOST'S
               10  ST-CLASS               PIC X(01).
               10  ST-PARENT              PIC X(06).
               10  ST-AMOUNT              PIC S9(9)V99.
               10  ST-COMP-AMOUNT         PIC S9(9)V99.
      *
      *    ROLLUP SUBTOTALS WITHIN THE CLASS BEING PRINTED.
       01  WS-PARENT-COUNT                PIC 9(03) VALUE ZEROES.
           05  PARENT-ENTRY OCCURS 100 TIMES INDEXED BY PAR-IDX.
               10  PT-PARENT              PIC X(06).
               10  PT-AMOUNT              PIC S9(9)V99.
               10  PT-COMP-AMOUNT         PIC S9(9)V99.
      *
       01  WS-PRINT-CLASS                 PIC X(01) VALUE SPACE.
       01  WS-CLASS-TOTAL                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-CLASS-COMP-TOTAL            PIC S9(11)V99 VALUE ZEROES.
       01  WS-INCOME-COMP-TOTAL           PIC S9(11)V99 VALUE ZEROES.
       01  WS-EXPENSE-COMP-TOTAL          PIC S9(11)V99 VALUE ZEROES.
       01  WS-SIGNED-AMOUNT               PIC S9(11)V99 VALUE ZEROES.
       01  WS-ASSET-TOTAL                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-LIAB-TOTAL                  PIC S9(11)V99 VALUE ZEROES.
           05  FILLER               PIC X(06) VALUE 'AS AT '.
           05  RT-DATE              PIC 9(08).
           05  FILLER               PIC X(26) VALUE SPACES.
       01  RPT-PERIOD-REC.
           05  FILLER               PIC X(41) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE ' PERIOD'.
           05  RP-PERIOD            PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE ' COMPAR.'.
           05  RP-COMP-PERIOD       PIC X(06).
           05  FILLER               PIC X(11) VALUE SPACES.
       01  RPT-SECTION-REC.
           05  RS-SECTION           PIC X(30).
           05  FILLER               PIC X(50) VALUE SPACES.
           05  RD-DESC              PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AMOUNT            PIC -Z(9)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-COMP-AREA         PIC X(14).
           05  RD-COMP-AMOUNT REDEFINES RD-COMP-AREA
                                    PIC -Z(9)9.99.
           05  FILLER               PIC X(11) VALUE SPACES.
       01  RPT-SUBTOTAL-REC.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE 'ROLLUP        '.
           05  RU-PARENT            PIC X(06).
           05  FILLER               PIC X(18) VALUE SPACES.
           05  RU-AMOUNT            PIC -Z(9)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RU-COMP-AREA         PIC X(14).
           05  RU-COMP-AMOUNT REDEFINES RU-COMP-AREA
                                    PIC -Z(9)9.99.
           05  FILLER               PIC X(11) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  RTOT-LABEL           PIC X(40).
           05  RTOT-AMOUNT          PIC -Z(9)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RTOT-COMP-AREA       PIC X(14).
           05  RTOT-COMP-AMOUNT REDEFINES RTOT-COMP-AREA
                                    PIC -Z(9)9.99.
           05  FILLER               PIC X(11) VALUE SPACES.
       01  RPT-BLANK-REC            PIC X(80) VALUE SPACES.
      *
      *-----------------------*
           DISPLAY '***********FINANCIAL STATEMENT RUN****************'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 150-READ-FIN-CARD THRU 150-READ-FIN-CARD-EXIT.
      *
           IF WS-PERIOD-MODE
              MOVE WS-REPORT-PERIOD TO WS-GATHER-PERIOD
              MOVE 'C'              TO WS-GATHER-COLUMN
              PERFORM 250-GATHER-PERIOD
              IF WS-COMPARING
                 MOVE WS-COMP-PERIOD TO WS-GATHER-PERIOD
                 MOVE 'P'            TO WS-GATHER-COLUMN
                 PERFORM 250-GATHER-PERIOD
              END-IF
           ELSE
              PERFORM 200-GATHER-ONE-GL-ACCOUNT
                 UNTIL WS-GLM-EOF
           END-IF.
      *
           MOVE 'BALANCE SHEET'         TO RT-TITLE.
           IF WS-PERIOD-MODE
              MOVE WS-REPORT-END-DATE   TO RT-DATE
           ELSE
              MOVE WS-TODAY-DATE        TO RT-DATE
           END-IF.
           WRITE STMT-RPT-REC FROM RPT-TITLE-REC.
           PERFORM 140-WRITE-PERIOD-HEADER.
      *
           MOVE 'ASSETS'                TO RS-SECTION.
           WRITE STMT-RPT-REC FROM RPT-SECTION-REC.
           PERFORM 300-PRINT-ONE-CLASS.
           MOVE WS-CLASS-TOTAL          TO WS-ASSET-TOTAL.
           MOVE 'TOTAL ASSETS'          TO RTOT-LABEL.
           PERFORM 360-WRITE-TOTAL-LINE.
      *
           MOVE 'LIABILITIES'           TO RS-SECTION.
           WRITE STMT-RPT-REC FROM RPT-SECTION-REC.
           PERFORM 300-PRINT-ONE-CLASS.
           MOVE WS-CLASS-TOTAL          TO WS-LIAB-TOTAL.
           MOVE 'TOTAL LIABILITIES'     TO RTOT-LABEL.
           PERFORM 360-WRITE-TOTAL-LINE.
      *
           MOVE 'INCOME STATEMENT'      TO RT-TITLE.
           WRITE STMT-RPT-REC FROM RPT-TITLE-REC.
           PERFORM 140-WRITE-PERIOD-HEADER.
      *
           MOVE 'INCOME'                TO RS-SECTION.
           WRITE STMT-RPT-REC FROM RPT-SECTION-REC.
           MOVE 'I' TO WS-PRINT-CLASS.
           PERFORM 300-PRINT-ONE-CLASS.
           MOVE WS-CLASS-TOTAL          TO WS-INCOME-TOTAL.
           MOVE WS-CLASS-COMP-TOTAL     TO WS-INCOME-COMP-TOTAL.
           MOVE 'TOTAL INCOME'          TO RTOT-LABEL.
           PERFORM 360-WRITE-TOTAL-LINE.
      *
           MOVE 'EXPENSES'              TO RS-SECTION.
           WRITE STMT-RPT-REC FROM RPT-SECTION-REC.
           MOVE 'E' TO WS-PRINT-CLASS.
           PERFORM 300-PRINT-ONE-CLASS.
           MOVE WS-CLASS-TOTAL          TO WS-EXPENSE-TOTAL.
           MOVE WS-CLASS-COMP-TOTAL     TO WS-EXPENSE-COMP-TOTAL.
           MOVE 'TOTAL EXPENSES'        TO RTOT-LABEL.
           PERFORM 360-WRITE-TOTAL-LINE.
      *
           COMPUTE WS-NET-RESULT =
               WS-INCOME-TOTAL - WS-EXPENSE-TOTAL.
           MOVE WS-NET-RESULT           TO WS-CLASS-TOTAL.
           COMPUTE WS-CLASS-COMP-TOTAL =
               WS-INCOME-COMP-TOTAL - WS-EXPENSE-COMP-TOTAL.
           MOVE 'NET RESULT FOR PERIOD' TO RTOT-LABEL.
           PERFORM 360-WRITE-TOTAL-LINE.
      *
      *    GLMAST CODES THE CHART DOES NOT KNOW - THE NUMBERS ABOVE
      *    EXCLUDE THEM, SO THE SECTION IS AN ACTION LIST, NOT
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  FIN-CARD-FILE.
               OPEN INPUT  GL-CAL-FILE.
               OPEN INPUT  GL-HIST-FILE.
      *
         140-WRITE-PERIOD-HEADER.
               IF WS-PERIOD-MODE
                  MOVE WS-REPORT-PERIOD   TO RP-PERIOD
                  IF WS-COMPARING
                     MOVE WS-COMP-PERIOD  TO RP-COMP-PERIOD
                  ELSE
                     MOVE 'N/A'           TO RP-COMP-PERIOD
                  END-IF
                  WRITE STMT-RPT-REC FROM RPT-PERIOD-REC
               END-IF.
      *
      *    A CARD NAMING A PERIOD THAT IS NOT CLOSED STOPS THE RUN -
      *    AN OPEN PERIOD HAS NO SNAPSHOT, AND TODAY'S FIGURES ARE
      *    WHAT A RUN WITHOUT A CARD PRINTS. A COMPARATIVE PERIOD
      *    NOT CLOSED IS ONLY NOTED.
         150-READ-FIN-CARD.
               IF WS-CARD-STATUS NOT = '00'
                  GO TO 150-READ-FIN-CARD-EXIT
               END-IF.
               READ FIN-CARD-FILE
                   AT END
                       GO TO 150-READ-FIN-CARD-EXIT
               END-READ.
               IF FC-PERIOD = SPACES
                  GO TO 150-READ-FIN-CARD-EXIT
               END-IF.
      *
               IF WS-CAL-STATUS NOT = '00'
                  OR WS-HIST-STATUS NOT = '00'
                  MOVE 'GLCAL/GLHIST needed for period' TO WS-ERR-MSG
                  MOVE WS-HIST-STATUS                   TO WS-ERR-CDE
                  MOVE '150-READ-FIN-CARD'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               MOVE 'Y' TO WS-PERIOD-MODE-SW.
      *
               IF FC-PERIOD = 'LATEST'
                  PERFORM 160-FIND-LATEST-CLOSED
                  IF WS-REPORT-PERIOD = ZEROES
                     MOVE 'No closed period on GLCAL'  TO WS-ERR-MSG
                     MOVE 'NP'                         TO WS-ERR-CDE
                     MOVE '150-READ-FIN-CARD'          TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
               ELSE
                  IF FC-PERIOD-NUM NOT NUMERIC
                     MOVE 'FINCARD period not YYYYMM'  TO WS-ERR-MSG
                     MOVE 'CT'                         TO WS-ERR-CDE
                     MOVE '150-READ-FIN-CARD'          TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  MOVE FC-PERIOD-NUM TO WS-REPORT-PERIOD
               END-IF.
               MOVE WS-REPORT-PERIOD TO GLP-PERIOD.
               PERFORM 170-CHECK-PERIOD-CLOSED.
               IF NOT WS-PERIOD-CLOSED
                  DISPLAY 'FINSTMT: PERIOD ' WS-REPORT-PERIOD
                          ' IS NOT CLOSED'
                  MOVE 'FINCARD period not closed'     TO WS-ERR-MSG
                  MOVE 'NP'                            TO WS-ERR-CDE
                  MOVE '150-READ-FIN-CARD'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               MOVE GLP-END-DATE TO WS-REPORT-END-DATE.
      *
               IF FC-COMP-PERIOD = SPACES
                  COMPUTE WS-COMP-PERIOD = WS-REPORT-PERIOD - 100
               ELSE
                  IF FC-COMP-PERIOD-NUM NUMERIC
                     MOVE FC-COMP-PERIOD-NUM TO WS-COMP-PERIOD
                  ELSE
                     MOVE ZEROES TO WS-COMP-PERIOD
                  END-IF
               END-IF.
               MOVE WS-COMP-PERIOD TO GLP-PERIOD.
               PERFORM 170-CHECK-PERIOD-CLOSED.
               IF WS-PERIOD-CLOSED
                  MOVE 'Y' TO WS-COMPARING-SW
               ELSE
                  DISPLAY 'FINSTMT: COMPARATIVE PERIOD '
                          WS-COMP-PERIOD ' NOT CLOSED - NONE PRINTED'
               END-IF.
      *
         150-READ-FIN-CARD-EXIT.
               EXIT.
      *
         160-FIND-LATEST-CLOSED.
               MOVE ZEROES TO WS-REPORT-PERIOD.
               MOVE LOW-VALUES TO GLP-PERIOD.
               START GL-CAL-FILE KEY IS NOT LESS THAN GLP-PERIOD
                   INVALID KEY
                       MOVE 'Y' TO WS-CAL-EOF-SW
               END-START.
               PERFORM 165-CHECK-ONE-PERIOD
                   UNTIL WS-CAL-EOF.
      *
         165-CHECK-ONE-PERIOD.
               READ GL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF GLP-CLOSED
                           MOVE GLP-PERIOD TO WS-REPORT-PERIOD
                       END-IF
               END-READ.
      *
         170-CHECK-PERIOD-CLOSED.
               MOVE 'N' TO WS-PERIOD-CLOSED-SW.
               READ GL-CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GLP-CLOSED
                           MOVE 'Y' TO WS-PERIOD-CLOSED-SW
                       END-IF
               END-READ.
      *
      *    ONE TABLE ENTRY PER GLMAST CODE. A LIABILITY OR INCOME
      *    CODE CARRIES A CREDIT BALANCE, WHICH IS NEGATIVE IN THE
                  AT END
                     MOVE 'Y' TO WS-GLM-EOF-SW
                  NOT AT END
                     MOVE GLM-ACCOUNT-CODE TO WS-GATHER-CODE
                     MOVE GLM-BALANCE      TO WS-GATHER-BALANCE
                     PERFORM 210-CLASSIFY-ONE-ACCOUNT
                         THRU 210-CLASSIFY-EXIT
               END-READ.
      *
      *    THE MASTER CARRIES ONE RECORD PER BRANCH - FIND-OR-ADD ON
      *    THE CODE SO EVERY BRANCH'S BALANCE FOLDS INTO ONE
      *    CONSOLIDATED STATEMENT LINE. A CODE ONLY IN THE
      *    COMPARATIVE PERIOD STILL GETS ITS LINE, WITH NOTHING IN
      *    THE CURRENT COLUMN.
         210-CLASSIFY-ONE-ACCOUNT.
               PERFORM VARYING STMT-IDX FROM 1 BY 1
                       UNTIL STMT-IDX > WS-STMT-COUNT
                   IF ST-CODE (STMT-IDX) = WS-GATHER-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM.
               IF STMT-IDX > WS-STMT-COUNT
                   PERFORM 220-ADD-STATEMENT-LINE
               END-IF.
               IF ST-CLASS (STMT-IDX) = 'L'
                  OR ST-CLASS (STMT-IDX) = 'I'
                   COMPUTE WS-SIGNED-AMOUNT = 0 - WS-GATHER-BALANCE
               ELSE
                   MOVE WS-GATHER-BALANCE TO WS-SIGNED-AMOUNT
               END-IF.
               IF WS-GATHER-CURRENT
                   ADD WS-SIGNED-AMOUNT TO ST-AMOUNT (STMT-IDX)
               ELSE
                   ADD WS-SIGNED-AMOUNT TO ST-COMP-AMOUNT (STMT-IDX)
               END-IF.
               GO TO 210-CLASSIFY-EXIT.
      *
         220-ADD-STATEMENT-LINE.
               IF WS-STMT-COUNT >= 500
                  MOVE 'Statement work table overflow'  TO WS-ERR-MSG
                  MOVE 'OV'                             TO WS-ERR-CDE
               END-IF.
               ADD 1 TO WS-STMT-COUNT.
               SET STMT-IDX TO WS-STMT-COUNT.
               MOVE WS-GATHER-CODE TO ST-CODE (STMT-IDX).
               MOVE ZEROES         TO ST-AMOUNT (STMT-IDX).
               MOVE ZEROES         TO ST-COMP-AMOUNT (STMT-IDX).
      *
               MOVE WS-GATHER-CODE TO COA-ACCOUNT-CODE.
               READ COA-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE SPACES          TO ST-PARENT (STMT-IDX)
                       MOVE '** NOT IN CHART OF ACCOUNTS'
                                             TO ST-DESC (STMT-IDX)
                   NOT INVALID KEY
                       MOVE COA-CLASS       TO ST-CLASS (STMT-IDX)
                       MOVE COA-PARENT      TO ST-PARENT (STMT-IDX)
                       MOVE COA-DESCRIPTION TO ST-DESC (STMT-IDX)
               END-READ.
      *
         210-CLASSIFY-EXIT.
               EXIT.
      *
      *    EVERY GLHIST BRANCH+CODE SNAPSHOT OF WS-GATHER-PERIOD.
         250-GATHER-PERIOD.
               MOVE 'N'              TO WS-HIST-EOF-SW.
               MOVE LOW-VALUES       TO GLH-KEY.
               MOVE WS-GATHER-PERIOD TO GLH-PERIOD.
               START GL-HIST-FILE KEY IS NOT LESS THAN GLH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-EOF-SW
               END-START.
               PERFORM 255-GATHER-ONE-HIST-ACCOUNT
                   UNTIL WS-HIST-EOF.
      *
         255-GATHER-ONE-HIST-ACCOUNT.
               READ GL-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF-SW
                   NOT AT END
                       IF GLH-PERIOD NOT = WS-GATHER-PERIOD
                           MOVE 'Y' TO WS-HIST-EOF-SW
                       ELSE
                           MOVE GLH-ACCOUNT-CODE TO WS-GATHER-CODE
                           MOVE GLH-BALANCE      TO WS-GATHER-BALANCE
                           PERFORM 210-CLASSIFY-ONE-ACCOUNT
                               THRU 210-CLASSIFY-EXIT
                       END-IF
               END-READ.
      *
      *    DETAILS FOR THE CLASS, THEN ITS ROLLUP SUBTOTALS, THEN
      *    WS-CLASS-TOTAL FOR THE CALLER'S TOTAL LINE.
         300-PRINT-ONE-CLASS.
               MOVE ZEROES TO WS-CLASS-TOTAL.
               MOVE ZEROES TO WS-CLASS-COMP-TOTAL.
               MOVE ZEROES TO WS-PARENT-COUNT.
               PERFORM 310-PRINT-ONE-DETAIL
                   VARYING STMT-IDX FROM 1 BY 1
                  MOVE ST-CODE (STMT-IDX)   TO RD-CODE
                  MOVE ST-DESC (STMT-IDX)   TO RD-DESC
                  MOVE ST-AMOUNT (STMT-IDX) TO RD-AMOUNT
                  MOVE ST-COMP-AMOUNT (STMT-IDX) TO RD-COMP-AMOUNT
                  IF NOT WS-COMPARING
                     MOVE SPACES TO RD-COMP-AREA
                  END-IF
                  WRITE STMT-RPT-REC FROM RPT-DETAIL-REC
                  ADD ST-AMOUNT (STMT-IDX)  TO WS-CLASS-TOTAL
                  ADD ST-COMP-AMOUNT (STMT-IDX)
                                            TO WS-CLASS-COMP-TOTAL
                  IF ST-PARENT (STMT-IDX) NOT = SPACES
                     PERFORM 320-ADD-TO-PARENT
                  END-IF
                   SET PAR-IDX TO WS-PARENT-COUNT
                   MOVE ST-PARENT (STMT-IDX) TO PT-PARENT (PAR-IDX)
                   MOVE ZEROES               TO PT-AMOUNT (PAR-IDX)
                   MOVE ZEROES          TO PT-COMP-AMOUNT (PAR-IDX)
               END-IF.
               ADD ST-AMOUNT (STMT-IDX) TO PT-AMOUNT (PAR-IDX).
               ADD ST-COMP-AMOUNT (STMT-IDX)
                                        TO PT-COMP-AMOUNT (PAR-IDX).
      *
         330-PRINT-ONE-SUBTOTAL.
               MOVE PT-PARENT (PAR-IDX) TO RU-PARENT.
               MOVE PT-AMOUNT (PAR-IDX) TO RU-AMOUNT.
               MOVE PT-COMP-AMOUNT (PAR-IDX) TO RU-COMP-AMOUNT.
               IF NOT WS-COMPARING
                  MOVE SPACES TO RU-COMP-AREA
               END-IF.
               WRITE STMT-RPT-REC FROM RPT-SUBTOTAL-REC.
      *
      *    THE CLASS (OR NET RESULT) TOTAL IN WS-CLASS-TOTAL AND
      *    WS-CLASS-COMP-TOTAL UNDER THE LABEL ALREADY IN RTOT-LABEL.
         360-WRITE-TOTAL-LINE.
               MOVE WS-CLASS-TOTAL      TO RTOT-AMOUNT.
               MOVE WS-CLASS-COMP-TOTAL TO RTOT-COMP-AMOUNT.
               IF NOT WS-COMPARING
                  MOVE SPACES TO RTOT-COMP-AREA
               END-IF.
               WRITE STMT-RPT-REC FROM RPT-TOTAL-REC.
               WRITE STMT-RPT-REC FROM RPT-BLANK-REC.
      *
         400-CLOSE-FILES.
               CLOSE GL-MASTER-FILE.
               CLOSE COA-MASTER-FILE.
               CLOSE STMT-RPT-FILE.
               CLOSE FIN-CARD-FILE.
               CLOSE GL-CAL-FILE.
               CLOSE GL-HIST-FILE.
      *
         900-ERR-HANDLING.
               DISPLAY '********************************'.
