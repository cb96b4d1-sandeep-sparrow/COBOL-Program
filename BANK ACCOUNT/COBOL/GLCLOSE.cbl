      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 07-12-2020
      * Purpose: GL PERIOD-END CLOSE - KEEPS THE GLCAL ACCOUNTING-
      *        : PERIOD CALENDAR AND CLOSES IT, DRIVEN BY ONE CONTROL
      *        : CARD PER ACTION (GLCLCARD):
      *        :   'P' DEFINES A PERIOD (YYYYMM, FIRST AND LAST DATE,
      *        :       FISCAL YEAR, 'Y' ON THE YEAR'S LAST PERIOD);
      *        :   'C' CLOSES A PERIOD - EVERY GLMAST BRANCH+CODE
      *        :       BALANCE IS SNAPSHOT ONTO GLHIST AND THE PERIOD
      *        :       IS LOCKED, SO GLPOST NO LONGER POSTS INTO IT;
      *        :   'Y' CLOSES A FISCAL YEAR - ONCE ALL ITS PERIODS ARE
      *        :       CLOSED, EVERY COAMAST INCOME AND EXPENSE
      *        :       BALANCE ON GLMAST IS ZEROED INTO THE RETAINED-
      *        :       EARNINGS CODE ON THE CARD, BRANCH BY BRANCH.
      *        : THE OPERATOR ON EACH CARD NEEDS A GLCLOSE GRANT. A
      *        : REFUSED CARD CHANGES NOTHING AND ENDS THE RUN RC 4;
      *        : EVERY CARD IS LISTED ON GLCLRPT.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. GLCLOSE.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CLOSE-CARD-FILE ASSIGN TO GLCLCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CARD-STATUS.
      *
      *    ACCOUNTING-PERIOD CALENDAR - SEE COPYBOOKS/GLPERD.cbl.
           SELECT GL-CAL-FILE ASSIGN TO GLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS WS-CAL-STATUS.
      *
           SELECT GL-MASTER-FILE ASSIGN TO GLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS  IS  WS-GLM-STATUS.
      *
           SELECT COA-MASTER-FILE ASSIGN TO COAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT-CODE
               FILE STATUS IS WS-COA-STATUS.
      *
      *    PERIOD HISTORY - SEE COPYBOOKS/GLHIST.cbl.
           SELECT GL-HIST-FILE ASSIGN TO GLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT CLOSE-RPT-FILE ASSIGN TO GLCLRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    ONE ACTION PER CARD - FIELDS THE ACTION DOES NOT USE ARE
      *    IGNORED.
       FD  CLOSE-CARD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLOSE-CARD-REC.
           05  CC-ACTION                  PIC  X(01).
               88  CC-DEFINE-PERIOD                VALUE 'P'.
               88  CC-CLOSE-PERIOD                 VALUE 'C'.
               88  CC-CLOSE-YEAR                   VALUE 'Y'.
           05  CC-PERIOD                  PIC  9(06).
           05  CC-PERIOD-PARTS REDEFINES CC-PERIOD.
               10  CC-PERIOD-YYYY         PIC  9(04).
               10  CC-PERIOD-MM           PIC  9(02).
           05  CC-START-DATE              PIC  9(08).
           05  CC-END-DATE                PIC  9(08).
           05  CC-FISCAL-YEAR             PIC  9(04).
           05  CC-YEAR-END-SW             PIC  X(01).
           05  CC-RE-ACCOUNT              PIC  X(06).
           05  CC-OPERATOR-ID             PIC  X(08).
           05  FILLER                     PIC  X(38).
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
      *    LAYOUT MIRRORS GLPOST.CBL'S GL-MASTER-REC.
       FD  GL-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-MASTER-REC.
           05  GLM-KEY.
               10  GLM-BRANCH-ID          PIC  X(04).
               10  GLM-ACCOUNT-CODE       PIC  X(06).
           05  GLM-BALANCE                PIC S9(9)V99.
           05  GLM-LAST-POST-DATE         PIC  9(08).
           05  FILLER                     PIC  X(51).
      *
      *    LAYOUT MIRRORS COAMNT.CBL'S COA-MASTER-REC.
       FD  COA-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  COA-MASTER-REC.
           05  COA-ACCOUNT-CODE           PIC  X(06).
           05  COA-DESCRIPTION            PIC  X(30).
           05  COA-CLASS                  PIC  X(01).
           05  COA-PARENT                 PIC  X(06).
           05  FILLER                     PIC  X(37).
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
       FD  CLOSE-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLOSE-RPT-REC                  PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CARD-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-GLM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-CARD-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF                          VALUE 'Y'.
       01  WS-CAL-SCAN-DONE-SW            PIC X(01) VALUE 'N'.
           88  WS-CAL-SCAN-DONE                     VALUE 'Y'.
       01  WS-GLM-SCAN-DONE-SW            PIC X(01) VALUE 'N'.
           88  WS-GLM-SCAN-DONE                     VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-REFUSE-SW                   PIC X(01) VALUE 'N'.
           88  WS-REFUSED                           VALUE 'Y'.
       01  WS-REFUSE-REASON               PIC X(30) VALUE SPACES.
       01  WS-RESULT                      PIC X(08) VALUE SPACES.
       01  WS-ITEM-COUNT                  PIC 9(05) VALUE ZEROES.
      *
      *    A CARD DATE IS TAKEN APART TO PROVE IT IS A DATE AT ALL.
       01  WS-CHECK-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY              PIC 9(04).
           05  WS-CHECK-MM                PIC 9(02).
           05  WS-CHECK-DD                PIC 9(02).
       01  WS-DATE-OK-SW                  PIC X(01) VALUE 'N'.
           88  WS-DATE-OK                           VALUE 'Y'.
      *
      *    THE PERIOD (OR YEAR-END PERIOD) THE CARD ACTS ON, HELD
      *    WHILE THE CALENDAR AND MASTER ARE SWEPT.
       01  WS-TARGET-PERIOD               PIC 9(06) VALUE ZEROES.
       01  WS-TARGET-END-DATE             PIC 9(08) VALUE ZEROES.
       01  WS-YEAR-PERIOD-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-YEAR-END-COUNT              PIC 9(03) VALUE ZEROES.
       01  WS-OPEN-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-OPEN-FOUND                        VALUE 'Y'.
       01  WS-LATE-POST-SW                PIC X(01) VALUE 'N'.
           88  WS-LATE-POST                         VALUE 'Y'.
       01  WS-ROLLED-SW                   PIC X(01) VALUE 'N'.
           88  WS-ALREADY-ROLLED                    VALUE 'Y'.
      *
      *    THE YEAR CLOSE - EACH BRANCH'S NET INCOME AND EXPENSE
      *    BALANCE (DEBIT-POSITIVE, SO A PROFIT IS NEGATIVE) GOES TO
      *    ITS OWN RETAINED-EARNINGS LINE.
       01  WS-RE-COUNT                    PIC 9(03) VALUE ZEROES.
       01  WS-RE-MAX                      PIC 9(03) VALUE 50.
       01  RE-TABLE.
           05  RE-ENTRY OCCURS 50 TIMES INDEXED BY RE-IDX.
               10  RE-BRANCH              PIC X(04).
               10  RE-AMOUNT              PIC S9(11)V99.
       01  WS-RE-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-RE-FOUND                          VALUE 'Y'.
      *
       01  WS-DEFINED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-CLOSED-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-YEARS-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-REFUSED-COUNT               PIC 9(05) VALUE ZEROES.
      *
      *    AUTHCHK INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM                PIC X(08) VALUE 'GLCLOSE '.
       01  WS-AUTH-ACTION                 PIC X(01) VALUE SPACE.
       01  WS-AUTH-AMOUNT                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-AUTH-RESULT                 PIC X(01) VALUE 'Y'.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(35) VALUE
               'GL PERIOD CLOSE -                 '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(37) VALUE SPACES.
       01  RPT-RULE-REC             PIC X(80) VALUE ALL '-'.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               'A PERIOD OPERATOR RESULT    ITEMS REASON'.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-ACTION            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-PERIOD            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-OPERATOR          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-RESULT            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ITEMS             PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-REASON            PIC X(30).
           05  FILLER               PIC X(16) VALUE SPACES.
       01  RPT-ROLL-REC.
           05  FILLER               PIC X(26) VALUE
               '  TO RETAINED EARNINGS  - '.
           05  RR-BRANCH            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RR-ACCOUNT           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RR-AMOUNT            PIC -Z(9)9.99.
           05  FILLER               PIC X(28) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(09) VALUE 'DEFINED: '.
           05  RTT-DEFINED          PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  CLOSED: '.
           05  RTT-CLOSED           PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE
               '  YEARS ROLLED '.
           05  RTT-YEARS            PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  REFUSED: '.
           05  RTT-REFUSED          PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********GL PERIOD CLOSE************************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE CLOSE-RPT-REC FROM RPT-HEADER-REC.
           WRITE CLOSE-RPT-REC FROM RPT-COLUMN-REC.
      *
           PERFORM 200-PROCESS-ONE-CARD
              UNTIL WS-CARD-EOF.
      *
           MOVE WS-DEFINED-COUNT TO RTT-DEFINED.
           MOVE WS-CLOSED-COUNT  TO RTT-CLOSED.
           MOVE WS-YEARS-COUNT   TO RTT-YEARS.
           MOVE WS-REFUSED-COUNT TO RTT-REFUSED.
           WRITE CLOSE-RPT-REC FROM RPT-RULE-REC.
           WRITE CLOSE-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'PERIODS DEFINED     : ' WS-DEFINED-COUNT.
           DISPLAY 'PERIODS CLOSED      : ' WS-CLOSED-COUNT.
           DISPLAY 'YEARS ROLLED        : ' WS-YEARS-COUNT.
           DISPLAY 'CARDS REFUSED       : ' WS-REFUSED-COUNT.
      *
           PERFORM 700-CLOSE-FILES.
      *
           IF WS-REFUSED-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  CLOSE-CARD-FILE.
               IF WS-CARD-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLCLCARD'   TO WS-ERR-MSG
                  MOVE WS-CARD-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    GL-CAL-FILE.
               IF WS-CAL-STATUS = '35'
                  OPEN OUTPUT GL-CAL-FILE
                  CLOSE GL-CAL-FILE
                  OPEN I-O GL-CAL-FILE
               END-IF.
               IF WS-CAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLCAL'      TO WS-ERR-MSG
                  MOVE WS-CAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    GL-MASTER-FILE.
               IF WS-GLM-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLMAST'     TO WS-ERR-MSG
                  MOVE WS-GLM-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  COA-MASTER-FILE.
               IF WS-COA-STATUS NOT = ZEROES
                  MOVE 'Error opening file COAMAST'    TO WS-ERR-MSG
                  MOVE WS-COA-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    GL-HIST-FILE.
               IF WS-HIST-STATUS = '35'
                  OPEN OUTPUT GL-HIST-FILE
                  CLOSE GL-HIST-FILE
                  OPEN I-O GL-HIST-FILE
               END-IF.
               IF WS-HIST-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLHIST'     TO WS-ERR-MSG
                  MOVE WS-HIST-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT CLOSE-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLCLRPT'    TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-PROCESS-ONE-CARD.
               READ CLOSE-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-CARD-EOF-SW
                   NOT AT END
                       PERFORM 210-APPLY-ONE-CARD
                           THRU 210-APPLY-EXIT
                       IF WS-REFUSED
                           ADD 1 TO WS-REFUSED-COUNT
                           MOVE 'REFUSED' TO WS-RESULT
                       END-IF
                       PERFORM 380-WRITE-CARD-LINE
               END-READ.
      *
      *    EVERY TEST FOR AN ACTION RUNS BEFORE ANYTHING IS TOUCHED -
      *    A REFUSED CARD LEAVES THE CALENDAR AND THE LEDGER AS THEY
      *    WERE.
         210-APPLY-ONE-CARD.
               MOVE 'N'    TO WS-REFUSE-SW.
               MOVE SPACES TO WS-REFUSE-REASON.
               MOVE SPACES TO WS-RESULT.
               MOVE ZEROES TO WS-ITEM-COUNT.
      *
               MOVE CC-ACTION TO WS-AUTH-ACTION.
               CALL 'AUTHCHK' USING CC-OPERATOR-ID WS-AUTH-PROGRAM
                                    WS-AUTH-ACTION WS-AUTH-AMOUNT
                                    WS-AUTH-RESULT.
               IF WS-AUTH-RESULT = 'N'
                  MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
      *
               EVALUATE TRUE
                  WHEN CC-DEFINE-PERIOD
                     PERFORM 300-DEFINE-PERIOD
                         THRU 300-DEFINE-EXIT
                  WHEN CC-CLOSE-PERIOD
                     PERFORM 400-CLOSE-PERIOD
                         THRU 400-CLOSE-EXIT
                  WHEN CC-CLOSE-YEAR
                     PERFORM 500-CLOSE-YEAR
                         THRU 500-CLOSE-YEAR-EXIT
                  WHEN OTHER
                     MOVE 'ACTION CODE INVALID' TO WS-REFUSE-REASON
               END-EVALUATE.
               IF WS-REFUSE-REASON = SPACES
                  GO TO 210-APPLY-EXIT
               END-IF.
      *
         210-REFUSE.
               MOVE 'Y' TO WS-REFUSE-SW.
      *
         210-APPLY-EXIT.
               EXIT.
      *
      *    A NEW PERIOD MUST BE A REAL MONTH WITH REAL DATES AND MUST
      *    NOT OVERLAP ANY PERIOD ALREADY ON THE CALENDAR - GLPOST
      *    FINDS A POSTING'S PERIOD BY ITS DATE.
         300-DEFINE-PERIOD.
               IF CC-PERIOD NOT NUMERIC
                  OR CC-PERIOD-MM < 01
                  OR CC-PERIOD-MM > 12
                  MOVE 'PERIOD NOT YYYYMM' TO WS-REFUSE-REASON
                  GO TO 300-DEFINE-EXIT
               END-IF.
               MOVE CC-START-DATE TO WS-CHECK-DATE.
               PERFORM 800-CHECK-DATE.
               IF NOT WS-DATE-OK
                  MOVE 'START DATE INVALID' TO WS-REFUSE-REASON
                  GO TO 300-DEFINE-EXIT
               END-IF.
               MOVE CC-END-DATE TO WS-CHECK-DATE.
               PERFORM 800-CHECK-DATE.
               IF NOT WS-DATE-OK
                  OR CC-END-DATE < CC-START-DATE
                  MOVE 'END DATE INVALID' TO WS-REFUSE-REASON
                  GO TO 300-DEFINE-EXIT
               END-IF.
               IF CC-FISCAL-YEAR NOT NUMERIC
                  OR CC-FISCAL-YEAR = ZEROES
                  MOVE 'FISCAL YEAR INVALID' TO WS-REFUSE-REASON
                  GO TO 300-DEFINE-EXIT
               END-IF.
               IF CC-YEAR-END-SW NOT = 'Y'
                  AND CC-YEAR-END-SW NOT = 'N'
                  AND CC-YEAR-END-SW NOT = SPACE
                  MOVE 'YEAR-END FLAG NOT Y OR N' TO WS-REFUSE-REASON
                  GO TO 300-DEFINE-EXIT
               END-IF.
      *
               MOVE CC-PERIOD TO GLP-PERIOD.
               READ GL-CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'PERIOD ALREADY DEFINED'
                                             TO WS-REFUSE-REASON
               END-READ.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 300-DEFINE-EXIT
               END-IF.
      *
               MOVE 'N' TO WS-CAL-SCAN-DONE-SW.
               PERFORM 850-START-CALENDAR.
               PERFORM 310-CHECK-ONE-OVERLAP
                   UNTIL WS-CAL-SCAN-DONE.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 300-DEFINE-EXIT
               END-IF.
      *
               INITIALIZE GL-PERIOD-REC.
               MOVE CC-PERIOD      TO GLP-PERIOD.
               MOVE CC-START-DATE  TO GLP-START-DATE.
               MOVE CC-END-DATE    TO GLP-END-DATE.
               MOVE CC-FISCAL-YEAR TO GLP-FISCAL-YEAR.
               IF CC-YEAR-END-SW = 'Y'
                  MOVE 'Y' TO GLP-YEAR-END-SW
               ELSE
                  MOVE 'N' TO GLP-YEAR-END-SW
               END-IF.
               MOVE 'O'            TO GLP-STATUS.
               MOVE ZEROES         TO GLP-CLOSED-DATE.
               MOVE SPACES         TO GLP-CLOSED-BY.
               MOVE 'N'            TO GLP-YEAR-ROLLED-SW.
               MOVE ZEROES         TO GLP-ROLLED-DATE.
               WRITE GL-PERIOD-REC.
               IF WS-CAL-STATUS NOT = ZEROES
                  MOVE 'Error writting file GLCAL'     TO WS-ERR-MSG
                  MOVE WS-CAL-STATUS                   TO WS-ERR-CDE
                  MOVE '300-DEFINE-PERIOD'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-DEFINED-COUNT.
               MOVE 'DEFINED' TO WS-RESULT.
      *
         300-DEFINE-EXIT.
               EXIT.
      *
         310-CHECK-ONE-OVERLAP.
               READ GL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-SCAN-DONE-SW
                   NOT AT END
                       IF GLP-START-DATE NOT > CC-END-DATE
                          AND GLP-END-DATE NOT < CC-START-DATE
                           MOVE 'DATES OVERLAP ANOTHER PERIOD'
                                             TO WS-REFUSE-REASON
                           MOVE 'Y' TO WS-CAL-SCAN-DONE-SW
                       END-IF
               END-READ.
      *
      *    A PERIOD CLOSES ONLY ONCE IT HAS ENDED, AFTER EVERY
      *    EARLIER PERIOD, AND WHILE NOTHING DATED AFTER ITS LAST DAY
      *    HAS REACHED GLMAST - OTHERWISE THE SNAPSHOT WOULD CARRY
      *    THE NEXT PERIOD'S POSTINGS. MONTHEND RUNS IT BEFORE THE
      *    NEW MONTH'S FIRST DAILY RUN.
         400-CLOSE-PERIOD.
               MOVE CC-PERIOD TO GLP-PERIOD.
               READ GL-CAL-FILE
                   INVALID KEY
                       MOVE 'PERIOD NOT ON CALENDAR'
                                             TO WS-REFUSE-REASON
               END-READ.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 400-CLOSE-EXIT
               END-IF.
               IF NOT GLP-OPEN
                  MOVE 'PERIOD ALREADY CLOSED' TO WS-REFUSE-REASON
                  GO TO 400-CLOSE-EXIT
               END-IF.
               IF WS-TODAY-DATE < GLP-END-DATE
                  MOVE 'PERIOD HAS NOT ENDED' TO WS-REFUSE-REASON
                  GO TO 400-CLOSE-EXIT
               END-IF.
               MOVE GLP-PERIOD   TO WS-TARGET-PERIOD.
               MOVE GLP-END-DATE TO WS-TARGET-END-DATE.
      *
               MOVE 'N' TO WS-OPEN-FOUND-SW.
               MOVE 'N' TO WS-CAL-SCAN-DONE-SW.
               PERFORM 850-START-CALENDAR.
               PERFORM 410-CHECK-ONE-EARLIER
                   UNTIL WS-CAL-SCAN-DONE.
               IF WS-OPEN-FOUND
                  MOVE 'EARLIER PERIOD STILL OPEN' TO WS-REFUSE-REASON
                  GO TO 400-CLOSE-EXIT
               END-IF.
      *
               MOVE 'N' TO WS-LATE-POST-SW.
               MOVE 'N' TO WS-GLM-SCAN-DONE-SW.
               PERFORM 860-START-MASTER.
               PERFORM 420-CHECK-ONE-MASTER
                   UNTIL WS-GLM-SCAN-DONE.
               IF WS-LATE-POST
                  MOVE 'GLMAST POSTED PAST PERIOD END'
                                             TO WS-REFUSE-REASON
                  GO TO 400-CLOSE-EXIT
               END-IF.
      *
               MOVE 'N' TO WS-GLM-SCAN-DONE-SW.
               PERFORM 860-START-MASTER.
               PERFORM 430-SNAPSHOT-ONE-MASTER
                   UNTIL WS-GLM-SCAN-DONE.
      *
               MOVE WS-TARGET-PERIOD TO GLP-PERIOD.
               READ GL-CAL-FILE.
               MOVE 'C'            TO GLP-STATUS.
               MOVE WS-TODAY-DATE  TO GLP-CLOSED-DATE.
               MOVE CC-OPERATOR-ID TO GLP-CLOSED-BY.
               REWRITE GL-PERIOD-REC.
               IF WS-CAL-STATUS NOT = ZEROES
                  MOVE 'Error rewriting file GLCAL'    TO WS-ERR-MSG
                  MOVE WS-CAL-STATUS                   TO WS-ERR-CDE
                  MOVE '400-CLOSE-PERIOD'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-CLOSED-COUNT.
               MOVE 'CLOSED' TO WS-RESULT.
      *
         400-CLOSE-EXIT.
               EXIT.
      *
         410-CHECK-ONE-EARLIER.
               READ GL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-SCAN-DONE-SW
                   NOT AT END
                       IF GLP-PERIOD NOT < WS-TARGET-PERIOD
                           MOVE 'Y' TO WS-CAL-SCAN-DONE-SW
                       ELSE
                           IF GLP-OPEN
                               DISPLAY 'GLCLOSE: PERIOD ' GLP-PERIOD
                                       ' STILL OPEN'
                               MOVE 'Y' TO WS-OPEN-FOUND-SW
                               MOVE 'Y' TO WS-CAL-SCAN-DONE-SW
                           END-IF
                       END-IF
               END-READ.
      *
         420-CHECK-ONE-MASTER.
               READ GL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GLM-SCAN-DONE-SW
                   NOT AT END
                       IF GLM-LAST-POST-DATE > WS-TARGET-END-DATE
                           DISPLAY 'GLCLOSE: ' GLM-KEY ' POSTED '
                                   GLM-LAST-POST-DATE
                           MOVE 'Y' TO WS-LATE-POST-SW
                           MOVE 'Y' TO WS-GLM-SCAN-DONE-SW
                       END-IF
               END-READ.
      *
      *    A SNAPSHOT LEFT PART-WRITTEN BY AN EARLIER FAILED RUN IS
      *    OVERWRITTEN - THE PERIOD WAS NEVER MARKED CLOSED.
         430-SNAPSHOT-ONE-MASTER.
               READ GL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GLM-SCAN-DONE-SW
                   NOT AT END
                       INITIALIZE GL-HIST-REC
                       MOVE WS-TARGET-PERIOD TO GLH-PERIOD
                       MOVE GLM-BRANCH-ID    TO GLH-BRANCH-ID
                       MOVE GLM-ACCOUNT-CODE TO GLH-ACCOUNT-CODE
                       MOVE GLM-BALANCE      TO GLH-BALANCE
                       MOVE WS-TODAY-DATE    TO GLH-CLOSED-DATE
                       WRITE GL-HIST-REC
                       IF WS-HIST-STATUS = '22'
                           REWRITE GL-HIST-REC
                       END-IF
                       IF WS-HIST-STATUS NOT = ZEROES
                           MOVE 'Error writting file GLHIST'
                                                       TO WS-ERR-MSG
                           MOVE WS-HIST-STATUS         TO WS-ERR-CDE
                           MOVE '430-SNAPSHOT'         TO WS-ERR-PROC
                           PERFORM 900-ERR-HANDLING
                       END-IF
                       ADD 1 TO WS-ITEM-COUNT
               END-READ.
      *
      *    THE YEAR CLOSES ONCE EVERY ONE OF ITS PERIODS HAS, AND
      *    ONLY ONCE. INCOME AND EXPENSE POSTED AFTER THE YEAR'S LAST
      *    DAY WOULD BE SWEPT INTO THE WRONG YEAR'S RESULT, SO THEY
      *    REFUSE THE CARD.
         500-CLOSE-YEAR.
               IF CC-FISCAL-YEAR NOT NUMERIC
                  OR CC-FISCAL-YEAR = ZEROES
                  MOVE 'FISCAL YEAR INVALID' TO WS-REFUSE-REASON
                  GO TO 500-CLOSE-YEAR-EXIT
               END-IF.
      *
               MOVE CC-RE-ACCOUNT TO COA-ACCOUNT-CODE.
               READ COA-MASTER-FILE
                   INVALID KEY
                       MOVE 'RETAINED EARNINGS NOT IN CHART'
                                             TO WS-REFUSE-REASON
               END-READ.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 500-CLOSE-YEAR-EXIT
               END-IF.
               IF COA-CLASS NOT = 'L'
                  MOVE 'RETAINED EARNINGS NOT CLASS L'
                                             TO WS-REFUSE-REASON
                  GO TO 500-CLOSE-YEAR-EXIT
               END-IF.
      *
               MOVE ZEROES TO WS-YEAR-PERIOD-COUNT.
               MOVE ZEROES TO WS-YEAR-END-COUNT.
               MOVE 'N' TO WS-OPEN-FOUND-SW.
               MOVE 'N' TO WS-ROLLED-SW.
               MOVE 'N' TO WS-CAL-SCAN-DONE-SW.
               PERFORM 850-START-CALENDAR.
               PERFORM 510-CHECK-ONE-YEAR-PERIOD
                   UNTIL WS-CAL-SCAN-DONE.
               EVALUATE TRUE
                  WHEN WS-YEAR-PERIOD-COUNT = ZEROES
                     MOVE 'NO PERIODS FOR FISCAL YEAR'
                                             TO WS-REFUSE-REASON
                  WHEN WS-YEAR-END-COUNT NOT = 1
                     MOVE 'YEAR-END PERIOD NOT DEFINED'
                                             TO WS-REFUSE-REASON
                  WHEN WS-OPEN-FOUND
                     MOVE 'PERIOD OF YEAR STILL OPEN'
                                             TO WS-REFUSE-REASON
                  WHEN WS-ALREADY-ROLLED
                     MOVE 'YEAR ALREADY CLOSED' TO WS-REFUSE-REASON
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 500-CLOSE-YEAR-EXIT
               END-IF.
      *
               MOVE 'N' TO WS-LATE-POST-SW.
               MOVE 'N' TO WS-GLM-SCAN-DONE-SW.
               PERFORM 860-START-MASTER.
               PERFORM 520-CHECK-ONE-RESULT-CODE
                   UNTIL WS-GLM-SCAN-DONE.
               IF WS-LATE-POST
                  MOVE 'INCOME/EXPENSE POSTED AFTER YR'
                                             TO WS-REFUSE-REASON
                  GO TO 500-CLOSE-YEAR-EXIT
               END-IF.
      *
               MOVE ZEROES TO WS-RE-COUNT.
               MOVE 'N' TO WS-GLM-SCAN-DONE-SW.
               PERFORM 860-START-MASTER.
               PERFORM 530-ROLL-ONE-RESULT-CODE
                   UNTIL WS-GLM-SCAN-DONE.
               PERFORM 540-POST-ONE-BRANCH
                   VARYING RE-IDX FROM 1 BY 1
                   UNTIL RE-IDX > WS-RE-COUNT.
      *
               MOVE WS-TARGET-PERIOD TO GLP-PERIOD.
               READ GL-CAL-FILE.
               MOVE 'Y'           TO GLP-YEAR-ROLLED-SW.
               MOVE WS-TODAY-DATE TO GLP-ROLLED-DATE.
               REWRITE GL-PERIOD-REC.
               IF WS-CAL-STATUS NOT = ZEROES
                  MOVE 'Error rewriting file GLCAL'    TO WS-ERR-MSG
                  MOVE WS-CAL-STATUS                   TO WS-ERR-CDE
                  MOVE '500-CLOSE-YEAR'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-YEARS-COUNT.
               MOVE 'ROLLED' TO WS-RESULT.
      *
         500-CLOSE-YEAR-EXIT.
               EXIT.
      *
         510-CHECK-ONE-YEAR-PERIOD.
               READ GL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-SCAN-DONE-SW
                   NOT AT END
                       IF GLP-FISCAL-YEAR = CC-FISCAL-YEAR
                           ADD 1 TO WS-YEAR-PERIOD-COUNT
                           IF GLP-OPEN
                               MOVE 'Y' TO WS-OPEN-FOUND-SW
                           END-IF
                           IF GLP-YEAR-END
                               ADD 1 TO WS-YEAR-END-COUNT
                               MOVE GLP-PERIOD   TO WS-TARGET-PERIOD
                               MOVE GLP-END-DATE TO WS-TARGET-END-DATE
                               IF GLP-YEAR-ROLLED
                                   MOVE 'Y' TO WS-ROLLED-SW
                               END-IF
                           END-IF
                       END-IF
               END-READ.
      *
         520-CHECK-ONE-RESULT-CODE.
               READ GL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GLM-SCAN-DONE-SW
                   NOT AT END
                       IF GLM-LAST-POST-DATE > WS-TARGET-END-DATE
                           PERFORM 870-READ-CHART-CLASS
                           IF COA-CLASS = 'I' OR COA-CLASS = 'E'
                               DISPLAY 'GLCLOSE: ' GLM-KEY ' POSTED '
                                       GLM-LAST-POST-DATE
                               MOVE 'Y' TO WS-LATE-POST-SW
                               MOVE 'Y' TO WS-GLM-SCAN-DONE-SW
                           END-IF
                       END-IF
               END-READ.
      *
      *    EACH INCOME OR EXPENSE CODE GOES TO ZERO AND ITS BALANCE
      *    JOINS ITS BRANCH'S RETAINED-EARNINGS AMOUNT. THE CLOSING
      *    ENTRY IS DATED THE YEAR'S LAST DAY.
         530-ROLL-ONE-RESULT-CODE.
               READ GL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-GLM-SCAN-DONE-SW
                   NOT AT END
                       IF GLM-BALANCE NOT = ZEROES
                           PERFORM 870-READ-CHART-CLASS
                           IF COA-CLASS = 'I' OR COA-CLASS = 'E'
                               PERFORM 535-ROLL-INTO-BRANCH
                           END-IF
                       END-IF
               END-READ.
      *
         535-ROLL-INTO-BRANCH.
               MOVE 'N' TO WS-RE-FOUND-SW.
               SET RE-IDX TO 1.
               SEARCH RE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RE-IDX > WS-RE-COUNT
                       CONTINUE
                   WHEN RE-BRANCH (RE-IDX) = GLM-BRANCH-ID
                       MOVE 'Y' TO WS-RE-FOUND-SW
               END-SEARCH.
               IF NOT WS-RE-FOUND
                  IF WS-RE-COUNT NOT < WS-RE-MAX
                     MOVE 'Too many branches for year close'
                                                       TO WS-ERR-MSG
                     MOVE 'OV'                         TO WS-ERR-CDE
                     MOVE '535-ROLL-INTO-BRANCH'       TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  ADD 1 TO WS-RE-COUNT
                  SET RE-IDX TO WS-RE-COUNT
                  MOVE GLM-BRANCH-ID TO RE-BRANCH (RE-IDX)
                  MOVE ZEROES        TO RE-AMOUNT (RE-IDX)
               END-IF.
               ADD GLM-BALANCE TO RE-AMOUNT (RE-IDX).
               MOVE ZEROES             TO GLM-BALANCE.
               MOVE WS-TARGET-END-DATE TO GLM-LAST-POST-DATE.
               REWRITE GL-MASTER-REC.
               IF WS-GLM-STATUS NOT = ZEROES
                  MOVE 'Error rewriting file GLMAST'   TO WS-ERR-MSG
                  MOVE WS-GLM-STATUS                   TO WS-ERR-CDE
                  MOVE '535-ROLL-INTO-BRANCH'          TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-ITEM-COUNT.
      *
      *    THE BRANCH'S RETAINED-EARNINGS LINE IS OPENED BY ITS FIRST
      *    YEAR CLOSE, AS GLPOST OPENS ANY CODE BY ITS FIRST POSTING.
         540-POST-ONE-BRANCH.
               MOVE RE-BRANCH (RE-IDX) TO GLM-BRANCH-ID.
               MOVE CC-RE-ACCOUNT      TO GLM-ACCOUNT-CODE.
               READ GL-MASTER-FILE
                   INVALID KEY
                       INITIALIZE GL-MASTER-REC
                       MOVE RE-BRANCH (RE-IDX) TO GLM-BRANCH-ID
                       MOVE CC-RE-ACCOUNT      TO GLM-ACCOUNT-CODE
                       MOVE RE-AMOUNT (RE-IDX) TO GLM-BALANCE
                       MOVE WS-TARGET-END-DATE TO GLM-LAST-POST-DATE
                       WRITE GL-MASTER-REC
                   NOT INVALID KEY
                       ADD RE-AMOUNT (RE-IDX)  TO GLM-BALANCE
                       IF GLM-LAST-POST-DATE < WS-TARGET-END-DATE
                           MOVE WS-TARGET-END-DATE
                                               TO GLM-LAST-POST-DATE
                       END-IF
                       REWRITE GL-MASTER-REC
               END-READ.
               IF WS-GLM-STATUS NOT = ZEROES
                  MOVE 'Error writting file GLMAST'    TO WS-ERR-MSG
                  MOVE WS-GLM-STATUS                   TO WS-ERR-CDE
                  MOVE '540-POST-ONE-BRANCH'           TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               IF RE-BRANCH (RE-IDX) = SPACES
                  MOVE 'HEAD'             TO RR-BRANCH
               ELSE
                  MOVE RE-BRANCH (RE-IDX) TO RR-BRANCH
               END-IF.
               MOVE CC-RE-ACCOUNT      TO RR-ACCOUNT.
               MOVE RE-AMOUNT (RE-IDX) TO RR-AMOUNT.
               WRITE CLOSE-RPT-REC FROM RPT-ROLL-REC.
      *
         380-WRITE-CARD-LINE.
               MOVE CC-ACTION        TO RD-ACTION.
               IF CC-CLOSE-YEAR
                  MOVE SPACES         TO RD-PERIOD
                  MOVE CC-FISCAL-YEAR TO RD-PERIOD (1:4)
               ELSE
                  MOVE CC-PERIOD      TO RD-PERIOD
               END-IF.
               MOVE CC-OPERATOR-ID   TO RD-OPERATOR.
               MOVE WS-RESULT        TO RD-RESULT.
               MOVE WS-ITEM-COUNT    TO RD-ITEMS.
               MOVE WS-REFUSE-REASON TO RD-REASON.
               WRITE CLOSE-RPT-REC FROM RPT-DETAIL-REC.
      *
         700-CLOSE-FILES.
               CLOSE CLOSE-CARD-FILE.
               CLOSE GL-CAL-FILE.
               CLOSE GL-MASTER-FILE.
               CLOSE COA-MASTER-FILE.
               CLOSE GL-HIST-FILE.
               CLOSE CLOSE-RPT-FILE.
      *
      *    WS-CHECK-DATE IS A PLAUSIBLE CALENDAR DATE.
         800-CHECK-DATE.
               MOVE 'N' TO WS-DATE-OK-SW.
               IF WS-CHECK-DATE-PARTS NUMERIC
                  AND WS-CHECK-YYYY > 1900
                  AND WS-CHECK-MM > 00 AND WS-CHECK-MM < 13
                  AND WS-CHECK-DD > 00 AND WS-CHECK-DD < 32
                  MOVE 'Y' TO WS-DATE-OK-SW
               END-IF.
      *
         850-START-CALENDAR.
               MOVE LOW-VALUES TO GLP-PERIOD.
               START GL-CAL-FILE KEY IS NOT LESS THAN GLP-PERIOD
                   INVALID KEY
                       MOVE 'Y' TO WS-CAL-SCAN-DONE-SW
               END-START.
      *
         860-START-MASTER.
               MOVE LOW-VALUES TO GLM-KEY.
               START GL-MASTER-FILE KEY IS NOT LESS THAN GLM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-GLM-SCAN-DONE-SW
               END-START.
      *
      *    A CODE MISSING FROM THE CHART HAS NO CLASS - IT IS NEITHER
      *    INCOME NOR EXPENSE AND STAYS WHERE IT IS (FINSTMT LISTS IT
      *    FOR THE CHART TO BE PUT RIGHT).
         870-READ-CHART-CLASS.
               MOVE GLM-ACCOUNT-CODE TO COA-ACCOUNT-CODE.
               READ COA-MASTER-FILE
                   INVALID KEY
                       MOVE SPACE TO COA-CLASS
               END-READ.
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
