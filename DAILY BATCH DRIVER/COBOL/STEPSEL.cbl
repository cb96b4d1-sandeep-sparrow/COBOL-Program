      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 18-01-2021
      * Purpose: BUSINESS-CALENDAR STEP SELECTOR - DECIDES WHICH
      *        : SCHEDULED STEPS RUN ON TONIGHT'S BUSINESS DATE, SO
      *        : MONTH-END, QUARTER-END AND YEAR-END WORK TRIGGERS
      *        : ITSELF ON THE RIGHT BUSINESS DAY INSTEAD OF WAITING
      *        : FOR AN OPERATOR TO REMEMBER IT.
      *        : PARM='SELECT' (OR NO PARM) - EVALUATES EVERY SCHEDCTL
      *        :   RUN RULE (SEE COPYBOOKS/SCHEDRUL.cbl) AGAINST THE
      *        :   GETBDATE BUSINESS DATE AND THE BUSDAY HOLIDAY
      *        :   CALENDAR, REWRITES THE STEPRUN INDICATOR FILE (ONE
      *        :   ROW PER STEP, SEE COPYBOOKS/STEPRUN.cbl) AND PRINTS
      *        :   TONIGHT'S SELECTION WITH A FORECAST OF THE STEPS
      *        :   EACH OF THE NEXT 30 BUSINESS DAYS WILL RUN ON
      *        :   STEPRPT. RC 4 - A SCHEDCTL ROW WAS IGNORED.
      *        : PARM='TEST,stepname' - RC 0 IF THE STEP RUNS TONIGHT,
      *        :   RC 4 IF IT DOES NOT, RC 8 IF STEPRUN HOLDS NO
      *        :   INDICATOR FOR IT TONIGHT. THE JCL CONDITIONS THE
      *        :   STEP ON THIS TEST THE WAY IT DOES ON CHKPT'S CHECK.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. STEPSEL.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    RUN RULES - SEE COPYBOOKS/SCHEDRUL.cbl.
           SELECT OPTIONAL SCHED-CTL-FILE ASSIGN TO SCHEDCTL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTL-STATUS.
      *
      *    STEP-RUN INDICATORS - SEE COPYBOOKS/STEPRUN.cbl.
           SELECT STEP-RUN-FILE ASSIGN TO STEPRUN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SX-STATUS.
      *
           SELECT STEP-RPT-FILE ASSIGN TO STEPRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  SCHED-CTL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  SCHED-CTL-REC.
      *    RUN RULE ROW - SEE COPYBOOKS/SCHEDRUL.cbl
           COPY SCHEDRUL.
      *
       FD  STEP-RUN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  STEP-RUN-REC.
      *    STEP-RUN INDICATOR ROW - SEE COPYBOOKS/STEPRUN.cbl
           COPY STEPRUN.
      *
       FD  STEP-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  STEP-RPT-REC                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS               PIC X(02) VALUE SPACES.
      *
       01  WS-CTL-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-CTL-EOF                        VALUE 'Y'.
       01  WS-MATCH-SW                 PIC X(01) VALUE 'N'.
           88  WS-MATCHED                        VALUE 'Y'.
      *
       01  WS-ACTION                   PIC X(08) VALUE SPACES.
       01  WS-TEST-STEP                PIC X(08) VALUE SPACES.
       01  WS-TEST-RUN-SW              PIC X(01) VALUE SPACE.
       01  WS-FIND-STEP                PIC X(08) VALUE SPACES.
      *
       01  WS-BUS-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-ROWS-READ                PIC 9(05) VALUE ZEROES.
       01  WS-ROWS-IGNORED             PIC 9(05) VALUE ZEROES.
       01  WS-STEPS-SELECTED           PIC 9(03) VALUE ZEROES.
       01  WS-FCST-DAYS                PIC 9(03) VALUE ZEROES.
      *
      *    BUSDAY INTERFACE.
       01  WS-BUSDAY-FUNC              PIC X(01) VALUE 'F'.
       01  WS-BUSDAY-N                 PIC 9(03) VALUE ZEROES.
       01  WS-BUSDAY-OUT               PIC 9(08) VALUE ZEROES.
      *
      *    THE DAY BEING EVALUATED - TONIGHT'S DATE, THEN EACH
      *    FORECAST DAY IN TURN - AND WHAT THE CALENDAR SAYS OF IT.
       01  WS-DAY-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
           05  WS-DAY-CCYY             PIC 9(04).
           05  WS-DAY-MM               PIC 9(02).
               88  WS-DAY-QTR-MONTH          VALUE 03 06 09 12.
               88  WS-DAY-DECEMBER           VALUE 12.
           05  WS-DAY-DD               PIC 9(02).
       01  WS-NEXT-BUS-DATE            PIC 9(08) VALUE ZEROES.
       01  WS-PREV-BUS-DATE            PIC 9(08) VALUE ZEROES.
       01  WS-DAY-INT                  PIC S9(09) VALUE ZEROES.
       01  WS-DAY-WEEKDAY              PIC 9(01) VALUE ZERO.
       01  WS-DAY-BUSDAY-SW            PIC X(01) VALUE 'Y'.
           88  WS-DAY-IS-BUSDAY                  VALUE 'Y'.
       01  WS-DAY-FIRST-SW             PIC X(01) VALUE 'N'.
           88  WS-DAY-FIRST                      VALUE 'Y'.
       01  WS-DAY-LAST-SW              PIC X(01) VALUE 'N'.
           88  WS-DAY-LAST                       VALUE 'Y'.
       01  WS-DAY-QTR-END-SW           PIC X(01) VALUE 'N'.
           88  WS-DAY-QTR-END                    VALUE 'Y'.
       01  WS-DAY-YEAR-END-SW          PIC X(01) VALUE 'N'.
           88  WS-DAY-YEAR-END                   VALUE 'Y'.
      *
       01  WS-WEEKDAY-NAMES.
           05  FILLER                  PIC X(21) VALUE
               'MONTUEWEDTHUFRISATSUN'.
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME         PIC X(03) OCCURS 7 TIMES.
      *
      *    THE SCHEDCTL RULES, HELD FOR THE RUN.
       01  WS-RULE-COUNT               PIC 9(03) VALUE ZEROES.
       01  RULE-TABLE.
           05  RUL-ENTRY OCCURS 200 TIMES INDEXED BY RUL-IDX.
               10  RU-STEP-NAME        PIC X(08).
               10  RU-RULE             PIC X(01).
               10  RU-WEEKDAY          PIC 9(01).
      *
      *    ONE ENTRY PER DISTINCT STEP, IN SCHEDCTL ORDER, WITH THE
      *    FIRST ROW DESCRIPTION SEEN AND THE RULE THAT SELECTED IT
      *    ON THE DAY BEING EVALUATED.
       01  WS-STEP-COUNT               PIC 9(03) VALUE ZEROES.
       01  STEP-TABLE.
           05  STP-ENTRY OCCURS 100 TIMES INDEXED BY STP-IDX.
               10  ST-STEP-NAME        PIC X(08).
               10  ST-DESCRIPTION      PIC X(30).
               10  ST-SEL-RULE         PIC X(01).
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER1.
           05  FILLER                  PIC X(38) VALUE
               'SCHEDULED STEP SELECTION FOR BUSINESS '.
           05  FILLER                  PIC X(06) VALUE 'DATE  '.
           05  RH1-BUS-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RH1-WEEKDAY             PIC X(03).
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  RPT-CALENDAR-LINE.
           05  FILLER                  PIC X(10) VALUE 'CALENDAR: '.
           05  RC-BUSDAY               PIC X(17).
           05  RC-FIRST                PIC X(13).
           05  RC-LAST                 PIC X(12).
           05  RC-QTR-END              PIC X(12).
           05  RC-YEAR-END             PIC X(09).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER                  PIC X(80) VALUE
               'STEP      RUNS  RULE  DESCRIPTION'.
       01  RPT-DETAIL-REC.
           05  RD-STEP-NAME            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-RUN                  PIC X(03).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-RULE                 PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(28) VALUE SPACES.
       01  RPT-HEADER3.
           05  FILLER                  PIC X(35) VALUE
               'FORECAST - STEPS TO RUN ON EACH OF '.
           05  FILLER                  PIC X(45) VALUE
               'THE NEXT 30 BUSINESS DAYS'.
       01  RPT-HEADER4.
           05  FILLER                  PIC X(80) VALUE
               'DATE     DAY MARK  STEPS'.
      *    ONE FORECAST LINE PER DAY, SIX STEP NAMES TO A LINE; A DAY
      *    WITH MORE STEPS CONTINUES ON LINES WITH THE DATE BLANK.
       01  RPT-FCST-LINE.
           05  RF-DATE                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RF-WEEKDAY              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RF-MARK-F               PIC X(01).
           05  RF-MARK-L               PIC X(01).
           05  RF-MARK-Q               PIC X(01).
           05  RF-MARK-Y               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RF-STEP                 PIC X(09) OCCURS 6 TIMES.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-FCST-SLOT                PIC 9(01) VALUE ZERO.
       01  RPT-KEY-LINE.
           05  FILLER                  PIC X(45) VALUE
               'MARK: F FIRST / L LAST BUSINESS DAY OF MONTH,'.
           05  FILLER                  PIC X(35) VALUE
               ' Q QUARTER-END, Y YEAR-END'.
       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
               'RULE ROWS READ: '.
           05  RT-ROWS-READ            PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE
               '  IGNORED: '.
           05  RT-ROWS-IGNORED         PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE
               '  STEPS: '.
           05  RT-STEPS                PIC ZZ9.
           05  FILLER                  PIC X(17) VALUE
               '  RUN TONIGHT: '.
           05  RT-SELECTED             PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01  LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
           05  LS-PARM-DATA            PIC X(30).
      *-----------------------*
       PROCEDURE DIVISION USING LS-PARM-AREA.
      *-----------------------*
       000-MAIN.
      *
           PERFORM 010-PARSE-PARM.
      *
           EVALUATE WS-ACTION
              WHEN 'SELECT'
                 PERFORM 100-SELECT-STEPS
              WHEN 'TEST'
                 PERFORM 500-TEST-STEP
              WHEN OTHER
                 DISPLAY 'STEPSEL: INVALID ACTION - ' WS-ACTION
                 MOVE 16 TO RETURN-CODE
           END-EVALUATE.
      *
           GOBACK.
      *
       010-PARSE-PARM.
      *
           MOVE SPACES TO WS-ACTION WS-TEST-STEP.
           IF LS-PARM-LENGTH > 0
              UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH)
                  DELIMITED BY ','
                  INTO WS-ACTION WS-TEST-STEP
           ELSE
              MOVE 'SELECT' TO WS-ACTION
           END-IF.
      *
      *    TONIGHT'S SELECTION, THEN THE 30-DAY FORECAST.
       100-SELECT-STEPS.
      *
           DISPLAY '***********SCHEDULED STEP SELECTION**************'.
           CALL 'GETBDATE' USING WS-BUS-DATE.
           PERFORM 110-OPEN-FILES.
           PERFORM 120-LOAD-RULE
              UNTIL WS-CTL-EOF.
           CLOSE SCHED-CTL-FILE.
      *
           MOVE WS-BUS-DATE TO WS-DAY-DATE.
           PERFORM 200-DESCRIBE-DAY.
           PERFORM 300-WRITE-SELECTION.
           PERFORM 400-WRITE-FORECAST.
      *
           MOVE WS-ROWS-READ      TO RT-ROWS-READ.
           MOVE WS-ROWS-IGNORED   TO RT-ROWS-IGNORED.
           MOVE WS-STEP-COUNT     TO RT-STEPS.
           MOVE WS-STEPS-SELECTED TO RT-SELECTED.
           MOVE SPACES TO STEP-RPT-REC.
           WRITE STEP-RPT-REC.
           WRITE STEP-RPT-REC FROM RPT-TOTAL-LINE.
      *
           DISPLAY 'BUSINESS DATE        : ' WS-BUS-DATE.
           DISPLAY 'RULE ROWS READ       : ' WS-ROWS-READ.
           DISPLAY 'RULE ROWS IGNORED    : ' WS-ROWS-IGNORED.
           DISPLAY 'STEPS RUNNING TONIGHT: ' WS-STEPS-SELECTED.
      *
           CLOSE STEP-RUN-FILE.
           CLOSE STEP-RPT-FILE.
      *
           IF WS-ROWS-IGNORED > ZEROES
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
      *
      *    NO SCHEDCTL MEANS NO RULES - STEPRUN IS STILL REWRITTEN,
      *    EMPTY, SO NO STEP ACTS ON AN EARLIER NIGHT'S SELECTION.
       110-OPEN-FILES.
           OPEN INPUT SCHED-CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
              DISPLAY 'STEPSEL: NO SCHEDCTL RULES - NO STEP SELECTED'
              MOVE 'Y' TO WS-CTL-EOF-SW
           END-IF.
      *
           OPEN OUTPUT STEP-RUN-FILE.
           IF WS-SX-STATUS NOT = ZEROES
              MOVE 'Error opening file STEPRUN'    TO WS-ERR-MSG
              MOVE WS-SX-STATUS                    TO WS-ERR-CDE
              MOVE '110-OPEN-FILES'                TO WS-ERR-PROC
              PERFORM 900-ERR-HANDLING
           END-IF.
      *
           OPEN OUTPUT STEP-RPT-FILE.
           IF WS-RPT-STATUS NOT = ZEROES
              MOVE 'Error opening file STEPRPT'    TO WS-ERR-MSG
              MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
              MOVE '110-OPEN-FILES'                TO WS-ERR-PROC
              PERFORM 900-ERR-HANDLING
           END-IF.
      *
       120-LOAD-RULE.
           READ SCHED-CTL-FILE
              AT END
                 MOVE 'Y' TO WS-CTL-EOF-SW
              NOT AT END
                 IF SCHED-CTL-REC (1:1) NOT = '*'
                    AND SCHED-CTL-REC NOT = SPACES
                     ADD 1 TO WS-ROWS-READ
                     PERFORM 130-VALIDATE-RULE
                 END-IF
           END-READ.
      *
      *    A ROW THAT CANNOT BE UNDERSTOOD IS REPORTED AND LEFT OUT -
      *    ONE BAD ROW DOES NOT STOP THE REST OF THE SCHEDULE.
       130-VALIDATE-RULE.
           EVALUATE TRUE
              WHEN SR-STEP-NAME = SPACES
                 DISPLAY 'STEPSEL: ROW WITHOUT A STEP NAME IGNORED'
                 ADD 1 TO WS-ROWS-IGNORED
              WHEN NOT SR-VALID-RULE
                 DISPLAY 'STEPSEL: UNKNOWN RULE ' SR-RULE
                         ' FOR ' SR-STEP-NAME ' IGNORED'
                 ADD 1 TO WS-ROWS-IGNORED
              WHEN SR-WEEKDAY-RULE
               AND (SR-WEEKDAY IS NOT NUMERIC
                    OR NOT SR-VALID-WEEKDAY)
                 DISPLAY 'STEPSEL: WEEKDAY RULE FOR ' SR-STEP-NAME
                         ' HAS NO WEEKDAY 1-7 - IGNORED'
                 ADD 1 TO WS-ROWS-IGNORED
              WHEN WS-RULE-COUNT NOT < 200
                 DISPLAY 'STEPSEL: RULE TABLE FULL - ' SR-STEP-NAME
                         ' IGNORED'
                 ADD 1 TO WS-ROWS-IGNORED
              WHEN OTHER
                 PERFORM 140-STORE-RULE
           END-EVALUATE.
      *
       140-STORE-RULE.
           MOVE SR-STEP-NAME TO WS-FIND-STEP.
           PERFORM 150-FIND-STEP.
           IF STP-IDX > WS-STEP-COUNT
              IF WS-STEP-COUNT < 100
                 ADD 1 TO WS-STEP-COUNT
                 SET STP-IDX TO WS-STEP-COUNT
                 MOVE SR-STEP-NAME   TO ST-STEP-NAME (STP-IDX)
                 MOVE SR-DESCRIPTION TO ST-DESCRIPTION (STP-IDX)
              ELSE
                 DISPLAY 'STEPSEL: STEP TABLE FULL - ' SR-STEP-NAME
                         ' IGNORED'
                 ADD 1 TO WS-ROWS-IGNORED
              END-IF
           END-IF.
           IF STP-IDX NOT > WS-STEP-COUNT
              ADD 1 TO WS-RULE-COUNT
              SET RUL-IDX TO WS-RULE-COUNT
              MOVE SR-STEP-NAME TO RU-STEP-NAME (RUL-IDX)
              MOVE SR-RULE      TO RU-RULE (RUL-IDX)
              IF SR-WEEKDAY-RULE
                 MOVE SR-WEEKDAY TO RU-WEEKDAY (RUL-IDX)
              ELSE
                 MOVE ZERO       TO RU-WEEKDAY (RUL-IDX)
              END-IF
           END-IF.
      *
       150-FIND-STEP.
           SET STP-IDX TO 1.
           SEARCH STP-ENTRY
              AT END
                 SET STP-IDX TO WS-STEP-COUNT
                 SET STP-IDX UP BY 1
              WHEN STP-IDX > WS-STEP-COUNT
                 CONTINUE
              WHEN ST-STEP-NAME (STP-IDX) = WS-FIND-STEP
                 CONTINUE
           END-SEARCH.
      *
      *    WHAT THE CALENDAR SAYS OF WS-DAY-DATE. THE LAST BUSINESS
      *    DAY OF A MONTH IS THE ONE WHOSE NEXT BUSINESS DAY FALLS IN
      *    ANOTHER MONTH, SO A MONTH ENDING ON A WEEKEND OR HOLIDAY
      *    CLOSES ON THE BUSINESS DAY BEFORE IT; THE FIRST IS THE ONE
      *    WHOSE PREVIOUS BUSINESS DAY DOES. INTEGER DATE 1 IS A
      *    MONDAY, SO MOD 7 GIVES 1 MONDAY ... 6 SATURDAY, 0 SUNDAY.
       200-DESCRIBE-DAY.
           MOVE 'F' TO WS-BUSDAY-FUNC.
           CALL 'BUSDAY' USING WS-BUSDAY-FUNC WS-DAY-DATE
                               WS-BUSDAY-N WS-BUSDAY-OUT.
           IF WS-BUSDAY-OUT = WS-DAY-DATE
              MOVE 'Y' TO WS-DAY-BUSDAY-SW
           ELSE
              MOVE 'N' TO WS-DAY-BUSDAY-SW
           END-IF.
           MOVE 'N' TO WS-BUSDAY-FUNC.
           CALL 'BUSDAY' USING WS-BUSDAY-FUNC WS-DAY-DATE
                               WS-BUSDAY-N WS-NEXT-BUS-DATE.
           MOVE 'P' TO WS-BUSDAY-FUNC.
           CALL 'BUSDAY' USING WS-BUSDAY-FUNC WS-DAY-DATE
                               WS-BUSDAY-N WS-PREV-BUS-DATE.
      *
           MOVE 'N' TO WS-DAY-FIRST-SW WS-DAY-LAST-SW
                       WS-DAY-QTR-END-SW WS-DAY-YEAR-END-SW.
           IF WS-PREV-BUS-DATE (5:2) NOT = WS-DAY-MM
              MOVE 'Y' TO WS-DAY-FIRST-SW
           END-IF.
           IF WS-NEXT-BUS-DATE (5:2) NOT = WS-DAY-MM
              MOVE 'Y' TO WS-DAY-LAST-SW
              IF WS-DAY-QTR-MONTH
                 MOVE 'Y' TO WS-DAY-QTR-END-SW
              END-IF
              IF WS-DAY-DECEMBER
                 MOVE 'Y' TO WS-DAY-YEAR-END-SW
              END-IF
           END-IF.
      *
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-DAY-DATE).
           COMPUTE WS-DAY-WEEKDAY = FUNCTION MOD (WS-DAY-INT, 7).
           IF WS-DAY-WEEKDAY = 0
              MOVE 7 TO WS-DAY-WEEKDAY
           END-IF.
      *
      *    MARK EVERY STEP WITH THE FIRST OF ITS RULES THAT SELECTS
      *    WS-DAY-DATE (SPACE WHEN NONE DOES).
       210-SELECT-FOR-DAY.
           PERFORM 215-CLEAR-SELECTION
              VARYING STP-IDX FROM 1 BY 1
              UNTIL STP-IDX > WS-STEP-COUNT.
           PERFORM 220-APPLY-RULE
              VARYING RUL-IDX FROM 1 BY 1
              UNTIL RUL-IDX > WS-RULE-COUNT.
      *
       215-CLEAR-SELECTION.
           MOVE SPACE TO ST-SEL-RULE (STP-IDX).
      *
       220-APPLY-RULE.
           MOVE 'N' TO WS-MATCH-SW.
           EVALUATE RU-RULE (RUL-IDX)
              WHEN 'D'
                 MOVE 'Y' TO WS-MATCH-SW
              WHEN 'F'
                 IF WS-DAY-FIRST
                    MOVE 'Y' TO WS-MATCH-SW
                 END-IF
              WHEN 'L'
                 IF WS-DAY-LAST
                    MOVE 'Y' TO WS-MATCH-SW
                 END-IF
              WHEN 'Q'
                 IF WS-DAY-QTR-END
                    MOVE 'Y' TO WS-MATCH-SW
                 END-IF
              WHEN 'Y'
                 IF WS-DAY-YEAR-END
                    MOVE 'Y' TO WS-MATCH-SW
                 END-IF
              WHEN 'W'
                 IF RU-WEEKDAY (RUL-IDX) = WS-DAY-WEEKDAY
                    MOVE 'Y' TO WS-MATCH-SW
                 END-IF
           END-EVALUATE.
           IF WS-MATCHED
              MOVE RU-STEP-NAME (RUL-IDX) TO WS-FIND-STEP
              PERFORM 150-FIND-STEP
              IF STP-IDX NOT > WS-STEP-COUNT
                 AND ST-SEL-RULE (STP-IDX) = SPACE
                  MOVE RU-RULE (RUL-IDX) TO ST-SEL-RULE (STP-IDX)
              END-IF
           END-IF.
      *
      *    TONIGHT - ONE STEPRUN ROW AND ONE REPORT LINE PER STEP.
       300-WRITE-SELECTION.
           PERFORM 210-SELECT-FOR-DAY.
      *
           MOVE WS-BUS-DATE TO RH1-BUS-DATE.
           MOVE WS-WEEKDAY-NAME (WS-DAY-WEEKDAY) TO RH1-WEEKDAY.
           WRITE STEP-RPT-REC FROM RPT-HEADER1.
           MOVE SPACES TO RC-BUSDAY RC-FIRST RC-LAST RC-QTR-END
                          RC-YEAR-END.
           IF WS-DAY-IS-BUSDAY
              MOVE 'BUSINESS DAY'      TO RC-BUSDAY
           ELSE
              MOVE 'NOT BUSINESS DAY'  TO RC-BUSDAY
              DISPLAY 'STEPSEL: BUSINESS DATE ' WS-BUS-DATE
                      ' IS A WEEKEND OR HOLIDAY ON THE CALENDAR'
           END-IF.
           IF WS-DAY-FIRST
              MOVE 'FIRST OF MTH' TO RC-FIRST
           END-IF.
           IF WS-DAY-LAST
              MOVE 'MONTH-END'    TO RC-LAST
           END-IF.
           IF WS-DAY-QTR-END
              MOVE 'QUARTER-END'  TO RC-QTR-END
           END-IF.
           IF WS-DAY-YEAR-END
              MOVE 'YEAR-END'     TO RC-YEAR-END
           END-IF.
           WRITE STEP-RPT-REC FROM RPT-CALENDAR-LINE.
           MOVE SPACES TO STEP-RPT-REC.
           WRITE STEP-RPT-REC.
           WRITE STEP-RPT-REC FROM RPT-HEADER2.
      *
           PERFORM 310-WRITE-STEP
              VARYING STP-IDX FROM 1 BY 1
              UNTIL STP-IDX > WS-STEP-COUNT.
      *
       310-WRITE-STEP.
           MOVE SPACES                      TO STEP-RUN-REC.
           MOVE ST-STEP-NAME (STP-IDX)      TO SX-STEP-NAME.
           MOVE WS-BUS-DATE                 TO SX-BUS-DATE.
           MOVE ST-SEL-RULE (STP-IDX)       TO SX-RULE.
           MOVE ST-DESCRIPTION (STP-IDX)    TO SX-DESCRIPTION.
           IF ST-SEL-RULE (STP-IDX) = SPACE
              MOVE 'N'                      TO SX-RUN-SW
              MOVE 'NO'                     TO RD-RUN
           ELSE
              MOVE 'Y'                      TO SX-RUN-SW
              MOVE 'YES'                    TO RD-RUN
              ADD 1 TO WS-STEPS-SELECTED
           END-IF.
           WRITE STEP-RUN-REC.
           IF WS-SX-STATUS NOT = ZEROES
              MOVE 'Error writing file STEPRUN'    TO WS-ERR-MSG
              MOVE WS-SX-STATUS                    TO WS-ERR-CDE
              MOVE '310-WRITE-STEP'                TO WS-ERR-PROC
              PERFORM 900-ERR-HANDLING
           END-IF.
      *
           MOVE ST-STEP-NAME (STP-IDX)      TO RD-STEP-NAME.
           MOVE ST-SEL-RULE (STP-IDX)       TO RD-RULE.
           MOVE ST-DESCRIPTION (STP-IDX)    TO RD-DESCRIPTION.
           WRITE STEP-RPT-REC FROM RPT-DETAIL-REC.
      *
      *    THE NEXT 30 BUSINESS DAYS AFTER TONIGHT, EACH WITH THE
      *    STEPS ITS RULES WILL SELECT.
       400-WRITE-FORECAST.
           MOVE SPACES TO STEP-RPT-REC.
           WRITE STEP-RPT-REC.
           WRITE STEP-RPT-REC FROM RPT-HEADER3.
           WRITE STEP-RPT-REC FROM RPT-KEY-LINE.
           WRITE STEP-RPT-REC FROM RPT-HEADER4.
           MOVE WS-BUS-DATE TO WS-DAY-DATE.
           PERFORM 410-FORECAST-DAY
              VARYING WS-FCST-DAYS FROM 1 BY 1
              UNTIL WS-FCST-DAYS > 30.
      *
       410-FORECAST-DAY.
           MOVE 'N' TO WS-BUSDAY-FUNC.
           CALL 'BUSDAY' USING WS-BUSDAY-FUNC WS-DAY-DATE
                               WS-BUSDAY-N WS-BUSDAY-OUT.
           MOVE WS-BUSDAY-OUT TO WS-DAY-DATE.
           PERFORM 200-DESCRIBE-DAY.
           PERFORM 210-SELECT-FOR-DAY.
      *
           MOVE SPACES TO RPT-FCST-LINE.
           MOVE WS-DAY-DATE TO RF-DATE.
           MOVE WS-WEEKDAY-NAME (WS-DAY-WEEKDAY) TO RF-WEEKDAY.
           IF WS-DAY-FIRST
              MOVE 'F' TO RF-MARK-F
           END-IF.
           IF WS-DAY-LAST
              MOVE 'L' TO RF-MARK-L
           END-IF.
           IF WS-DAY-QTR-END
              MOVE 'Q' TO RF-MARK-Q
           END-IF.
           IF WS-DAY-YEAR-END
              MOVE 'Y' TO RF-MARK-Y
           END-IF.
           MOVE ZERO TO WS-FCST-SLOT.
           PERFORM 420-FORECAST-STEP
              VARYING STP-IDX FROM 1 BY 1
              UNTIL STP-IDX > WS-STEP-COUNT.
           WRITE STEP-RPT-REC FROM RPT-FCST-LINE.
      *
       420-FORECAST-STEP.
           IF ST-SEL-RULE (STP-IDX) NOT = SPACE
              IF WS-FCST-SLOT = 6
                 WRITE STEP-RPT-REC FROM RPT-FCST-LINE
                 MOVE SPACES TO RPT-FCST-LINE
                 MOVE ZERO TO WS-FCST-SLOT
              END-IF
              ADD 1 TO WS-FCST-SLOT
              MOVE ST-STEP-NAME (STP-IDX) TO RF-STEP (WS-FCST-SLOT)
           END-IF.
      *
      *    JCL-SIDE TEST OF ONE STEP'S INDICATOR.
       500-TEST-STEP.
           CALL 'STEPCHK' USING WS-TEST-STEP WS-TEST-RUN-SW.
           EVALUATE WS-TEST-RUN-SW
              WHEN 'Y'
                 DISPLAY 'STEPSEL: STEP ' WS-TEST-STEP
                         ' RUNS TONIGHT'
                 MOVE 0 TO RETURN-CODE
              WHEN 'N'
                 DISPLAY 'STEPSEL: STEP ' WS-TEST-STEP
                         ' NOT SCHEDULED TONIGHT - SKIPPING'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY 'STEPSEL: NO STEPRUN INDICATOR FOR '
                         WS-TEST-STEP ' TONIGHT - SKIPPING'
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
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
