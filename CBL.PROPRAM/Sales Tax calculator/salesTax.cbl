      * Author: SANDEEP PRAJAPATI
      * Date: 05-05-2020
      * Purpose: INTERACTIVE COBOL PROGRAM
      *        : - EACH SALE CARRIES ITS TILL AND TENDER, AND THE
      *        : TILL'S END-OF-DAY Z-REPORT CLOSES ITS BUSINESS DAY
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-CUST-ID
               FILE STATUS  IS  WS-EXEMPT-STATUS.
      *
      *    TILL-DAY CLOSE REGISTER - ONE RECORD PER TILL PER LOG DATE,
      *    WRITTEN BY THE Z-REPORT. A TILL/DATE ON FILE TAKES NO MORE
      *    SALES OR RETURNS. CREATED EMPTY ON FIRST USE.
           SELECT TILL-CLOSE-FILE ASSIGN TO TILLCLOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-KEY
               FILE STATUS  IS  WS-TILLCLOS-STATUS.
      *
      *    STOCK ON HAND BY ITEM (MAINTAINED BY STKMNT) - A PRICED
      *    BASKET LINE TAKES ONE UNIT OFF, A LINE RETURNED IN FULL PUTS
      *    IT BACK. ABSENT FILE = STOCK NOT TRACKED, THE OLD BEHAVIOUR.
           SELECT OPTIONAL STOCK-FILE ASSIGN TO STOCKMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SK-ITEM-NUMBER
               FILE STATUS  IS  WS-STOCK-STATUS.
      *
      *    THE PRINTED Z-REPORT - OPENED ONLY WHEN A TILL IS CLOSED.
           SELECT Z-REPORT-FILE ASSIGN TO ZREPORT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS  WS-ZREPORT-STATUS.
      *
       DATA DIVISION.
      *
      *    PRICEMST - ZEROES ON ANYTHING ELSE.
           05  SLOG-ITEM-NO             PIC 9(03).
           05  SLOG-MASTER-PRICE        PIC 99.99.
      *    HOW THE CUSTOMER PAID (OR WAS REFUNDED) - 'C' CASH, 'D'
      *    CARD, 'V' VOUCHER - AND THE TILL THAT TOOK IT. SPACES ON
      *    LINES LOGGED BEFORE TILLS WERE RECORDED.
           05  SLOG-TENDER              PIC X(01).
           05  SLOG-TILL-ID             PIC X(04).
           05  FILLER                   PIC X(14) VALUE SPACES.
      *
      *    ONE SALE PER RECORD - SAME SALES-AMOUNT/JURISDICTION-CODE
      *    VALUES 100-CALCULATE-ONE-SALES-TAX OTHERWISE PROMPTS FOR.
      *    THE ORIGINAL SALE'S LOG LINE. SPACE = ORDINARY SALE.
           05  BATCH-TRAN-TYPE          PIC X(01).
           05  BATCH-ORIG-REF           PIC 9(06).
      *    TENDER ('C'/'D'/'V' - BLANK IS CASH) AND TILL (BLANK IS
      *    'BTCH') THE SALE OR REFUND WENT THROUGH.
           05  BATCH-TENDER             PIC X(01).
           05  BATCH-TILL-ID            PIC X(04).
           05  FILLER                   PIC X(49).
      *
      *    LAYOUT MIRRORS EXEMPMNT.CBL'S EXEMPT-REG-REC.
       FD  EXEMPT-REG-FILE
           05  EX-JURISDICTION          PIC X(02).
           05  EX-EXPIRY-DATE           PIC 9(08).
           05  FILLER                   PIC X(54).
      *
      *    THE DAY'S Z-REPORT FIGURES ARE KEPT ON THE CLOSE RECORD -
      *    NET BY TENDER IS WHAT THE LOG SAYS WAS TAKEN (REFUNDS OFF),
      *    COUNTED IS WHAT THE CASHIER DECLARED.
       FD  TILL-CLOSE-FILE
            RECORD CONTAINS 140 CHARACTERS
            RECORDING MODE IS F.
       01  TILL-CLOSE-REC.
           05  TC-KEY.
               10  TC-TILL-ID           PIC X(04).
               10  TC-DATE              PIC 9(06).
           05  TC-CLOSED-DATE           PIC 9(08).
           05  TC-CLOSED-TIME           PIC 9(06).
           05  TC-GROSS-SALES           PIC S9(9)V99.
           05  TC-RETURNS               PIC S9(9)V99.
           05  TC-TAX                   PIC S9(9)V99.
           05  TC-TENDER-FIGURES OCCURS 3 TIMES.
               10  TC-NET               PIC S9(9)V99.
               10  TC-COUNTED           PIC S9(9)V99.
           05  TC-FLOAT                 PIC 9(7)V99.
           05  FILLER                   PIC X(08).
      *
       FD  Z-REPORT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  Z-REPORT-REC                 PIC X(80).
      *
       FD  STOCK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           COPY STOCKREC.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-CUST-ID               PIC X(06)         VALUE SPACES.
       77  WS-CERT-NO               PIC X(10)         VALUE SPACES.
       77  WS-TODAY-DATE-8          PIC 9(08)         VALUE ZEROES.
       77  WS-TILLCLOS-STATUS       PIC X(02)         VALUE SPACES.
       77  WS-ZREPORT-STATUS        PIC X(02)         VALUE SPACES.
      *
      *    TILL AND TENDER - THE TILL IS KEYED ONCE AT THE START OF AN
      *    INTERACTIVE SESSION (EACH BATCH RECORD NAMES ITS OWN); THE
      *    TENDER ONCE PER SALE, RETURN OR BASKET.
       77  WS-TILL-ID               PIC X(04)         VALUE SPACES.
       77  WS-TENDER                PIC X(01)         VALUE SPACE.
       77  WS-TODAY-6               PIC 9(06)         VALUE ZEROES.
       77  WS-TENDER-OK-SW          PIC X(01)         VALUE 'N'.
           88  WS-TENDER-OK                           VALUE 'Y'.
       77  WS-TILL-CLOSED-SW        PIC X(01)         VALUE 'N'.
           88  WS-TILL-CLOSED                         VALUE 'Y'.
       77  WS-Z-AMOUNT-WORK         PIC 9(8)V99       VALUE ZEROES.
       77  WS-Z-TAX-WORK            PIC 9(8)V99       VALUE ZEROES.
       77  WS-Z-SALE-COUNT          PIC 9(05)         VALUE ZEROES.
       77  WS-Z-RETURN-COUNT        PIC 9(05)         VALUE ZEROES.
       77  WS-Z-GROSS-SALES         PIC S9(9)V99      VALUE ZEROES.
       77  WS-Z-RETURNS             PIC S9(9)V99      VALUE ZEROES.
       77  WS-Z-NET-SALES           PIC S9(9)V99      VALUE ZEROES.
       77  WS-Z-TAX                 PIC S9(9)V99      VALUE ZEROES.
       77  WS-Z-FLOAT               PIC 9(7)V99       VALUE ZEROES.
       77  WS-Z-TOTAL-OVER-SHORT    PIC S9(9)V99      VALUE ZEROES.
       77  WS-Z-TIME                PIC 9(08)         VALUE ZEROES.
       77  WS-TD-SUB                PIC 9(01)         VALUE ZEROES.
       77  WS-STOCK-STATUS          PIC X(02)         VALUE SPACES.
       77  WS-STOCK-OK-SW           PIC X(01)         VALUE 'N'.
           88  WS-STOCK-OK                            VALUE 'Y'.
       77  EDITED-ON-HAND           PIC -,---,--9.
      *
      *    TENDER TYPES - THE CODE ON THE LOG AND ITS REPORT NAME.
       01  TENDER-VALUES.
           05  FILLER               PIC X(08) VALUE 'CCASH   '.
           05  FILLER               PIC X(08) VALUE 'DCARD   '.
           05  FILLER               PIC X(08) VALUE 'VVOUCHER'.
       01  TENDER-TABLE REDEFINES TENDER-VALUES.
           05  TENDER-ENTRY OCCURS 3 TIMES INDEXED BY TD-IDX.
               10  TENDER-CODE      PIC X(01).
               10  TENDER-NAME      PIC X(07).
      *
      *    THE SESSION TILL'S TAKINGS FOR TODAY BY TENDER, IN THE SAME
      *    ORDER AS TENDER-TABLE - WHAT THE LOG SAYS (SALE PLUS TAX IN,
      *    REFUND PLUS TAX CREDIT OUT), WHAT WAS COUNTED, AND THE
      *    DIFFERENCE (POSITIVE = OVER).
       01  TILL-TENDER-TOTALS.
           05  TT-ENTRY OCCURS 3 TIMES.
               10  TT-NET           PIC S9(9)V99.
               10  TT-COUNTED       PIC S9(9)V99.
               10  TT-OVER-SHORT    PIC S9(9)V99.
      *
       01  Z-HEADING-LINE.
           05  FILLER               PIC X(20)
                                    VALUE 'Z-REPORT   TILL '.
           05  ZH-TILL-ID           PIC X(04).
           05  FILLER               PIC X(17)
                                    VALUE '   BUSINESS DATE '.
           05  ZH-DATE              PIC 9(06).
           05  FILLER               PIC X(33) VALUE SPACES.
       01  Z-TOTAL-LINE.
           05  ZT-LABEL             PIC X(24).
           05  ZT-COUNT             PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  ZT-AMOUNT            PIC ---,---,--9.99.
           05  FILLER               PIC X(32) VALUE SPACES.
       01  Z-TENDER-HEADING.
           05  FILLER               PIC X(40)
               VALUE 'TENDER          EXPECTED         COUNTED'.
           05  FILLER               PIC X(40)
               VALUE '      OVER/SHORT'.
       01  Z-TENDER-LINE.
           05  ZD-NAME              PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ZD-EXPECTED          PIC ---,---,--9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ZD-COUNTED           PIC ---,---,--9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ZD-OVER-SHORT        PIC ---,---,--9.99.
           05  FILLER               PIC X(24) VALUE SPACES.
      *
      *    RETURNS SUPPORT - THE LOG IS SCANNED ONCE AT STARTUP TO
      *    SEED THE LINE-NUMBER SEQUENCE AND LOAD EVERY SALE'S
               10  ST-DATE          PIC 9(06).
               10  ST-AMOUNT        PIC 9(8)V99.
               10  ST-RETURNED      PIC 9(8)V99.
               10  ST-ITEM-NO       PIC 9(03).
       77  END-OF-SESSION-SWITCH    PIC X             VALUE 'N'.
       77  WS-RUN-MODE-SW           PIC X             VALUE 'I'.
           88  WS-BATCH-MODE                          VALUE 'B'.
            ACCEPT SYSTEM-DATE FROM DATE.
            ACCEPT WS-TODAY-DATE-8 FROM DATE YYYYMMDD.
            PERFORM 005-PARSE-PARM.
            MOVE SYSTEM-DATE TO WS-TODAY-6.
            INITIALIZE TILL-TENDER-TOTALS.
            IF NOT WS-BATCH-MODE
                PERFORM 090-GET-TILL-ID
            END-IF.
            PERFORM 050-OPEN-FILES.
            IF NOT WS-BATCH-MODE
                PERFORM 095-CHECK-TILL-OPEN
                IF WS-TILL-CLOSED
                    DISPLAY 'TILL ' WS-TILL-ID ' IS CLOSED FOR '
                            WS-TODAY-6 ' - NO FURTHER SALES'
                    MOVE 'Y' TO END-OF-SESSION-SWITCH
                END-IF
            END-IF.
      *
            IF WS-BATCH-MODE
                PERFORM 070-OPEN-BATCH-INPUT
      *
            OPEN INPUT EXEMPT-REG-FILE.
      *    AN ABSENT REGISTRY JUST MEANS EVERY SALE IS TAXED.
      *
            OPEN I-O TILL-CLOSE-FILE.
            IF WS-TILLCLOS-STATUS = '35'
                OPEN OUTPUT TILL-CLOSE-FILE
                CLOSE TILL-CLOSE-FILE
                OPEN I-O TILL-CLOSE-FILE
            END-IF.
            IF WS-TILLCLOS-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING TILLCLOS - STATUS '
                        WS-TILLCLOS-STATUS
                STOP RUN
            END-IF.
      *
            OPEN I-O STOCK-FILE.
            IF WS-STOCK-STATUS = '00'
                MOVE 'Y' TO WS-STOCK-OK-SW
            END-IF.
      *
       055-SCAN-ONE-LOG-RECORD.
      *
                    MOVE 'Y' TO WS-SCAN-EOF-SW
                NOT AT END
                    ADD 1 TO WS-LOG-SEQ
                    PERFORM 058-ADD-TO-TILL-TOTALS
                    IF SLOG-TRAN-TYPE = 'R'
                        PERFORM 057-APPLY-OLD-RETURN
                    ELSE
                COMPUTE ST-AMOUNT (SAL-IDX) =
                    FUNCTION NUMVAL-C (SLOG-SALES-AMOUNT)
                MOVE ZEROES TO ST-RETURNED (SAL-IDX)
                IF SLOG-ITEM-NO IS NUMERIC
                    MOVE SLOG-ITEM-NO TO ST-ITEM-NO (SAL-IDX)
                ELSE
                    MOVE ZEROES TO ST-ITEM-NO (SAL-IDX)
                END-IF
            ELSE
                DISPLAY 'SALE TABLE FULL - RETURNS AGAINST OLDER '
                        'SALES CANNOT BE VALIDATED'
                    EXIT PERFORM
                END-IF
            END-PERFORM.
      *
      *    ONLY THE SESSION TILL'S LINES FOR TODAY COUNT - THE SAME
      *    PARAGRAPH TAKES EACH NEW LINE AS 170 WRITES IT.
       058-ADD-TO-TILL-TOTALS.
      *
            IF SLOG-TILL-ID = WS-TILL-ID
               AND SLOG-DATE = WS-TODAY-6
               AND WS-TILL-ID NOT = SPACES
                COMPUTE WS-Z-AMOUNT-WORK =
                    FUNCTION NUMVAL-C (SLOG-SALES-AMOUNT)
                COMPUTE WS-Z-TAX-WORK =
                    FUNCTION NUMVAL-C (SLOG-SALES-TAX)
                SET TD-IDX TO 1
                SEARCH TENDER-ENTRY
                    AT END
                        SET TD-IDX TO 1
                    WHEN TENDER-CODE (TD-IDX) = SLOG-TENDER
                        CONTINUE
                END-SEARCH
                SET WS-TD-SUB TO TD-IDX
                IF SLOG-TRAN-TYPE = 'R'
                    ADD 1                TO WS-Z-RETURN-COUNT
                    ADD WS-Z-AMOUNT-WORK TO WS-Z-RETURNS
                    SUBTRACT WS-Z-TAX-WORK FROM WS-Z-TAX
                    SUBTRACT WS-Z-AMOUNT-WORK WS-Z-TAX-WORK
                        FROM TT-NET (WS-TD-SUB)
                ELSE
                    ADD 1                TO WS-Z-SALE-COUNT
                    ADD WS-Z-AMOUNT-WORK TO WS-Z-GROSS-SALES
                    ADD WS-Z-TAX-WORK    TO WS-Z-TAX
                    ADD WS-Z-AMOUNT-WORK WS-Z-TAX-WORK
                        TO TT-NET (WS-TD-SUB)
                END-IF
            END-IF.
      *
       060-CLOSE-FILES.
      *
            CLOSE SALES-LOG-FILE.
            CLOSE EXEMPT-REG-FILE.
            CLOSE TILL-CLOSE-FILE.
            IF WS-STOCK-OK
                CLOSE STOCK-FILE
            END-IF.
      *
       070-OPEN-BATCH-INPUT.
      *
       075-CLOSE-BATCH-INPUT.
      *
            CLOSE BATCH-INPUT-FILE.
      *
       090-GET-TILL-ID.
      *
            DISPLAY "ENTER TILL ID (XXXX)."
            ACCEPT WS-TILL-ID.
            IF WS-TILL-ID = SPACES
                MOVE 'TIL1' TO WS-TILL-ID
            END-IF.
      *
       095-CHECK-TILL-OPEN.
      *
            MOVE WS-TILL-ID  TO TC-TILL-ID.
            MOVE WS-TODAY-6  TO TC-DATE.
            READ TILL-CLOSE-FILE
                INVALID KEY
                    MOVE 'N' TO WS-TILL-CLOSED-SW
                NOT INVALID KEY
                    MOVE 'Y' TO WS-TILL-CLOSED-SW
            END-READ.
      *
      *    A BATCH RECORD'S TENDER AND TILL - BLANKS DEFAULT SO OLDER
      *    BATCH FILES STILL RUN; AN UNKNOWN TENDER OR A CLOSED TILL
      *    SKIPS THE RECORD.
       210-BATCH-TILL-AND-TENDER.
      *
            MOVE BATCH-TILL-ID TO WS-TILL-ID.
            IF WS-TILL-ID = SPACES
                MOVE 'BTCH' TO WS-TILL-ID
            END-IF.
            MOVE BATCH-TENDER TO WS-TENDER.
            IF WS-TENDER = SPACE
                MOVE 'C' TO WS-TENDER
            END-IF.
            PERFORM 167-VALIDATE-TENDER.
            PERFORM 095-CHECK-TILL-OPEN.
            IF NOT WS-TENDER-OK
                DISPLAY 'INVALID BATCH TENDER ' BATCH-TENDER
                        ' - SKIPPED.'
            ELSE
                IF WS-TILL-CLOSED
                    DISPLAY 'TILL ' WS-TILL-ID ' IS CLOSED FOR '
                            WS-TODAY-6 ' - SKIPPED.'
                END-IF
            END-IF.
      *
      *    RE-USES 150-LOOKUP-TAX-RATE/170-WRITE-SALES-LOG - THE SAME
      *    LOOKUP AND LOGGING LOGIC THE INTERACTIVE PATH USES - SO A
                    MOVE 'Y' TO END-OF-SESSION-SWITCH
                    DISPLAY SALES-YEAR
                NOT AT END
                  PERFORM 210-BATCH-TILL-AND-TENDER
                  IF NOT WS-TENDER-OK OR WS-TILL-CLOSED
                    CONTINUE
                  ELSE
                  IF BATCH-TRAN-TYPE = 'R'
                    MOVE BATCH-SALES-AMOUNT TO SALES-AMOUNT
                    MOVE BATCH-JURISDICTION-CODE
                       'NUMERIC AND GREATER THAN ZERO. SKIPPED.'
                  END-IF
                  END-IF
                  END-IF
            END-READ.
      *
       100-CALCULATE-ONE-SALES-TAX.
            DISPLAY "TO CALCULATE SALES TAX ON ONE SALE, ENTER 1.".
            DISPLAY "TO RING UP A SHOPPING BASKET, ENTER 2.".
            DISPLAY "TO PROCESS A RETURNED ITEM, ENTER 3.".
            DISPLAY "TO CLOSE THE TILL (Z-REPORT), ENTER 4.".
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
                WHEN 0
                    ACCEPT JURISDICTION-CODE
                    DISPLAY "ENTER ORIGINAL SALE LOG REF (XXXXXX)."
                    ACCEPT WS-ORIG-REF
                    PERFORM 165-GET-TENDER
                    PERFORM 180-PROCESS-RETURN
                WHEN 4
                    PERFORM 400-CLOSE-TILL
                WHEN OTHER
                    DISPLAY "ENTER THE SALES AMOUNT."
                    ACCEPT SALES-AMOUNT
                    ACCEPT JURISDICTION-CODE
                    DISPLAY "ENTER CUSTOMER ID OR BLANK (XXXXXX)."
                    ACCEPT WS-CUST-ID
                    PERFORM 165-GET-TENDER
                    PERFORM 150-LOOKUP-TAX-RATE
                    PERFORM 160-APPLY-EXEMPTION
                    MOVE SALES-AMOUNT TO AMOUNT(I)
                        END-IF
                END-READ
            END-IF.
      *
      *    RE-PROMPTS UNTIL ONE OF THE TENDER CODES IS KEYED.
       165-GET-TENDER.
      *
            MOVE 'N' TO WS-TENDER-OK-SW.
            PERFORM 166-ACCEPT-TENDER
                UNTIL WS-TENDER-OK.
      *
       166-ACCEPT-TENDER.
      *
            DISPLAY "ENTER TENDER - C (CASH), D (CARD), V (VOUCHER).".
            ACCEPT WS-TENDER.
            PERFORM 167-VALIDATE-TENDER.
            IF NOT WS-TENDER-OK
                DISPLAY "UNKNOWN TENDER " WS-TENDER
            END-IF.
      *
       167-VALIDATE-TENDER.
      *
            SET TD-IDX TO 1.
            SEARCH TENDER-ENTRY
                AT END
                    MOVE 'N' TO WS-TENDER-OK-SW
                WHEN TENDER-CODE (TD-IDX) = WS-TENDER
                    MOVE 'Y' TO WS-TENDER-OK-SW
            END-SEARCH.
      *
       170-WRITE-SALES-LOG.
      *
                MOVE WS-ORIG-DATE      TO SLOG-ORIG-DATE
                MOVE WS-ITEM-NO        TO SLOG-ITEM-NO
                MOVE WS-MASTER-PRICE   TO SLOG-MASTER-PRICE
                MOVE WS-TENDER         TO SLOG-TENDER
                MOVE WS-TILL-ID        TO SLOG-TILL-ID
                PERFORM 058-ADD-TO-TILL-TOTALS
                WRITE SALES-LOG-REC
            END-IF.
      *
                    MOVE SLOG-DATE    TO ST-DATE (SAL-IDX)
                    MOVE WS-SALE-WORK TO ST-AMOUNT (SAL-IDX)
                    MOVE ZEROES       TO ST-RETURNED (SAL-IDX)
                    MOVE WS-ITEM-NO   TO ST-ITEM-NO (SAL-IDX)
                END-IF
            END-IF.
            MOVE SPACE  TO WS-TRAN-TYPE.
      *    EARLIER RETURN AGAINST IT, NEVER EXCEED THE ORIGINAL
      *    AMOUNT. THE TAX COMES BACK AT THE JURISDICTION'S RATE
      *    AND THE RECORD IS LOGGED TYPE 'R' - READERS TREAT 'R'
      *    AMOUNTS AS NEGATIVE. A RETURN CARRIES THE ORIGINAL LINE'S
      *    ITEM NUMBER; ONCE THE LINE IS REFUNDED IN FULL THE UNIT
      *    GOES BACK ON THE SHELF (A PART REFUND IS A PRICE
      *    ADJUSTMENT, NOT GOODS COMING BACK).
       180-PROCESS-RETURN.
      *
            MOVE 'Y' TO WS-RETURN-OK-SW.
                COMPUTE SALES-TAX ROUNDED =
                    SALES-AMOUNT * WS-TAX-RATE
                MOVE 'R' TO WS-TRAN-TYPE
                MOVE ST-ITEM-NO (SAL-IDX) TO WS-ITEM-NO
                IF ST-RETURNED (SAL-IDX) = ST-AMOUNT (SAL-IDX)
                    PERFORM 365-RETURN-TO-STOCK
                END-IF
                DISPLAY 'RETURN ACCEPTED - TAX CREDIT = ' SALES-TAX
                PERFORM 170-WRITE-SALES-LOG
            END-IF.
            MOVE 0 TO WS-BASKET-TOTAL-TAX.
            DISPLAY "-------------------------------------------------".
            DISPLAY "SHOPPING BASKET CHECKOUT - ENTER EACH ITEM.".
            PERFORM 165-GET-TENDER.
            PERFORM UNTIL WS-BASKET-DONE
                DISPLAY "ENTER ITEM AMOUNT (0 TO FINISH BASKET)."
                ACCEPT WS-BASKET-ITEM-AMOUNT
                    MOVE WS-BASKET-ITEM-AMOUNT TO SALES-AMOUNT
                    MOVE WS-BASKET-CATEGORY-CODE TO JURISDICTION-CODE
                    MOVE WS-BASKET-ITEM-TAX   TO SALES-TAX
                    PERFORM 360-TAKE-FROM-STOCK
                    PERFORM 170-WRITE-SALES-LOG
                    DISPLAY "  ITEM TAX = " WS-BASKET-ITEM-TAX
                    END-IF
                    CONTINUE
            END-SEARCH.
            MOVE CAT-RATE (CT-IDX) TO WS-TAX-RATE.
      *
      *    ONE UNIT PER BASKET LINE. AN ITEM NOT SET UP ON THE STOCK
      *    FILE IS SOLD AS NORMAL, JUST NOT COUNTED.
       360-TAKE-FROM-STOCK.
      *
            IF WS-STOCK-OK AND WS-ITEM-NO > ZEROES
                MOVE WS-ITEM-NO TO SK-ITEM-NUMBER
                READ STOCK-FILE
                    INVALID KEY
                        DISPLAY 'ITEM ' WS-ITEM-NO
                                ' NOT ON STOCK FILE - NOT COUNTED'
                    NOT INVALID KEY
                        SUBTRACT 1 FROM SK-ON-HAND
                        PERFORM 367-REWRITE-STOCK
                        IF SK-ON-HAND NOT > SK-REORDER-POINT
                            MOVE SK-ON-HAND TO EDITED-ON-HAND
                            DISPLAY 'ITEM ' WS-ITEM-NO
                                    ' AT REORDER POINT - ON HAND '
                                    EDITED-ON-HAND
                        END-IF
                END-READ
            END-IF.
      *
       365-RETURN-TO-STOCK.
      *
            IF WS-STOCK-OK AND WS-ITEM-NO > ZEROES
                MOVE WS-ITEM-NO TO SK-ITEM-NUMBER
                READ STOCK-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO SK-ON-HAND
                        PERFORM 367-REWRITE-STOCK
                END-READ
            END-IF.
      *
       367-REWRITE-STOCK.
      *
            MOVE SPACES          TO SK-UPDATED-BY.
            MOVE 'TILL'          TO SK-UPDATED-BY (1:4).
            MOVE WS-TILL-ID      TO SK-UPDATED-BY (5:4).
            MOVE WS-TODAY-DATE-8 TO SK-UPDATED-DATE.
            REWRITE STOCK-RECORD
                INVALID KEY
                    DISPLAY 'STOCK UPDATE FAILED FOR ITEM ' WS-ITEM-NO
                            ' - STATUS ' WS-STOCK-STATUS
            END-REWRITE.
      *
       370-WRITE-BASKET-RECEIPT.
      *
            DISPLAY "TOTAL TAX  = " EDITED-BASKET-TAX.
            DISPLAY "TOTAL DUE  = " EDITED-BASKET-TOTAL.
            DISPLAY "-------------------------------------------------".
      *
      *    END OF DAY FOR THE SESSION TILL - THE CASHIER DECLARES THE
      *    FLOAT AND WHAT WAS COUNTED PER TENDER, THE Z-REPORT PRINTS
      *    THE DAY AND THE OVER/SHORT, AND THE CLOSE RECORD STOPS ANY
      *    FURTHER SALE AGAINST THIS TILL AND DATE. THE SESSION ENDS.
       400-CLOSE-TILL.
      *
            DISPLAY "ENTER OPENING CASH FLOAT (XXXXXXX.XX).".
            ACCEPT WS-Z-FLOAT.
            DISPLAY "ENTER CASH COUNTED IN THE DRAWER.".
            ACCEPT WS-Z-AMOUNT-WORK.
            MOVE WS-Z-AMOUNT-WORK TO TT-COUNTED (1).
            DISPLAY "ENTER CARD TERMINAL BATCH TOTAL.".
            ACCEPT WS-Z-AMOUNT-WORK.
            MOVE WS-Z-AMOUNT-WORK TO TT-COUNTED (2).
            DISPLAY "ENTER VOUCHERS COUNTED.".
            ACCEPT WS-Z-AMOUNT-WORK.
            MOVE WS-Z-AMOUNT-WORK TO TT-COUNTED (3).
      *
      *    THE DRAWER SHOULD HOLD THE FLOAT PLUS THE NET CASH TAKEN.
            COMPUTE WS-Z-NET-SALES = WS-Z-GROSS-SALES - WS-Z-RETURNS.
            MOVE ZEROES TO WS-Z-TOTAL-OVER-SHORT.
            ADD WS-Z-FLOAT TO TT-NET (1).
            PERFORM 410-TENDER-OVER-SHORT
                VARYING WS-TD-SUB FROM 1 BY 1
                UNTIL WS-TD-SUB > 3.
      *
            PERFORM 420-PRINT-Z-REPORT.
            PERFORM 430-WRITE-TILL-CLOSE.
            MOVE 'Y' TO END-OF-SESSION-SWITCH.
      *
       410-TENDER-OVER-SHORT.
      *
            COMPUTE TT-OVER-SHORT (WS-TD-SUB) =
                TT-COUNTED (WS-TD-SUB) - TT-NET (WS-TD-SUB).
            ADD TT-OVER-SHORT (WS-TD-SUB) TO WS-Z-TOTAL-OVER-SHORT.
      *
       420-PRINT-Z-REPORT.
      *
            OPEN OUTPUT Z-REPORT-FILE.
            IF WS-ZREPORT-STATUS NOT = '00'
                DISPLAY 'ERROR OPENING ZREPORT - STATUS '
                        WS-ZREPORT-STATUS ' - REPORT TO TERMINAL ONLY'
            END-IF.
            MOVE WS-TILL-ID TO ZH-TILL-ID.
            MOVE WS-TODAY-6 TO ZH-DATE.
            MOVE Z-HEADING-LINE TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
            MOVE SPACES TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
      *
            MOVE 'GROSS SALES'       TO ZT-LABEL.
            MOVE WS-Z-SALE-COUNT     TO ZT-COUNT.
            MOVE WS-Z-GROSS-SALES    TO ZT-AMOUNT.
            MOVE Z-TOTAL-LINE TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
            MOVE 'RETURNS'           TO ZT-LABEL.
            MOVE WS-Z-RETURN-COUNT   TO ZT-COUNT.
            MOVE WS-Z-RETURNS        TO ZT-AMOUNT.
            MOVE Z-TOTAL-LINE TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
            MOVE 'NET SALES'         TO ZT-LABEL.
            MOVE ZEROES              TO ZT-COUNT.
            MOVE WS-Z-NET-SALES      TO ZT-AMOUNT.
            MOVE Z-TOTAL-LINE TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
            MOVE 'TAX COLLECTED (NET)' TO ZT-LABEL.
            MOVE WS-Z-TAX            TO ZT-AMOUNT.
            MOVE Z-TOTAL-LINE TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
            MOVE 'OPENING CASH FLOAT' TO ZT-LABEL.
            MOVE WS-Z-FLOAT          TO ZT-AMOUNT.
            MOVE Z-TOTAL-LINE TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
            MOVE SPACES TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
      *
            MOVE Z-TENDER-HEADING TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
            PERFORM 427-PRINT-TENDER-LINE
                VARYING WS-TD-SUB FROM 1 BY 1
                UNTIL WS-TD-SUB > 3.
            MOVE 'TOTAL OVER/(SHORT)' TO ZT-LABEL.
            MOVE ZEROES                TO ZT-COUNT.
            MOVE WS-Z-TOTAL-OVER-SHORT TO ZT-AMOUNT.
            MOVE Z-TOTAL-LINE TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
            MOVE SPACES TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
            MOVE 'TILL CLOSED FOR THE DAY - NO FURTHER SALES'
                TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
            IF WS-ZREPORT-STATUS = '00'
                CLOSE Z-REPORT-FILE
            END-IF.
      *
       425-PUT-Z-LINE.
      *
            DISPLAY Z-REPORT-REC.
            IF WS-ZREPORT-STATUS = '00'
                WRITE Z-REPORT-REC
            END-IF.
      *
       427-PRINT-TENDER-LINE.
      *
            MOVE TENDER-NAME (WS-TD-SUB)   TO ZD-NAME.
            MOVE TT-NET (WS-TD-SUB)        TO ZD-EXPECTED.
            MOVE TT-COUNTED (WS-TD-SUB)    TO ZD-COUNTED.
            MOVE TT-OVER-SHORT (WS-TD-SUB) TO ZD-OVER-SHORT.
            MOVE Z-TENDER-LINE TO Z-REPORT-REC.
            PERFORM 425-PUT-Z-LINE.
      *
       430-WRITE-TILL-CLOSE.
      *
            MOVE SPACES              TO TILL-CLOSE-REC.
            MOVE WS-TILL-ID          TO TC-TILL-ID.
            MOVE WS-TODAY-6          TO TC-DATE.
            MOVE WS-TODAY-DATE-8     TO TC-CLOSED-DATE.
            ACCEPT WS-Z-TIME FROM TIME.
            MOVE WS-Z-TIME (1:6)     TO TC-CLOSED-TIME.
            MOVE WS-Z-GROSS-SALES    TO TC-GROSS-SALES.
            MOVE WS-Z-RETURNS        TO TC-RETURNS.
            MOVE WS-Z-TAX            TO TC-TAX.
            MOVE WS-Z-FLOAT          TO TC-FLOAT.
            PERFORM 435-MOVE-CLOSE-TENDER
                VARYING WS-TD-SUB FROM 1 BY 1
                UNTIL WS-TD-SUB > 3.
            WRITE TILL-CLOSE-REC
                INVALID KEY
                    DISPLAY 'TILL ' WS-TILL-ID ' ALREADY CLOSED FOR '
                            WS-TODAY-6
            END-WRITE.
      *
       435-MOVE-CLOSE-TENDER.
      *
            MOVE TT-NET (WS-TD-SUB)     TO TC-NET (WS-TD-SUB).
            MOVE TT-COUNTED (WS-TD-SUB) TO TC-COUNTED (WS-TD-SUB).
      *
       END PROGRAM CALC1000.
