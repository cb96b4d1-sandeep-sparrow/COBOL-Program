      ******************************************************************
      * Author: SANDEEP
      * Date: 14-11-2020
      * Purpose: STOCK-ON-HAND MAINTENANCE AGAINST THE INDEXED STOCK
      *        : MASTER (STOCKMST, ONE RECORD PER PRICEMST ITEM) -
      *        : ITEM SET-UP WITH REORDER POINT, REORDER QUANTITY AND
      *        : SUPPLIER, GOODS RECEIVED, STOCK-COUNT ADJUSTMENTS
      *        : AND LOOKUP. THE TILLS TAKE STOCK OFF AS THEY SELL;
      *        : EVERYTHING KEYED HERE IS LOGGED TO THE STKAUDIT
      *        : TRAIL WITH OLD ON-HAND/NEW ON-HAND/DATE/OPERATOR.
      * Tectonics: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKMNT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO STOCKMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SK-ITEM-NUMBER
               FILE STATUS  IS  WS-STOCK-STATUS.
      *
      *    READ ONLY HERE - AN ITEM MUST BE ON THE PRICE MASTER
      *    BEFORE IT CAN BE STOCKED.
           SELECT PRICE-MASTER ASSIGN TO PRICEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-ITEM-NUMBER
               FILE STATUS  IS  WS-PMAST-STATUS.
      *
           SELECT STOCK-AUDIT-FILE ASSIGN TO STKAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  STOCK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           COPY STOCKREC.
      *
       FD  PRICE-MASTER
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PRICE-MASTER-RECORD.
           05 PM-ITEM-NUMBER       PIC  9(03).
           05 PM-ITEM-PRICE        PIC S99V99.
           05 PM-UPDATED-DATE      PIC  9(08).
           05 FILLER               PIC  X(65).
      *
      *    ONE LINE PER STOCK EVENT - WHAT HAPPENED TO WHICH ITEM,
      *    ON-HAND BEFORE AND AFTER, THE QUANTITY KEYED (RECEIVED
      *    QUANTITY, OR THE COUNT VARIANCE), WHEN AND BY WHOM.
       FD  STOCK-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  STOCK-AUDIT-REC.
           05 SA-ACTION            PIC  X(08).
           05 SA-ITEM-NUMBER       PIC  9(03).
           05 SA-OLD-ON-HAND       PIC S9(07).
           05 SA-NEW-ON-HAND       PIC S9(07).
           05 SA-QUANTITY          PIC S9(07).
           05 SA-DATE              PIC  9(08).
           05 SA-OPERATOR          PIC  X(08).
           05 SA-SUPPLIER          PIC  X(06).
           05 FILLER               PIC  X(20).
           05 SA-CHAIN-LINK        PIC  9(11) COMP-3.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STOCK-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PMAST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'STKAUDIT'.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      *
       01  WS-TODAY-DATE           PIC 9(08).
      *
      *    AUTHCHK INTERFACE FIELDS - THE OPERATOR SIGNS ON ONCE AT
      *    SESSION START AND EVERY STOCK MOVEMENT IS CHECKED.
       01 WS-OPERATOR-ID    PIC X(08) VALUE SPACES.
       01 WS-AUTH-PROGRAM   PIC X(08) VALUE 'STKMNT  '.
       01 WS-AUTH-ACTION    PIC X(01) VALUE SPACE.
       01 WS-AUTH-AMOUNT    PIC 9(9)V99 VALUE ZEROES.
       01 WS-AUTH-RESULT    PIC X(01) VALUE 'Y'.
      *
       01 WS-MENU-CHOICE    PIC 9   VALUE 1.
       01 WS-SEARCH-ITEM    PIC 9(03).
       01 WS-QUANTITY       PIC 9(07) VALUE ZEROES.
       01 WS-REORDER-POINT  PIC 9(07) VALUE ZEROES.
       01 WS-REORDER-QTY    PIC 9(07) VALUE ZEROES.
       01 WS-SUPPLIER       PIC X(06) VALUE SPACES.
       01 WS-OLD-ON-HAND    PIC S9(07) VALUE ZEROES.
       01 WS-VARIANCE       PIC S9(07) VALUE ZEROES.
       01 ON-HAND-E         PIC -,---,--9.
       01 QUANTITY-E        PIC -,---,--9.
      *
       PROCEDURE DIVISION.
      *
            DISPLAY "STOCK-ON-HAND MAINTENANCE AGAINST THE INDEXED".
            DISPLAY "STOCK MASTER - SET-UP/RECEIPTS/COUNTS/LOOKUP".
      *
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
            DISPLAY 'ENTER OPERATOR ID (XXXXXXXX).'.
            ACCEPT WS-OPERATOR-ID.
      *
            PERFORM 000-OPEN-FILES.
      *
            PERFORM 400-MENU-LOOP
               UNTIL WS-MENU-CHOICE = 0.
      *
            PERFORM 900-CLOSE-FILES.
      *
            STOP RUN.
      *
       000-OPEN-FILES.
               OPEN INPUT PRICE-MASTER.
               IF WS-PMAST-STATUS NOT = '00'
                   DISPLAY 'PRICE MASTER NOT AVAILABLE - STATUS '
                           WS-PMAST-STATUS
                   STOP RUN
               END-IF.
      *
               OPEN I-O STOCK-FILE.
               IF WS-STOCK-STATUS = '35'
                   OPEN OUTPUT STOCK-FILE
                   CLOSE STOCK-FILE
                   OPEN I-O STOCK-FILE
               END-IF.
               DISPLAY 'STOCK MASTER OPEN STATUS:' WS-STOCK-STATUS.
      *
               OPEN EXTEND STOCK-AUDIT-FILE.
               IF WS-AUDIT-STATUS = '35'
                   OPEN OUTPUT STOCK-AUDIT-FILE
               END-IF.
      *
       400-MENU-LOOP.
      *
            DISPLAY '-------------------------------------------------'.
            DISPLAY '1 = SET UP ITEM   2 = GOODS RECEIVED'.
            DISPLAY '3 = STOCK COUNT   4 = CHANGE REORDER DETAILS'.
            DISPLAY '5 = LOOKUP ITEM   0 = EXIT'.
            ACCEPT WS-MENU-CHOICE.
            EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 410-SET-UP-ITEM THRU 410-EXIT
               WHEN 2
                   PERFORM 420-GOODS-RECEIVED THRU 420-EXIT
               WHEN 3
                   PERFORM 430-STOCK-COUNT THRU 430-EXIT
               WHEN 4
                   PERFORM 440-CHANGE-REORDER THRU 440-EXIT
               WHEN 5
                   DISPLAY 'ENTER ITEM NUMBER TO LOOKUP (XXX).'
                   ACCEPT WS-SEARCH-ITEM
                   PERFORM 450-LOOKUP-ITEM
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE - PLEASE RE-ENTER.'
            END-EVALUATE.
      *
       405-CHECK-AUTHORITY.
      *
            CALL 'AUTHCHK' USING WS-OPERATOR-ID WS-AUTH-PROGRAM
                                 WS-AUTH-ACTION WS-AUTH-AMOUNT
                                 WS-AUTH-RESULT.
            IF WS-AUTH-RESULT = 'N'
                DISPLAY 'OPERATOR NOT AUTHORIZED FOR THIS ACTION.'
            END-IF.
      *
      *    A NEW STOCK LINE STARTS AT ZERO ON HAND - THE FIRST
      *    DELIVERY OR COUNT PUTS THE REAL FIGURE ON IT.
       410-SET-UP-ITEM.
      *
            MOVE 'A' TO WS-AUTH-ACTION.
            MOVE ZEROES TO WS-AUTH-AMOUNT.
            PERFORM 405-CHECK-AUTHORITY.
            IF WS-AUTH-RESULT = 'N'
                GO TO 410-EXIT
            END-IF.
            DISPLAY 'ENTER ITEM NUMBER TO STOCK (XXX).'.
            ACCEPT WS-SEARCH-ITEM.
            MOVE WS-SEARCH-ITEM TO PM-ITEM-NUMBER.
            READ PRICE-MASTER
                INVALID KEY
                    DISPLAY 'ITEM NOT ON PRICE MASTER: '
                            WS-SEARCH-ITEM
                    GO TO 410-EXIT
            END-READ.
            DISPLAY 'ENTER REORDER POINT (XXXXXXX).'.
            ACCEPT WS-REORDER-POINT.
            DISPLAY 'ENTER REORDER QUANTITY (XXXXXXX).'.
            ACCEPT WS-REORDER-QTY.
            DISPLAY 'ENTER SUPPLIER CODE (XXXXXX).'.
            ACCEPT WS-SUPPLIER.
            IF WS-SUPPLIER = SPACES
                DISPLAY 'SUPPLIER CODE IS REQUIRED.'
                GO TO 410-EXIT
            END-IF.
      *
            INITIALIZE STOCK-RECORD.
            MOVE WS-SEARCH-ITEM   TO SK-ITEM-NUMBER.
            MOVE WS-REORDER-POINT TO SK-REORDER-POINT.
            MOVE WS-REORDER-QTY   TO SK-REORDER-QTY.
            MOVE WS-SUPPLIER      TO SK-SUPPLIER.
            MOVE WS-OPERATOR-ID   TO SK-UPDATED-BY.
            MOVE WS-TODAY-DATE    TO SK-UPDATED-DATE.
            WRITE STOCK-RECORD
                INVALID KEY
                    DISPLAY 'ITEM ALREADY ON STOCK MASTER: '
                            WS-SEARCH-ITEM
                NOT INVALID KEY
                    MOVE ZEROES TO WS-OLD-ON-HAND
                    MOVE ZEROES TO WS-VARIANCE
                    MOVE 'SETUP   ' TO SA-ACTION
                    PERFORM 500-WRITE-AUDIT-LINE
                    DISPLAY 'ITEM SET UP.'
            END-WRITE.
       410-EXIT.
            EXIT.
      *
       420-GOODS-RECEIVED.
      *
            MOVE 'C' TO WS-AUTH-ACTION.
            MOVE ZEROES TO WS-AUTH-AMOUNT.
            PERFORM 405-CHECK-AUTHORITY.
            IF WS-AUTH-RESULT = 'N'
                GO TO 420-EXIT
            END-IF.
            DISPLAY 'ENTER ITEM NUMBER RECEIVED (XXX).'.
            ACCEPT WS-SEARCH-ITEM.
            MOVE WS-SEARCH-ITEM TO SK-ITEM-NUMBER.
            READ STOCK-FILE
                INVALID KEY
                    DISPLAY 'ITEM NOT ON STOCK MASTER: '
                            WS-SEARCH-ITEM
                    GO TO 420-EXIT
            END-READ.
            DISPLAY 'ENTER QUANTITY RECEIVED (XXXXXXX).'.
            ACCEPT WS-QUANTITY.
            IF WS-QUANTITY = ZEROES
                DISPLAY 'QUANTITY RECEIVED MUST BE ABOVE ZERO.'
                GO TO 420-EXIT
            END-IF.
      *
            MOVE SK-ON-HAND     TO WS-OLD-ON-HAND.
            ADD WS-QUANTITY     TO SK-ON-HAND
                ON SIZE ERROR
                    DISPLAY 'ON-HAND WOULD OVERFLOW - NOT POSTED.'
                    GO TO 420-EXIT
            END-ADD.
            MOVE WS-QUANTITY    TO WS-VARIANCE.
            MOVE WS-TODAY-DATE  TO SK-LAST-RECEIVED.
            MOVE WS-OPERATOR-ID TO SK-UPDATED-BY.
            MOVE WS-TODAY-DATE  TO SK-UPDATED-DATE.
            REWRITE STOCK-RECORD.
            MOVE 'RECEIVED' TO SA-ACTION.
            PERFORM 500-WRITE-AUDIT-LINE.
            MOVE SK-ON-HAND TO ON-HAND-E.
            DISPLAY 'RECEIPT POSTED - ON HAND NOW ' ON-HAND-E.
       420-EXIT.
            EXIT.
      *
      *    THE COUNTED FIGURE REPLACES WHATEVER THE FILE SAID; THE
      *    DIFFERENCE GOES ON THE AUDIT LINE AS THE VARIANCE.
       430-STOCK-COUNT.
      *
            MOVE 'C' TO WS-AUTH-ACTION.
            MOVE ZEROES TO WS-AUTH-AMOUNT.
            PERFORM 405-CHECK-AUTHORITY.
            IF WS-AUTH-RESULT = 'N'
                GO TO 430-EXIT
            END-IF.
            DISPLAY 'ENTER ITEM NUMBER COUNTED (XXX).'.
            ACCEPT WS-SEARCH-ITEM.
            MOVE WS-SEARCH-ITEM TO SK-ITEM-NUMBER.
            READ STOCK-FILE
                INVALID KEY
                    DISPLAY 'ITEM NOT ON STOCK MASTER: '
                            WS-SEARCH-ITEM
                    GO TO 430-EXIT
            END-READ.
            MOVE SK-ON-HAND TO ON-HAND-E.
            DISPLAY 'ON HAND PER FILE ' ON-HAND-E.
            DISPLAY 'ENTER QUANTITY COUNTED (XXXXXXX).'.
            ACCEPT WS-QUANTITY.
      *
            MOVE SK-ON-HAND     TO WS-OLD-ON-HAND.
            MOVE WS-QUANTITY    TO SK-ON-HAND.
            COMPUTE WS-VARIANCE = SK-ON-HAND - WS-OLD-ON-HAND.
            MOVE WS-TODAY-DATE  TO SK-LAST-COUNTED.
            MOVE WS-OPERATOR-ID TO SK-UPDATED-BY.
            MOVE WS-TODAY-DATE  TO SK-UPDATED-DATE.
            REWRITE STOCK-RECORD.
            MOVE 'COUNTED ' TO SA-ACTION.
            PERFORM 500-WRITE-AUDIT-LINE.
            MOVE WS-VARIANCE TO QUANTITY-E.
            DISPLAY 'COUNT POSTED - VARIANCE ' QUANTITY-E.
       430-EXIT.
            EXIT.
      *
       440-CHANGE-REORDER.
      *
            MOVE 'C' TO WS-AUTH-ACTION.
            MOVE ZEROES TO WS-AUTH-AMOUNT.
            PERFORM 405-CHECK-AUTHORITY.
            IF WS-AUTH-RESULT = 'N'
                GO TO 440-EXIT
            END-IF.
            DISPLAY 'ENTER ITEM NUMBER TO CHANGE (XXX).'.
            ACCEPT WS-SEARCH-ITEM.
            MOVE WS-SEARCH-ITEM TO SK-ITEM-NUMBER.
            READ STOCK-FILE
                INVALID KEY
                    DISPLAY 'ITEM NOT ON STOCK MASTER: '
                            WS-SEARCH-ITEM
                    GO TO 440-EXIT
            END-READ.
            PERFORM 455-DISPLAY-STOCK-LINE.
            DISPLAY 'ENTER NEW REORDER POINT (XXXXXXX).'.
            ACCEPT WS-REORDER-POINT.
            DISPLAY 'ENTER NEW REORDER QUANTITY (XXXXXXX).'.
            ACCEPT WS-REORDER-QTY.
            DISPLAY 'ENTER SUPPLIER CODE (SPACES = NO CHANGE).'.
            ACCEPT WS-SUPPLIER.
      *
            MOVE WS-REORDER-POINT TO SK-REORDER-POINT.
            MOVE WS-REORDER-QTY   TO SK-REORDER-QTY.
            IF WS-SUPPLIER NOT = SPACES
                MOVE WS-SUPPLIER  TO SK-SUPPLIER
            END-IF.
            MOVE WS-OPERATOR-ID   TO SK-UPDATED-BY.
            MOVE WS-TODAY-DATE    TO SK-UPDATED-DATE.
            REWRITE STOCK-RECORD.
            MOVE SK-ON-HAND TO WS-OLD-ON-HAND.
            MOVE ZEROES     TO WS-VARIANCE.
            MOVE 'CHANGED ' TO SA-ACTION.
            PERFORM 500-WRITE-AUDIT-LINE.
            DISPLAY 'REORDER DETAILS CHANGED.'.
       440-EXIT.
            EXIT.
      *
       450-LOOKUP-ITEM.
      *
            MOVE WS-SEARCH-ITEM TO SK-ITEM-NUMBER.
            READ STOCK-FILE
                INVALID KEY
                    DISPLAY 'ITEM NOT ON STOCK MASTER: '
                            WS-SEARCH-ITEM
                NOT INVALID KEY
                    PERFORM 455-DISPLAY-STOCK-LINE
            END-READ.
      *
       455-DISPLAY-STOCK-LINE.
      *
            MOVE SK-ON-HAND TO ON-HAND-E.
            DISPLAY 'ITEM ' SK-ITEM-NUMBER ' ON HAND ' ON-HAND-E
                    ' SUPPLIER ' SK-SUPPLIER.
            DISPLAY '  REORDER POINT ' SK-REORDER-POINT
                    ' REORDER QTY ' SK-REORDER-QTY.
            DISPLAY '  LAST RECEIVED ' SK-LAST-RECEIVED
                    ' LAST COUNTED ' SK-LAST-COUNTED.
            IF SK-ON-HAND NOT > SK-REORDER-POINT
                DISPLAY '  ** AT OR BELOW REORDER POINT **'
            END-IF.
      *
       500-WRITE-AUDIT-LINE.
      *
            MOVE WS-SEARCH-ITEM TO SA-ITEM-NUMBER.
            MOVE WS-OLD-ON-HAND TO SA-OLD-ON-HAND.
            MOVE SK-ON-HAND     TO SA-NEW-ON-HAND.
            MOVE WS-VARIANCE    TO SA-QUANTITY.
            MOVE WS-TODAY-DATE  TO SA-DATE.
            MOVE WS-OPERATOR-ID TO SA-OPERATOR.
            MOVE SK-SUPPLIER    TO SA-SUPPLIER.
            MOVE 'H' TO WS-AUD-CHAIN-FUNC.
            CALL 'CHNHASH' USING STOCK-AUDIT-REC WS-AUD-CHAIN.
            WRITE STOCK-AUDIT-REC.
      *
       900-CLOSE-FILES.
            CLOSE STOCK-FILE.
            CLOSE PRICE-MASTER.
      *    STKAUDIT IS EXTENDED SESSION AFTER SESSION - A SESSION
      *    THAT MOVED STOCK SEALS ITS OWN LINES; A LOOKUP-ONLY ONE
      *    ADDS NOTHING.
            IF WS-AUD-CHAIN-COUNT > ZEROES
                MOVE 'S' TO WS-AUD-CHAIN-FUNC
                CALL 'CHNHASH' USING STOCK-AUDIT-REC WS-AUD-CHAIN
                WRITE STOCK-AUDIT-REC
            END-IF.
            CLOSE STOCK-AUDIT-FILE.
      *
       END PROGRAM STKMNT.
