      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 14-11-2020
      * Purpose: NIGHTLY REORDER REPORT AND STOCK VALUATION - SORTS
      *        : THE STOCKMST STOCK MASTER BY SUPPLIER AND LISTS,
      *        : UNDER EACH SUPPLIER, EVERY ITEM AT OR BELOW ITS
      *        : REORDER POINT WITH THE QUANTITY TO ORDER. EVERY
      *        : ITEM ON FILE IS VALUED AT ITS PRCLKUP PRICE IN
      *        : FORCE FOR THE BUSINESS DATE (ON HAND X PRICE),
      *        : WITH A TOTAL PER SUPPLIER AND A GRAND TOTAL.
      *        : NEGATIVE ON-HAND IS LISTED BUT VALUED AT ZERO.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. REORDRPT.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT STOCK-FILE ASSIGN TO STOCKMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SF-ITEM-NUMBER
               FILE STATUS  IS  WS-STOCK-STATUS.
      *
           SELECT REORDER-RPT-FILE ASSIGN TO REORDRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  STOCK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  STOCK-FILE-REC.
           05 SF-ITEM-NUMBER              PIC  9(03).
           05 FILLER                      PIC  X(77).
      *
       FD  REORDER-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  REORDER-RPT-REC                PIC  X(80).
      *
      *    THE STOCK RECORD ITSELF IS THE SORT RECORD - SUPPLIER
      *    THEN ITEM, SO EACH SUPPLIER'S ITEMS COME BACK TOGETHER.
       SD  SORT-WORK-FILE.
           COPY STOCKREC.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STOCK-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-FIRST-SUPPLIER-SW           PIC X(01) VALUE 'Y'.
           88  WS-FIRST-SUPPLIER                    VALUE 'Y'.
      *
       01  WS-BUSINESS-DATE               PIC 9(08).
       01  WS-PREV-SUPPLIER               PIC X(06) VALUE SPACES.
      *
      *    PRCLKUP INTERFACE - PRICE IN FORCE FOR THE BUSINESS DATE.
       01  WS-PRICE-RESULT                PIC X(01) VALUE SPACE.
       01  WS-ITEM-PRICE                  PIC 99V99 VALUE ZEROES.
      *
       01  WS-ORDER-QTY                   PIC 9(08) VALUE ZEROES.
       01  WS-ITEM-VALUE                  PIC S9(09)V99 VALUE ZEROES.
      *
       01  WS-SUPPLIER-TOTALS.
           05  WS-SUP-ITEMS               PIC 9(05) VALUE ZEROES.
           05  WS-SUP-REORDERS            PIC 9(05) VALUE ZEROES.
           05  WS-SUP-VALUE               PIC S9(11)V99 VALUE ZEROES.
       01  WS-GRAND-TOTALS.
           05  WS-TOT-ITEMS               PIC 9(05) VALUE ZEROES.
           05  WS-TOT-REORDERS            PIC 9(05) VALUE ZEROES.
           05  WS-TOT-VALUE               PIC S9(11)V99 VALUE ZEROES.
           05  WS-TOT-UNPRICED            PIC 9(05) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(42) VALUE
               'REORDER REPORT AND STOCK VALUATION AS AT '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(30) VALUE SPACES.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               '  ITEM    ON HAND      POINT  ORDER QTY'.
           05  FILLER               PIC X(40) VALUE
               '   PRICE           VALUE'.
       01  RPT-SUPPLIER-REC.
           05  FILLER               PIC X(09) VALUE 'SUPPLIER '.
           05  RS-SUPPLIER          PIC X(06).
           05  FILLER               PIC X(65) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-ITEM              PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-ON-HAND           PIC -,---,--9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-POINT             PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-ORDER-QTY         PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-PRICE             PIC ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-NOTE              PIC X(10).
           05  FILLER               PIC X(06) VALUE SPACES.
       01  RPT-SUP-TOTAL-REC.
           05  FILLER               PIC X(16) VALUE
               '  SUPPLIER ITEMS'.
           05  RST-ITEMS            PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  TO ORDER  '.
           05  RST-REORDERS         PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE '  VALUE  '.
           05  RST-VALUE            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(15) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(13) VALUE 'TOTAL ITEMS  '.
           05  RT-ITEMS             PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  TO ORDER  '.
           05  RT-REORDERS          PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE '  VALUE  '.
           05  RT-VALUE             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE '  UNPRICED  '.
           05  RT-UNPRICED          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-BUSINESS-DATE.
      *
           DISPLAY '***********REORDER REPORT*************************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE REORDER-RPT-REC FROM RPT-HEADER-REC.
           WRITE REORDER-RPT-REC FROM RPT-COLUMN-REC.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SK-SUPPLIER
                                SK-ITEM-NUMBER
               USING STOCK-FILE
               OUTPUT PROCEDURE IS 200-REPORT-BY-SUPPLIER.
      *
           MOVE WS-TOT-ITEMS    TO RT-ITEMS.
           MOVE WS-TOT-REORDERS TO RT-REORDERS.
           MOVE WS-TOT-VALUE    TO RT-VALUE.
           MOVE WS-TOT-UNPRICED TO RT-UNPRICED.
           WRITE REORDER-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'ITEMS ON FILE   : ' WS-TOT-ITEMS.
           DISPLAY 'ITEMS TO ORDER  : ' WS-TOT-REORDERS.
           DISPLAY 'ITEMS UNPRICED  : ' WS-TOT-UNPRICED.
      *
           PERFORM 400-CLOSE-FILES.
      *
           STOP RUN.
      *
      *    THE SORT OPENS AND CLOSES STOCKMST ITSELF - THIS OPEN IS
      *    ONLY TO FAIL CLEANLY WHEN THE MASTER IS NOT THERE.
         100-OPEN-FILES.
               OPEN INPUT STOCK-FILE.
               IF WS-STOCK-STATUS NOT = ZEROES
                  MOVE 'Error opening file STOCKMST'   TO WS-ERR-MSG
                  MOVE WS-STOCK-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               CLOSE STOCK-FILE.
      *
               OPEN OUTPUT REORDER-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file REORDRPT'   TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-REPORT-BY-SUPPLIER.
               PERFORM 210-RETURN-STOCK.
               PERFORM 220-REPORT-ONE-ITEM
                  UNTIL WS-SORT-EOF.
               IF NOT WS-FIRST-SUPPLIER
                  PERFORM 250-WRITE-SUPPLIER-TOTAL
               END-IF.
      *
         210-RETURN-STOCK.
               RETURN SORT-WORK-FILE
                  AT END
                     MOVE 'Y' TO WS-SORT-EOF-SW
               END-RETURN.
      *
      *    A SUPPLIER BREAK CLOSES THE PREVIOUS SUPPLIER'S TOTAL AND
      *    HEADS THE NEXT. EVERY ITEM IS VALUED; ONLY THOSE AT OR
      *    BELOW THEIR REORDER POINT GET A DETAIL LINE.
         220-REPORT-ONE-ITEM.
               IF WS-FIRST-SUPPLIER
                  OR SK-SUPPLIER NOT = WS-PREV-SUPPLIER
                  IF NOT WS-FIRST-SUPPLIER
                     PERFORM 250-WRITE-SUPPLIER-TOTAL
                  END-IF
                  MOVE 'N'              TO WS-FIRST-SUPPLIER-SW
                  MOVE SK-SUPPLIER      TO WS-PREV-SUPPLIER
                  MOVE SK-SUPPLIER      TO RS-SUPPLIER
                  INITIALIZE WS-SUPPLIER-TOTALS
                  WRITE REORDER-RPT-REC FROM RPT-SUPPLIER-REC
               END-IF.
      *
               PERFORM 230-VALUE-ITEM.
               ADD 1             TO WS-SUP-ITEMS WS-TOT-ITEMS.
               ADD WS-ITEM-VALUE TO WS-SUP-VALUE WS-TOT-VALUE.
      *
               IF SK-ON-HAND NOT > SK-REORDER-POINT
                  ADD 1 TO WS-SUP-REORDERS WS-TOT-REORDERS
                  PERFORM 240-WRITE-REORDER-LINE
               END-IF.
      *
               PERFORM 210-RETURN-STOCK.
      *
         230-VALUE-ITEM.
               MOVE SPACES TO RD-NOTE.
               CALL 'PRCLKUP' USING SK-ITEM-NUMBER WS-PRICE-RESULT
                                    WS-ITEM-PRICE.
               IF WS-PRICE-RESULT NOT = 'F'
                  MOVE ZEROES     TO WS-ITEM-PRICE
                  MOVE 'NO PRICE' TO RD-NOTE
                  ADD 1           TO WS-TOT-UNPRICED
               END-IF.
               IF SK-ON-HAND > ZEROES
                  COMPUTE WS-ITEM-VALUE ROUNDED =
                          SK-ON-HAND * WS-ITEM-PRICE
               ELSE
                  MOVE ZEROES TO WS-ITEM-VALUE
                  IF SK-ON-HAND < ZEROES
                     MOVE 'NEGATIVE' TO RD-NOTE
                  END-IF
               END-IF.
      *
      *    ORDER THE SUPPLIER'S NORMAL QUANTITY, OR ENOUGH TO CLEAR
      *    THE REORDER POINT IF ONE NORMAL ORDER WOULD NOT.
         240-WRITE-REORDER-LINE.
               MOVE SK-REORDER-QTY TO WS-ORDER-QTY.
               IF SK-ON-HAND + SK-REORDER-QTY NOT > SK-REORDER-POINT
                  COMPUTE WS-ORDER-QTY = SK-REORDER-POINT
                                       - SK-ON-HAND + SK-REORDER-QTY
               END-IF.
               MOVE SK-ITEM-NUMBER   TO RD-ITEM.
               MOVE SK-ON-HAND       TO RD-ON-HAND.
               MOVE SK-REORDER-POINT TO RD-POINT.
               MOVE WS-ORDER-QTY     TO RD-ORDER-QTY.
               MOVE WS-ITEM-PRICE    TO RD-PRICE.
               MOVE WS-ITEM-VALUE    TO RD-VALUE.
               WRITE REORDER-RPT-REC FROM RPT-DETAIL-REC.
      *
         250-WRITE-SUPPLIER-TOTAL.
               MOVE WS-SUP-ITEMS    TO RST-ITEMS.
               MOVE WS-SUP-REORDERS TO RST-REORDERS.
               MOVE WS-SUP-VALUE    TO RST-VALUE.
               WRITE REORDER-RPT-REC FROM RPT-SUP-TOTAL-REC.
      *
         400-CLOSE-FILES.
               CLOSE REORDER-RPT-FILE.
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
