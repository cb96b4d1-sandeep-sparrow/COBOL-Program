      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 21-11-2020
      * Purpose: ITEM SALES VELOCITY AND ABC ANALYSIS OVER THE CALC1000
      *        : SALES LOG - FOR A CONTROL-CARD PERIOD, UNITS SOLD,
      *        : NET SALES AFTER RETURNS AND SHARE OF REVENUE PER
      *        : ITEM, RANKED INTO A/B/C CLASSES BY CUMULATIVE SHARE
      *        : (80/95 UNLESS THE CARD SAYS OTHERWISE). ITEMS ON THE
      *        : PRICE MASTER THAT DID NOT SELL ARE FLAGGED. EVERY
      *        : PRICEEFF PROMOTION RUNNING IN THE PERIOD IS SET
      *        : AGAINST THE SAME NUMBER OF DAYS JUST BEFORE IT, SO
      *        : THE BUYER CAN SEE WHETHER IT LIFTED SALES.
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. ITEMABC.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT SALES-LOG-FILE ASSIGN TO SALESLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS  WS-SALESLOG-STATUS.
      *
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS  WS-CTL-STATUS.
      *
           SELECT ABC-RPT-FILE ASSIGN TO ABCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *    THE ITEM UNIVERSE - AN ITEM ON THE MASTER THAT NEVER
      *    APPEARS IN THE LOG IS THE ONE SITTING ON THE SHELF.
           SELECT OPTIONAL PRICE-MASTER ASSIGN TO PRICEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-ITEM-NUMBER
               FILE STATUS  IS  WS-PMAST-STATUS.
      *
      *    PROMOTION WINDOWS LOADED THROUGH CTABLE.
           SELECT OPTIONAL PRICE-EFF-FILE ASSIGN TO PRICEEFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PE-KEY
               FILE STATUS  IS  WS-PEFF-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    LAYOUT MIRRORS CALC1000'S SALES-LOG-REC (READER SIDE).
       FD  SALES-LOG-FILE RECORDING MODE F.
       01  SALES-LOG-REC.
           05  SLOG-DATE                PIC 9(06).
           05  FILLER                   PIC X(01).
           05  SLOG-JURISDICTION        PIC X(02).
           05  FILLER                   PIC X(01).
           05  SLOG-SALES-AMOUNT        PIC X(10).
           05  FILLER                   PIC X(01).
           05  SLOG-TAX-RATE            PIC X(06).
           05  FILLER                   PIC X(01).
           05  SLOG-SALES-TAX           PIC X(10).
           05  SLOG-CUST-ID             PIC X(06).
           05  SLOG-CERT-NO             PIC X(10).
      *    'R' MARKS A RETURN - ITS AMOUNT IS CARRIED POSITIVE AND
      *    SUBTRACTED HERE. A RETURN CARRIES ITS SALE'S ITEM NUMBER.
           05  SLOG-TRAN-TYPE           PIC X(01).
           05  SLOG-REF                 PIC 9(06).
           05  SLOG-ORIG-REF            PIC 9(06).
           05  SLOG-ORIG-DATE           PIC 9(06).
      *    ITEM OF A BASKET LINE PRICED OFF PRICEMST - ZEROES ON
      *    ANYTHING ELSE, WHICH THIS ANALYSIS CANNOT ATTRIBUTE.
           05  SLOG-ITEM-NO             PIC 9(03).
           05  SLOG-MASTER-PRICE        PIC X(05).
           05  SLOG-TENDER              PIC X(01).
           05  SLOG-TILL-ID             PIC X(04).
           05  FILLER                   PIC X(14).
      *
      *    ONE CARD - PERIOD FROM/TO (YYMMDD, THE LOG'S OWN DATE
      *    FORMAT) AND THE CUMULATIVE-SHARE CUT-OFFS FOR CLASSES A
      *    AND B. NO CARD ANALYSES THE WHOLE LOG AT 80/95.
       FD  CONTROL-CARD-FILE RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-FROM-DATE            PIC 9(06).
           05  CTL-TO-DATE              PIC 9(06).
           05  CTL-A-PCT                PIC 9(03).
           05  CTL-B-PCT                PIC 9(03).
           05  FILLER                   PIC X(62).
      *
       FD  ABC-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ABC-RPT-REC                  PIC X(80).
      *
       FD  PRICE-MASTER
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PRICE-MASTER-RECORD.
           05 PM-ITEM-NUMBER            PIC  9(03).
           05 PM-ITEM-PRICE             PIC S99V99.
           05 PM-UPDATED-DATE           PIC  9(08).
           05 FILLER                    PIC  X(65).
      *
      *    LAYOUT SHARED WITH PRCLKUP.CBL'S READER SIDE.
       FD  PRICE-EFF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PRICE-EFF-RECORD.
           05 PE-KEY.
              10 PE-ITEM-NUMBER         PIC  9(03).
              10 PE-EFF-DATE            PIC  9(08).
           05 PE-PRICE-TYPE             PIC  X(01).
           05 PE-PRICE                  PIC S99V99.
           05 PE-PROMO-END              PIC  9(08).
           05 PE-LOADED-BY              PIC  X(08).
           05 PE-LOADED-DATE            PIC  9(08).
           05 FILLER                    PIC  X(44).
      *
      *    ITEMS THAT SOLD, BIGGEST NET SALES FIRST.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SR-NET                   PIC S9(11)V99.
           05  SR-ITEM                  PIC 9(03).
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-SALESLOG-STATUS       PIC X(02)         VALUE SPACES.
       77  WS-CTL-STATUS            PIC X(02)         VALUE SPACES.
       77  WS-RPT-STATUS            PIC X(02)         VALUE SPACES.
       77  WS-PMAST-STATUS          PIC X(02)         VALUE SPACES.
       77  WS-PEFF-STATUS           PIC X(02)         VALUE SPACES.
       77  WS-LOG-EOF-SW            PIC X             VALUE 'N'.
       77  WS-FILE-EOF-SW           PIC X             VALUE 'N'.
       77  WS-SORT-EOF-SW           PIC X             VALUE 'N'.
       77  WS-MASTER-SW             PIC X             VALUE 'N'.
       77  WS-FROM-DATE             PIC 9(06)         VALUE ZEROES.
       77  WS-TO-DATE               PIC 9(06)         VALUE 999999.
       77  WS-FROM-DATE-8           PIC 9(08)         VALUE ZEROES.
       77  WS-TO-DATE-8             PIC 9(08)         VALUE 99999999.
       77  WS-LOG-DATE-8            PIC 9(08)         VALUE ZEROES.
       77  WS-A-PCT                 PIC 9(03)         VALUE 80.
       77  WS-B-PCT                 PIC 9(03)         VALUE 95.
       77  WS-READ-COUNT            PIC 9(07)         VALUE ZEROES.
       77  WS-SELECTED-COUNT        PIC 9(07)         VALUE ZEROES.
       77  WS-SALES-WORK            PIC 9(8)V99       VALUE ZEROES.
       77  WS-SIGNED-WORK           PIC S9(8)V99      VALUE ZEROES.
       77  WS-TOTAL-NET             PIC S9(11)V99     VALUE ZEROES.
       77  WS-UNATTRIB-NET          PIC S9(11)V99     VALUE ZEROES.
       77  WS-ITEM-SHARE            PIC 9(03)V99      VALUE ZEROES.
       77  WS-CUM-SHARE             PIC 9(03)V99      VALUE ZEROES.
       77  WS-ITEM-SUB              PIC 9(04)         VALUE ZEROES.
       77  WS-PR-SUB                PIC 9(03)         VALUE ZEROES.
       77  WS-ITEMS-SOLD            PIC 9(05)         VALUE ZEROES.
       77  WS-NO-SALES-COUNT        PIC 9(05)         VALUE ZEROES.
       77  WS-CLASS-A-COUNT         PIC 9(05)         VALUE ZEROES.
       77  WS-CLASS-B-COUNT         PIC 9(05)         VALUE ZEROES.
       77  WS-CLASS-C-COUNT         PIC 9(05)         VALUE ZEROES.
       77  WS-WINDOW-DAYS           PIC 9(05)         VALUE ZEROES.
       77  WS-START-INT             PIC 9(07)         VALUE ZEROES.
       77  WS-LIFT-PCT              PIC S9(05)V99     VALUE ZEROES.
      *
      *    ONE SLOT PER POSSIBLE ITEM NUMBER (001-999), SO THE ITEM
      *    NUMBER ITSELF IS THE SUBSCRIPT.
       01  ITEM-TABLE.
           05  IT-ENTRY OCCURS 999 TIMES.
               10  IT-ON-MASTER     PIC X(01).
               10  IT-UNITS         PIC 9(07).
               10  IT-RETURNS       PIC 9(05).
               10  IT-NET           PIC S9(11)V99.
      *
      *    PROMOTIONS RUNNING AT ANY TIME IN THE PERIOD, EACH WITH
      *    ITS EQUAL-LENGTH WINDOW JUST BEFORE IT. BOTH WINDOWS ARE
      *    FILLED FROM THE WHOLE LOG, NOT ONLY THE CARD PERIOD - THE
      *    WINDOW BEFORE A PROMOTION OFTEN STARTS EARLIER.
       01  WS-PR-COUNT              PIC 9(03)         VALUE ZEROES.
       01  PROMO-TABLE.
           05  PR-ENTRY OCCURS 200 TIMES.
               10  PR-ITEM          PIC 9(03).
               10  PR-START         PIC 9(08).
               10  PR-END           PIC 9(08).
               10  PR-PRE-START     PIC 9(08).
               10  PR-PRE-END       PIC 9(08).
               10  PR-UNITS         PIC 9(07).
               10  PR-NET           PIC S9(11)V99.
               10  PR-PRE-UNITS     PIC 9(07).
               10  PR-PRE-NET       PIC S9(11)V99.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  ABC-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'ITEM SALES VELOCITY AND ABC ANALYSIS  '.
           05  RH-FROM              PIC 9(06).
           05  FILLER               PIC X(03) VALUE ' - '.
           05  RH-TO                PIC 9(06).
           05  FILLER               PIC X(27) VALUE SPACES.
       01  ABC-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               '  ITM    UNITS   RETS      NET SALES  SH'.
           05  FILLER               PIC X(40) VALUE
               'ARE%    CUM%  CLASS'.
       01  ABC-DETAIL-REC.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RA-ITEM              PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RA-UNITS             PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RA-RETURNS           PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RA-NET               PIC -ZZZZZZZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RA-SHARE             PIC ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RA-CUM               PIC ZZ9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  RA-CLASS             PIC X(01).
           05  FILLER               PIC X(23) VALUE SPACES.
       01  ABC-NOSALE-HDR.
           05  FILLER               PIC X(80) VALUE
               'ITEMS ON THE PRICE MASTER WITH NO SALES IN THE PERIOD'.
       01  ABC-NOSALE-REC.
           05  FILLER               PIC X(07) VALUE '  ITEM '.
           05  RN-ITEM              PIC 9(03).
           05  FILLER               PIC X(70) VALUE
               '  ** NO SALES'.
       01  ABC-PROMO-HDR.
           05  FILLER               PIC X(80) VALUE
               'PROMOTION LIFT - AGAINST THE SAME DAYS BEFORE'.
       01  ABC-PROMO-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               '  ITM PROMO WINDOW       UNITS  PROMO NE'.
           05  FILLER               PIC X(40) VALUE
               'T  UNITS BEFORE  NET BEFORE     LIFT'.
       01  ABC-PROMO-REC.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RP-ITEM              PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RP-START             PIC 9(08).
           05  FILLER               PIC X(01) VALUE '-'.
           05  RP-END               PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RP-UNITS             PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RP-NET               PIC -ZZZZZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RP-PRE-UNITS         PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RP-PRE-NET           PIC -ZZZZZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RP-LIFT              PIC -ZZZ9.99.
           05  RP-LIFT-X REDEFINES RP-LIFT
                                    PIC X(08).
           05  FILLER               PIC X(01) VALUE '%'.
           05  FILLER               PIC X(08) VALUE SPACES.
       01  ABC-TOTAL-REC.
           05  FILLER               PIC X(17) VALUE
               'PERIOD NET SALES '.
           05  RT-NET               PIC -ZZZZZZZZZ9.99.
           05  FILLER               PIC X(13) VALUE '  ITEMS SOLD '.
           05  RT-ITEMS-SOLD        PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  NO SALES '.
           05  RT-NO-SALES          PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.
       01  ABC-CLASS-REC.
           05  FILLER               PIC X(08) VALUE 'CLASS A '.
           05  RC-A                 PIC ZZZZ9.
           05  FILLER               PIC X(04) VALUE '  B '.
           05  RC-B                 PIC ZZZZ9.
           05  FILLER               PIC X(04) VALUE '  C '.
           05  RC-C                 PIC ZZZZ9.
           05  FILLER               PIC X(24) VALUE
               '  NOT BY ITEM (NET)     '.
           05  RC-UNATTRIB          PIC -ZZZZZZZZ9.99.
           05  FILLER               PIC X(12) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           DISPLAY '***********ITEM SALES ABC ANALYSIS****************'.
      *
           INITIALIZE ITEM-TABLE.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 120-LOAD-PRICE-MASTER.
           PERFORM 130-LOAD-PROMOTIONS.
      *
           PERFORM 200-PROCESS-LOG-RECORD
              UNTIL WS-LOG-EOF-SW = 'Y'.
      *
           MOVE WS-FROM-DATE TO RH-FROM.
           MOVE WS-TO-DATE   TO RH-TO.
           WRITE ABC-RPT-REC FROM ABC-HEADER-REC.
           WRITE ABC-RPT-REC FROM ABC-COLUMN-REC.
      *
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SR-NET
               ON ASCENDING KEY SR-ITEM
               INPUT PROCEDURE IS 300-RELEASE-SOLD-ITEMS
               OUTPUT PROCEDURE IS 320-RANK-SOLD-ITEMS.
      *
           PERFORM 400-WRITE-NO-SALES-SECTION.
           PERFORM 500-WRITE-PROMOTION-SECTION.
           PERFORM 600-WRITE-TOTALS.
      *
           DISPLAY 'LOG RECORDS READ     : ' WS-READ-COUNT.
           DISPLAY 'IN-PERIOD RECORDS    : ' WS-SELECTED-COUNT.
           DISPLAY 'ITEMS SOLD           : ' WS-ITEMS-SOLD.
           DISPLAY 'ITEMS WITH NO SALES  : ' WS-NO-SALES-COUNT.
      *
           PERFORM 700-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  SALES-LOG-FILE.
               IF WS-SALESLOG-STATUS NOT = ZEROES
                  MOVE 'Error opening file SALESLOG'   TO WS-ERR-MSG
                  MOVE WS-SALESLOG-STATUS              TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT ABC-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file ABCRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         110-READ-CONTROL-CARD.
               OPEN INPUT CONTROL-CARD-FILE.
               IF WS-CTL-STATUS = '00'
                  READ CONTROL-CARD-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF CTL-FROM-DATE IS NUMERIC
                              MOVE CTL-FROM-DATE TO WS-FROM-DATE
                          END-IF
                          IF CTL-TO-DATE IS NUMERIC
                             AND CTL-TO-DATE > ZEROES
                              MOVE CTL-TO-DATE TO WS-TO-DATE
                          END-IF
                          IF CTL-A-PCT IS NUMERIC
                             AND CTL-B-PCT IS NUMERIC
                             AND CTL-A-PCT > ZEROES
                             AND CTL-A-PCT < CTL-B-PCT
                             AND CTL-B-PCT NOT > 100
                              MOVE CTL-A-PCT TO WS-A-PCT
                              MOVE CTL-B-PCT TO WS-B-PCT
                          END-IF
                  END-READ
                  CLOSE CONTROL-CARD-FILE
               END-IF.
      *
      *        THE LOG'S DATES ARE YYMMDD - PROMOTION DATES ARE
      *        YYYYMMDD, SO THE PERIOD IS CARRIED BOTH WAYS.
               IF WS-FROM-DATE > ZEROES
                  COMPUTE WS-FROM-DATE-8 = 20000000 + WS-FROM-DATE
               END-IF.
               IF WS-TO-DATE < 999999
                  COMPUTE WS-TO-DATE-8 = 20000000 + WS-TO-DATE
               END-IF.
               DISPLAY 'PERIOD: ' WS-FROM-DATE ' - ' WS-TO-DATE
                       '  CLASS CUT-OFFS ' WS-A-PCT '/' WS-B-PCT.
      *
      *    NO PRICE MASTER ALLOCATED = NO ITEM UNIVERSE, SO THE
      *    NO-SALES SECTION IS LEFT OUT.
         120-LOAD-PRICE-MASTER.
               OPEN INPUT PRICE-MASTER.
               IF WS-PMAST-STATUS = '00'
                  MOVE 'Y' TO WS-MASTER-SW
                  MOVE 'N' TO WS-FILE-EOF-SW
                  PERFORM 125-READ-ONE-MASTER-ITEM
                     UNTIL WS-FILE-EOF-SW = 'Y'
                  CLOSE PRICE-MASTER
               ELSE
                  DISPLAY 'NO PRICE MASTER - NO-SALES CHECK SKIPPED'
               END-IF.
      *
         125-READ-ONE-MASTER-ITEM.
               READ PRICE-MASTER NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-FILE-EOF-SW
                  NOT AT END
                     IF PM-ITEM-NUMBER > ZEROES
                        MOVE 'Y' TO IT-ON-MASTER (PM-ITEM-NUMBER)
                     END-IF
               END-READ.
      *
         130-LOAD-PROMOTIONS.
               OPEN INPUT PRICE-EFF-FILE.
               IF WS-PEFF-STATUS = '00'
                  MOVE 'N' TO WS-FILE-EOF-SW
                  PERFORM 135-READ-ONE-PROMOTION THRU 135-EXIT
                     UNTIL WS-FILE-EOF-SW = 'Y'
                  CLOSE PRICE-EFF-FILE
               END-IF.
      *
      *    A PROMOTION COUNTS WHEN ITS WINDOW OVERLAPS THE PERIOD.
      *    THE WINDOW BEFORE IT IS THE SAME NUMBER OF DAYS ENDING
      *    THE DAY BEFORE THE PROMOTION STARTED.
         135-READ-ONE-PROMOTION.
               READ PRICE-EFF-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-FILE-EOF-SW
                     GO TO 135-EXIT
               END-READ.
               IF PE-PRICE-TYPE NOT = 'P'
                  OR PE-PROMO-END < PE-EFF-DATE
                  OR PE-EFF-DATE > WS-TO-DATE-8
                  OR PE-PROMO-END < WS-FROM-DATE-8
                  GO TO 135-EXIT
               END-IF.
               IF WS-PR-COUNT NOT < 200
                  DISPLAY 'PROMOTION TABLE FULL - ITEM '
                          PE-ITEM-NUMBER ' ' PE-EFF-DATE
                          ' NOT COMPARED'
                  GO TO 135-EXIT
               END-IF.
               ADD 1 TO WS-PR-COUNT.
               MOVE WS-PR-COUNT    TO WS-PR-SUB.
               MOVE PE-ITEM-NUMBER TO PR-ITEM  (WS-PR-SUB).
               MOVE PE-EFF-DATE    TO PR-START (WS-PR-SUB).
               MOVE PE-PROMO-END   TO PR-END   (WS-PR-SUB).
               COMPUTE WS-START-INT =
                       FUNCTION INTEGER-OF-DATE (PE-EFF-DATE).
               COMPUTE WS-WINDOW-DAYS =
                       FUNCTION INTEGER-OF-DATE (PE-PROMO-END)
                     - WS-START-INT + 1.
               COMPUTE PR-PRE-END (WS-PR-SUB) =
                       FUNCTION DATE-OF-INTEGER (WS-START-INT - 1).
               COMPUTE PR-PRE-START (WS-PR-SUB) =
                       FUNCTION DATE-OF-INTEGER
                           (WS-START-INT - WS-WINDOW-DAYS).
               MOVE ZEROES TO PR-UNITS     (WS-PR-SUB)
                              PR-NET       (WS-PR-SUB)
                              PR-PRE-UNITS (WS-PR-SUB)
                              PR-PRE-NET   (WS-PR-SUB).
         135-EXIT.
               EXIT.
      *
         200-PROCESS-LOG-RECORD.
               READ SALES-LOG-FILE
                  AT END
                     MOVE 'Y' TO WS-LOG-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM 210-ACCUMULATE-RECORD
                        THRU 210-ACCUMULATE-EXIT
               END-READ.
      *
      *    THE LOG CARRIES EDITED AMOUNTS (ZZZ,ZZZ.99) - NUMVAL-C
      *    DE-EDITS THEM, THE SAME WAY TAXRMT READS THEM. A SALE
      *    LINE IS ONE UNIT; A RETURN TAKES ITS AMOUNT BACK OFF.
         210-ACCUMULATE-RECORD.
               IF SLOG-DATE IS NOT NUMERIC
                  GO TO 210-ACCUMULATE-EXIT
               END-IF.
               COMPUTE WS-SALES-WORK =
                       FUNCTION NUMVAL-C (SLOG-SALES-AMOUNT).
               IF SLOG-TRAN-TYPE = 'R'
                  COMPUTE WS-SIGNED-WORK = 0 - WS-SALES-WORK
               ELSE
                  MOVE WS-SALES-WORK TO WS-SIGNED-WORK
               END-IF.
               COMPUTE WS-LOG-DATE-8 = 20000000 + SLOG-DATE.
      *
               IF SLOG-ITEM-NO IS NOT NUMERIC
                  OR SLOG-ITEM-NO = ZEROES
                  IF SLOG-DATE NOT LESS THAN WS-FROM-DATE
                     AND SLOG-DATE NOT GREATER THAN WS-TO-DATE
                      ADD 1 TO WS-SELECTED-COUNT
                      ADD WS-SIGNED-WORK TO WS-TOTAL-NET
                      ADD WS-SIGNED-WORK TO WS-UNATTRIB-NET
                  END-IF
                  GO TO 210-ACCUMULATE-EXIT
               END-IF.
      *
               MOVE SLOG-ITEM-NO TO WS-ITEM-SUB.
               IF SLOG-DATE NOT LESS THAN WS-FROM-DATE
                  AND SLOG-DATE NOT GREATER THAN WS-TO-DATE
                   ADD 1 TO WS-SELECTED-COUNT
                   ADD WS-SIGNED-WORK TO WS-TOTAL-NET
                   ADD WS-SIGNED-WORK TO IT-NET (WS-ITEM-SUB)
                   IF SLOG-TRAN-TYPE = 'R'
                       ADD 1 TO IT-RETURNS (WS-ITEM-SUB)
                   ELSE
                       ADD 1 TO IT-UNITS (WS-ITEM-SUB)
                   END-IF
               END-IF.
      *
               PERFORM 220-CHECK-ONE-PROMOTION
                  VARYING WS-PR-SUB FROM 1 BY 1
                  UNTIL WS-PR-SUB > WS-PR-COUNT.
      *
         210-ACCUMULATE-EXIT.
               EXIT.
      *
         220-CHECK-ONE-PROMOTION.
               IF PR-ITEM (WS-PR-SUB) = WS-ITEM-SUB
                  IF WS-LOG-DATE-8 NOT < PR-START (WS-PR-SUB)
                     AND WS-LOG-DATE-8 NOT > PR-END (WS-PR-SUB)
                      ADD WS-SIGNED-WORK TO PR-NET (WS-PR-SUB)
                      IF SLOG-TRAN-TYPE NOT = 'R'
                          ADD 1 TO PR-UNITS (WS-PR-SUB)
                      END-IF
                  END-IF
                  IF WS-LOG-DATE-8 NOT < PR-PRE-START (WS-PR-SUB)
                     AND WS-LOG-DATE-8 NOT > PR-PRE-END (WS-PR-SUB)
                      ADD WS-SIGNED-WORK TO PR-PRE-NET (WS-PR-SUB)
                      IF SLOG-TRAN-TYPE NOT = 'R'
                          ADD 1 TO PR-PRE-UNITS (WS-PR-SUB)
                      END-IF
                  END-IF
               END-IF.
      *
      *    EVERY ITEM WITH ANY ACTIVITY IN THE PERIOD GOES TO THE
      *    SORT - ONE WHOSE SALES WERE ALL RETURNED STILL SHOWS.
         300-RELEASE-SOLD-ITEMS.
               PERFORM 310-RELEASE-ONE-ITEM
                  VARYING WS-ITEM-SUB FROM 1 BY 1
                  UNTIL WS-ITEM-SUB > 999.
      *
         310-RELEASE-ONE-ITEM.
               IF IT-UNITS (WS-ITEM-SUB) > ZEROES
                  OR IT-RETURNS (WS-ITEM-SUB) > ZEROES
                   MOVE IT-NET (WS-ITEM-SUB) TO SR-NET
                   MOVE WS-ITEM-SUB          TO SR-ITEM
                   RELEASE SORT-REC
               END-IF.
      *
         320-RANK-SOLD-ITEMS.
               MOVE ZEROES TO WS-CUM-SHARE.
               PERFORM 330-RETURN-SORTED-ITEM.
               PERFORM 340-RANK-ONE-ITEM
                  UNTIL WS-SORT-EOF-SW = 'Y'.
      *
         330-RETURN-SORTED-ITEM.
               RETURN SORT-WORK-FILE
                  AT END
                     MOVE 'Y' TO WS-SORT-EOF-SW
               END-RETURN.
      *
      *    THE CLASS GOES BY THE CUMULATIVE SHARE BEFORE THIS ITEM,
      *    SO THE ITEM THAT CARRIES THE TOTAL ACROSS A CUT-OFF STILL
      *    BELONGS TO THE HIGHER CLASS. NOTHING NETTING TO ZERO OR
      *    LESS RANKS ABOVE C.
         340-RANK-ONE-ITEM.
               ADD 1 TO WS-ITEMS-SOLD.
               MOVE ZEROES TO WS-ITEM-SHARE.
               IF WS-TOTAL-NET > ZEROES AND SR-NET > ZEROES
                  COMPUTE WS-ITEM-SHARE ROUNDED =
                          SR-NET * 100 / WS-TOTAL-NET
                      ON SIZE ERROR
                          MOVE 100 TO WS-ITEM-SHARE
                  END-COMPUTE
               END-IF.
               EVALUATE TRUE
                  WHEN SR-NET NOT > ZEROES
                     MOVE 'C' TO RA-CLASS
                     ADD 1 TO WS-CLASS-C-COUNT
                  WHEN WS-CUM-SHARE < WS-A-PCT
                     MOVE 'A' TO RA-CLASS
                     ADD 1 TO WS-CLASS-A-COUNT
                  WHEN WS-CUM-SHARE < WS-B-PCT
                     MOVE 'B' TO RA-CLASS
                     ADD 1 TO WS-CLASS-B-COUNT
                  WHEN OTHER
                     MOVE 'C' TO RA-CLASS
                     ADD 1 TO WS-CLASS-C-COUNT
               END-EVALUATE.
               ADD WS-ITEM-SHARE TO WS-CUM-SHARE
                   ON SIZE ERROR
                       MOVE 100 TO WS-CUM-SHARE
               END-ADD.
               IF WS-CUM-SHARE > 100
                  MOVE 100 TO WS-CUM-SHARE
               END-IF.
      *
               MOVE SR-ITEM               TO WS-ITEM-SUB.
               MOVE SR-ITEM               TO RA-ITEM.
               MOVE IT-UNITS (WS-ITEM-SUB)   TO RA-UNITS.
               MOVE IT-RETURNS (WS-ITEM-SUB) TO RA-RETURNS.
               MOVE SR-NET                TO RA-NET.
               MOVE WS-ITEM-SHARE         TO RA-SHARE.
               MOVE WS-CUM-SHARE          TO RA-CUM.
               WRITE ABC-RPT-REC FROM ABC-DETAIL-REC.
      *
               PERFORM 330-RETURN-SORTED-ITEM.
      *
         400-WRITE-NO-SALES-SECTION.
               IF WS-MASTER-SW = 'Y'
                  WRITE ABC-RPT-REC FROM ABC-NOSALE-HDR
                  PERFORM 410-CHECK-ONE-ITEM
                     VARYING WS-ITEM-SUB FROM 1 BY 1
                     UNTIL WS-ITEM-SUB > 999
               END-IF.
      *
         410-CHECK-ONE-ITEM.
               IF IT-ON-MASTER (WS-ITEM-SUB) = 'Y'
                  AND IT-UNITS (WS-ITEM-SUB) = ZEROES
                   ADD 1 TO WS-NO-SALES-COUNT
                   MOVE WS-ITEM-SUB TO RN-ITEM
                   WRITE ABC-RPT-REC FROM ABC-NOSALE-REC
               END-IF.
      *
         500-WRITE-PROMOTION-SECTION.
               IF WS-PR-COUNT > ZEROES
                  WRITE ABC-RPT-REC FROM ABC-PROMO-HDR
                  WRITE ABC-RPT-REC FROM ABC-PROMO-COLUMN-REC
                  PERFORM 510-WRITE-ONE-PROMOTION
                     VARYING WS-PR-SUB FROM 1 BY 1
                     UNTIL WS-PR-SUB > WS-PR-COUNT
               END-IF.
      *
      *    LIFT IS THE PROMOTION WINDOW'S NET SALES OVER THE WINDOW
      *    BEFORE IT. NOTHING SOLD BEFORE = NOTHING TO MEASURE FROM.
         510-WRITE-ONE-PROMOTION.
               MOVE PR-ITEM      (WS-PR-SUB) TO RP-ITEM.
               MOVE PR-START     (WS-PR-SUB) TO RP-START.
               MOVE PR-END       (WS-PR-SUB) TO RP-END.
               MOVE PR-UNITS     (WS-PR-SUB) TO RP-UNITS.
               MOVE PR-NET       (WS-PR-SUB) TO RP-NET.
               MOVE PR-PRE-UNITS (WS-PR-SUB) TO RP-PRE-UNITS.
               MOVE PR-PRE-NET   (WS-PR-SUB) TO RP-PRE-NET.
               IF PR-PRE-NET (WS-PR-SUB) > ZEROES
                  COMPUTE WS-LIFT-PCT ROUNDED =
                          (PR-NET (WS-PR-SUB) - PR-PRE-NET (WS-PR-SUB))
                        * 100 / PR-PRE-NET (WS-PR-SUB)
                      ON SIZE ERROR
                          MOVE '  >9999' TO RP-LIFT-X
                      NOT ON SIZE ERROR
                          MOVE WS-LIFT-PCT TO RP-LIFT
                  END-COMPUTE
               ELSE
                  MOVE '    N/A' TO RP-LIFT-X
               END-IF.
               WRITE ABC-RPT-REC FROM ABC-PROMO-REC.
      *
         600-WRITE-TOTALS.
               MOVE WS-TOTAL-NET      TO RT-NET.
               MOVE WS-ITEMS-SOLD     TO RT-ITEMS-SOLD.
               MOVE WS-NO-SALES-COUNT TO RT-NO-SALES.
               WRITE ABC-RPT-REC FROM ABC-TOTAL-REC.
               MOVE WS-CLASS-A-COUNT  TO RC-A.
               MOVE WS-CLASS-B-COUNT  TO RC-B.
               MOVE WS-CLASS-C-COUNT  TO RC-C.
               MOVE WS-UNATTRIB-NET   TO RC-UNATTRIB.
               WRITE ABC-RPT-REC FROM ABC-CLASS-REC.
      *
         700-CLOSE-FILES.
               CLOSE SALES-LOG-FILE.
               CLOSE ABC-RPT-FILE.
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
