      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 12-11-2020
      * Purpose: YEAR-END CAPITAL GAINS STATEMENT - READS THE CGAINS
      *        : REALIZED-GAIN RECORDS STKCBL WRITES AS SELLS RELIEVE
      *        : TAX LOTS FIRST-IN FIRST-OUT AND PRINTS ONE STATEMENT
      *        : PER CLIENT FOR THE TAX YEAR: EACH LOT SOLD, SHORT-
      *        : TERM AND LONG-TERM APART, WITH COST, PROCEEDS AND
      *        : GAIN, TERM TOTALS AND THE NET GAIN FOR THE PERIOD.
      *        : THE PERIOD IS THE CGCARD FROM/TO DATES, ELSE THE
      *        : APRIL-TO-MARCH YEAR LAST ENDED.
      *        :
      *        : EVERY STATEMENT LINE CARRIES THE CLIENT'S CUSTCLI-
      *        : LINKED CUSTOMER NUMBER IN COLUMNS 1-6 SO DISTRPT CAN
      *        : BURST IT, AND CGDIST IS WRITTEN AS A DISTLST LIST -
      *        : ONE ENTRY PER CUSTOMER, RECIPIENT THE CUSTOMER NUMBER -
      *        : SO DISTRPT DELIVERS EACH CUSTOMER ONLY THEIR OWN
      *        : STATEMENTS BY THEIR CUSKS080 DELIVERY PREFERENCE. A
      *        : CLIENT WITH NO LINKED CUSTOMER IS PRINTED BUT NOT
      *        : QUEUED.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. CGSTMT.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL REALIZED-GAIN-FILE ASSIGN TO CGAINS
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CGAIN-STATUS.
      *
           SELECT CLI-XREF-FILE ASSIGN TO CUSTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS  IS  WS-CLI-STATUS.
      *
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO CGCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTL-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT STMT-RPT-FILE ASSIGN TO CGRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
           SELECT DIST-LIST-FILE ASSIGN TO CGDIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DIST-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  REALIZED-GAIN-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       COPY CGREAL.
      *
      *    LAYOUT MIRRORS CLIMNT.CBL'S CLI-XREF-REC.
       FD  CLI-XREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLI-XREF-REC.
           05 CC-KEY.
              10 CC-CUST-NO           PIC X(06).
              10 CC-CLIENT-ID         PIC X(08).
           05 CC-SETTLE-ACCT-NO       PIC X(10).
           05 CC-LINKED-DATE          PIC 9(08).
           05 FILLER                  PIC X(48).
      *
      *    ONE CARD - PERIOD FROM AND TO (YYYYMMDD YYYYMMDD). WITH NO
      *    CARD THE YEAR 1 APRIL TO 31 MARCH LAST ENDED IS USED.
       FD  CONTROL-CARD-FILE RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-FROM-DATE              PIC 9(08).
           05  FILLER                     PIC X(01).
           05  CTL-TO-DATE                PIC 9(08).
           05  FILLER                     PIC X(63).
      *
      *    CUSTOMER FIRST SO EACH CUSTOMER'S STATEMENTS ARE TOGETHER;
      *    SHORT-TERM ('1') AHEAD OF LONG-TERM ('2') WITHIN A CLIENT.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SRT-CUST-NO                PIC X(06).
           05  SRT-CLIENT-ID              PIC X(08).
           05  SRT-TERM-ORDER             PIC X(01).
           05  SRT-SELL-DATE              PIC 9(08).
           05  SRT-INSTRUMENT             PIC X(08).
           05  SRT-BUY-DATE               PIC 9(08).
           05  SRT-INSTR-TYPE             PIC X(02).
           05  SRT-QTY                    PIC 9(07).
           05  SRT-COST                   PIC S9(11)V99.
           05  SRT-PROCEEDS               PIC S9(11)V99.
           05  SRT-GAIN                   PIC S9(11)V99.
           05  SRT-ENTRY-TYPE             PIC X(01).
      *
       FD  STMT-RPT-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01  STMT-RPT-REC                   PIC  X(132).
      *
      *    SAME LAYOUT AS DISTRPT'S DIST-LIST-REC.
       FD  DIST-LIST-FILE RECORDING MODE F.
       01  DIST-LIST-REC.
           05  DIST-REPORT-CODE           PIC X(06).
           05  FILLER                     PIC X(01).
           05  DIST-RECIPIENT             PIC X(30).
           05  FILLER                     PIC X(01).
           05  DIST-METHOD                PIC X(01).
           05  FILLER                     PIC X(01).
           05  DIST-BURST-KEY             PIC X(20).
           05  FILLER                     PIC X(20).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CGAIN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CLI-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-DIST-STATUS                 PIC X(02) VALUE SPACES.
      *
       01  WS-CGAIN-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-CGAIN-EOF                         VALUE 'Y'.
       01  WS-CLI-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CLI-EOF                           VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY              PIC 9(04).
           05  WS-TODAY-MM                PIC 9(02).
           05  WS-TODAY-DD                PIC 9(02).
       01  WS-PERIOD-FROM                 PIC 9(08).
       01  WS-FROM-PARTS REDEFINES WS-PERIOD-FROM.
           05  WS-FROM-YYYY               PIC 9(04).
           05  WS-FROM-MMDD               PIC 9(04).
       01  WS-PERIOD-TO                   PIC 9(08).
       01  WS-TO-PARTS REDEFINES WS-PERIOD-TO.
           05  WS-TO-YYYY                 PIC 9(04).
           05  WS-TO-MMDD                 PIC 9(04).
      *
      *    CLIENT-TO-CUSTOMER MAP, LOADED FROM CUSTCLI AT STARTUP -
      *    THE FIRST LINK FOR A CLIENT WINS, THE SAME RULE AS
      *    STKSETL.
       01  WS-LINK-COUNT                  PIC 9(03) VALUE ZEROES.
       01  LINK-TABLE.
           05  LINK-ENTRY OCCURS 500 TIMES INDEXED BY LNK-IDX.
               10  LK-CLIENT-ID           PIC X(08).
               10  LK-CUST-NO             PIC X(06).
      *
       01  WS-CURR-CUST                   PIC X(06) VALUE SPACES.
       01  WS-CURR-CLIENT                 PIC X(08) VALUE SPACES.
       01  WS-CURR-TERM                   PIC X(01) VALUE SPACES.
       01  WS-TERM-COST                   PIC S9(13)V99 VALUE ZEROES.
       01  WS-TERM-PROCEEDS               PIC S9(13)V99 VALUE ZEROES.
       01  WS-TERM-GAIN                   PIC S9(13)V99 VALUE ZEROES.
       01  WS-CLIENT-COST                 PIC S9(13)V99 VALUE ZEROES.
       01  WS-CLIENT-PROCEEDS             PIC S9(13)V99 VALUE ZEROES.
       01  WS-CLIENT-GAIN                 PIC S9(13)V99 VALUE ZEROES.
      *
       01  WS-GAIN-READ                   PIC 9(07) VALUE ZEROES.
       01  WS-GAIN-SELECTED               PIC 9(07) VALUE ZEROES.
       01  WS-STMT-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-QUEUED-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-NOLINK-COUNT                PIC 9(05) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  STMT-CLIENT-HDR.
           05  SH-CUST-NO           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(33) VALUE
               'CAPITAL GAINS STATEMENT - CLIENT '.
           05  SH-CLIENT-ID         PIC X(08).
           05  FILLER               PIC X(08) VALUE ' PERIOD '.
           05  SH-FROM-DATE         PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  SH-TO-DATE           PIC 9(08).
           05  FILLER               PIC X(55) VALUE SPACES.
       01  STMT-TERM-HDR.
           05  ST-CUST-NO           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ST-TITLE             PIC X(40).
           05  FILLER               PIC X(84) VALUE SPACES.
       01  STMT-COLUMN-HDR.
           05  SC-CUST-NO           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'INSTRMNT TY '.
           05  FILLER               PIC X(09) VALUE 'BUY DATE '.
           05  FILLER               PIC X(09) VALUE 'SELL DTE '.
           05  FILLER               PIC X(08) VALUE '    QTY '.
           05  FILLER               PIC X(16) VALUE
               '           COST '.
           05  FILLER               PIC X(16) VALUE
               '       PROCEEDS '.
           05  FILLER               PIC X(15) VALUE
               '           GAIN'.
           05  FILLER               PIC X(39) VALUE SPACES.
       01  STMT-DETAIL-LINE.
           05  SD-CUST-NO           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SD-INSTRUMENT        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SD-INSTR-TYPE        PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SD-BUY-DATE          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SD-SELL-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SD-QTY               PIC Z(6)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SD-COST              PIC -Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SD-PROCEEDS          PIC -Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SD-GAIN              PIC -Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SD-NOTE              PIC X(08).
           05  FILLER               PIC X(30) VALUE SPACES.
       01  STMT-TOTAL-LINE.
           05  SX-CUST-NO           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SX-LABEL             PIC X(38).
           05  SX-COST              PIC -Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SX-PROCEEDS          PIC -Z(10)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SX-GAIN              PIC -Z(10)9.99.
           05  FILLER               PIC X(39) VALUE SPACES.
       01  STMT-GAP-LINE.
           05  SG-CUST-NO           PIC X(06).
           05  FILLER               PIC X(126) VALUE SPACES.
       01  STMT-NOLINK-LINE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE 'CLIENT '.
           05  SN-CLIENT-ID         PIC X(08).
           05  FILLER               PIC X(40) VALUE
               ' HAS NO LINKED CUSTOMER - NOT QUEUED    '.
           05  FILLER               PIC X(69) VALUE SPACES.
       01  STMT-SUMMARY-LINE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'STATEMENTS: '.
           05  SS-STMTS             PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE '  CUSTOMERS: '.
           05  SS-QUEUED            PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  NO LINK: '.
           05  SS-NOLINK            PIC ZZZZ9.
           05  FILLER               PIC X(71) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           DISPLAY '***********CAPITAL GAINS STATEMENT****************'.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 120-LOAD-ONE-LINK UNTIL WS-CLI-EOF.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUST-NO
                                SRT-CLIENT-ID
                                SRT-TERM-ORDER
                                SRT-SELL-DATE
                                SRT-INSTRUMENT
                                SRT-BUY-DATE
               INPUT PROCEDURE IS 200-RELEASE-GAINS
               OUTPUT PROCEDURE IS 300-PRINT-STATEMENTS.
      *
           MOVE WS-STMT-COUNT   TO SS-STMTS.
           MOVE WS-QUEUED-COUNT TO SS-QUEUED.
           MOVE WS-NOLINK-COUNT TO SS-NOLINK.
           WRITE STMT-RPT-REC FROM STMT-SUMMARY-LINE.
      *
           DISPLAY 'GAINS READ          : ' WS-GAIN-READ.
           DISPLAY 'GAINS IN PERIOD     : ' WS-GAIN-SELECTED.
           DISPLAY 'STATEMENTS PRINTED  : ' WS-STMT-COUNT.
           DISPLAY 'CUSTOMERS QUEUED    : ' WS-QUEUED-COUNT.
           DISPLAY 'NO LINKED CUSTOMER  : ' WS-NOLINK-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-NOLINK-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
      *    NO CGAINS YET MEANS NOTHING HAS BEEN SOLD SINCE LOTS WERE
      *    FIRST KEPT - THE RUN STILL WRITES AN EMPTY LIST SO THE
      *    DISTRPT STEP HAS NOTHING TO QUEUE.
         100-OPEN-FILES.
               OPEN INPUT  REALIZED-GAIN-FILE.
               IF WS-CGAIN-STATUS NOT = '00'
                  MOVE 'Y' TO WS-CGAIN-EOF-SW
               END-IF.
      *
               OPEN INPUT  CLI-XREF-FILE.
               IF WS-CLI-STATUS NOT = '00'
                  MOVE 'Y' TO WS-CLI-EOF-SW
               END-IF.
      *
               OPEN OUTPUT STMT-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file CGRPT'      TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT DIST-LIST-FILE.
               IF WS-DIST-STATUS NOT = ZEROES
                  MOVE 'Error opening file CGDIST'     TO WS-ERR-MSG
                  MOVE WS-DIST-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    THE DEFAULT YEAR RUNS 1 APRIL TO 31 MARCH - RUN IN JANUARY
      *    TO MARCH THE YEAR LAST ENDED IS THE ONE BEFORE LAST.
         110-READ-CONTROL-CARD.
               IF WS-TODAY-MM > 3
                  COMPUTE WS-FROM-YYYY = WS-TODAY-YYYY - 1
               ELSE
                  COMPUTE WS-FROM-YYYY = WS-TODAY-YYYY - 2
               END-IF.
               MOVE 0401 TO WS-FROM-MMDD.
               COMPUTE WS-TO-YYYY = WS-FROM-YYYY + 1.
               MOVE 0331 TO WS-TO-MMDD.
      *
               OPEN INPUT CONTROL-CARD-FILE.
               IF WS-CTL-STATUS = '00'
                  READ CONTROL-CARD-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF CTL-FROM-DATE IS NUMERIC
                             AND CTL-TO-DATE IS NUMERIC
                             AND CTL-FROM-DATE NOT > CTL-TO-DATE
                              MOVE CTL-FROM-DATE TO WS-PERIOD-FROM
                              MOVE CTL-TO-DATE   TO WS-PERIOD-TO
                          END-IF
                  END-READ
                  CLOSE CONTROL-CARD-FILE
               END-IF.
               DISPLAY 'STATEMENT PERIOD: ' WS-PERIOD-FROM ' TO '
                       WS-PERIOD-TO.
      *
         120-LOAD-ONE-LINK.
               READ CLI-XREF-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-CLI-EOF-SW
                  NOT AT END
                     PERFORM 125-TABLE-ONE-LINK THRU 125-TABLE-EXIT
               END-READ.
      *
         125-TABLE-ONE-LINK.
               SET LNK-IDX TO 1.
               SEARCH LINK-ENTRY
                  AT END
                     CONTINUE
                  WHEN LNK-IDX > WS-LINK-COUNT
                     CONTINUE
                  WHEN LK-CLIENT-ID (LNK-IDX) = CC-CLIENT-ID
                     GO TO 125-TABLE-EXIT
               END-SEARCH.
               IF WS-LINK-COUNT NOT < 500
                  MOVE 'Client link table overflow'    TO WS-ERR-MSG
                  MOVE 'OV'                            TO WS-ERR-CDE
                  MOVE '125-TABLE-ONE-LINK'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-LINK-COUNT.
               SET LNK-IDX TO WS-LINK-COUNT.
               MOVE CC-CLIENT-ID TO LK-CLIENT-ID (LNK-IDX).
               MOVE CC-CUST-NO   TO LK-CUST-NO (LNK-IDX).
      *
         125-TABLE-EXIT.
               EXIT.
      *
      *    ONLY GAINS SOLD WITHIN THE PERIOD GO TO THE SORT. AN
      *    UNLINKED CLIENT SORTS UNDER A BLANK CUSTOMER, AHEAD OF THE
      *    REST.
         200-RELEASE-GAINS.
               PERFORM 210-RELEASE-ONE-GAIN UNTIL WS-CGAIN-EOF.
      *
         210-RELEASE-ONE-GAIN.
               READ REALIZED-GAIN-FILE
                  AT END
                     MOVE 'Y' TO WS-CGAIN-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-GAIN-READ
                     IF RG-SELL-DATE NOT < WS-PERIOD-FROM
                        AND RG-SELL-DATE NOT > WS-PERIOD-TO
                        PERFORM 220-BUILD-SORT-REC
                     END-IF
               END-READ.
      *
         220-BUILD-SORT-REC.
               MOVE SPACES TO SRT-CUST-NO.
               SET LNK-IDX TO 1.
               SEARCH LINK-ENTRY
                  AT END
                     CONTINUE
                  WHEN LNK-IDX > WS-LINK-COUNT
                     CONTINUE
                  WHEN LK-CLIENT-ID (LNK-IDX) = RG-CLIENT-ID
                     MOVE LK-CUST-NO (LNK-IDX) TO SRT-CUST-NO
               END-SEARCH.
               MOVE RG-CLIENT-ID   TO SRT-CLIENT-ID.
               IF RG-LONG-TERM
                  MOVE '2'         TO SRT-TERM-ORDER
               ELSE
                  MOVE '1'         TO SRT-TERM-ORDER
               END-IF.
               MOVE RG-SELL-DATE   TO SRT-SELL-DATE.
               MOVE RG-INSTRUMENT  TO SRT-INSTRUMENT.
               MOVE RG-BUY-DATE    TO SRT-BUY-DATE.
               MOVE RG-INSTR-TYPE  TO SRT-INSTR-TYPE.
               MOVE RG-QTY         TO SRT-QTY.
               MOVE RG-COST        TO SRT-COST.
               MOVE RG-PROCEEDS    TO SRT-PROCEEDS.
               MOVE RG-GAIN        TO SRT-GAIN.
               MOVE RG-ENTRY-TYPE  TO SRT-ENTRY-TYPE.
               RELEASE SORT-REC.
               ADD 1 TO WS-GAIN-SELECTED.
      *
         300-PRINT-STATEMENTS.
               PERFORM 310-RETURN-ONE-GAIN.
               PERFORM 320-PRINT-ONE-GAIN UNTIL WS-SORT-EOF.
               IF WS-CURR-CLIENT NOT = SPACES
                  PERFORM 350-END-TERM
                  PERFORM 360-END-CLIENT
               END-IF.
      *
         310-RETURN-ONE-GAIN.
               RETURN SORT-WORK-FILE
                  AT END
                     MOVE 'Y' TO WS-SORT-EOF-SW
               END-RETURN.
      *
         320-PRINT-ONE-GAIN.
               IF SRT-CLIENT-ID NOT = WS-CURR-CLIENT
                  IF WS-CURR-CLIENT NOT = SPACES
                     PERFORM 350-END-TERM
                     PERFORM 360-END-CLIENT
                  END-IF
                  PERFORM 330-START-CLIENT
                  PERFORM 340-START-TERM
               ELSE
                  IF SRT-TERM-ORDER NOT = WS-CURR-TERM
                     PERFORM 350-END-TERM
                     PERFORM 340-START-TERM
                  END-IF
               END-IF.
      *
               MOVE WS-CURR-CUST   TO SD-CUST-NO.
               MOVE SRT-INSTRUMENT TO SD-INSTRUMENT.
               MOVE SRT-INSTR-TYPE TO SD-INSTR-TYPE.
               MOVE SRT-BUY-DATE   TO SD-BUY-DATE.
               MOVE SRT-SELL-DATE  TO SD-SELL-DATE.
               MOVE SRT-QTY        TO SD-QTY.
               MOVE SRT-COST       TO SD-COST.
               MOVE SRT-PROCEEDS   TO SD-PROCEEDS.
               MOVE SRT-GAIN       TO SD-GAIN.
               IF SRT-ENTRY-TYPE = 'R'
                  MOVE 'REVERSAL' TO SD-NOTE
               ELSE
                  MOVE SPACES     TO SD-NOTE
               END-IF.
               WRITE STMT-RPT-REC FROM STMT-DETAIL-LINE.
               ADD SRT-COST     TO WS-TERM-COST.
               ADD SRT-PROCEEDS TO WS-TERM-PROCEEDS.
               ADD SRT-GAIN     TO WS-TERM-GAIN.
      *
               PERFORM 310-RETURN-ONE-GAIN.
      *
      *    A CUSTOMER IS QUEUED ONCE, AT ITS FIRST CLIENT - DISTRPT
      *    BURSTS ALL ITS CLIENTS' STATEMENTS TO IT TOGETHER.
         330-START-CLIENT.
               IF SRT-CUST-NO NOT = WS-CURR-CUST
                  AND SRT-CUST-NO NOT = SPACES
                  MOVE SPACES      TO DIST-LIST-REC
                  MOVE 'CGSTMT'    TO DIST-REPORT-CODE
                  MOVE SRT-CUST-NO TO DIST-RECIPIENT
                  MOVE 'E'         TO DIST-METHOD
                  MOVE SRT-CUST-NO TO DIST-BURST-KEY
                  WRITE DIST-LIST-REC
                  ADD 1 TO WS-QUEUED-COUNT
               END-IF.
               MOVE SRT-CUST-NO    TO WS-CURR-CUST.
               MOVE SRT-CLIENT-ID  TO WS-CURR-CLIENT.
               MOVE ZEROES         TO WS-CLIENT-COST.
               MOVE ZEROES         TO WS-CLIENT-PROCEEDS.
               MOVE ZEROES         TO WS-CLIENT-GAIN.
               ADD 1 TO WS-STMT-COUNT.
      *
               IF WS-CURR-CUST = SPACES
                  ADD 1 TO WS-NOLINK-COUNT
                  MOVE WS-CURR-CLIENT TO SN-CLIENT-ID
                  WRITE STMT-RPT-REC FROM STMT-NOLINK-LINE
                  DISPLAY 'NO LINKED CUSTOMER FOR CLIENT '
                          WS-CURR-CLIENT
               END-IF.
      *
               MOVE WS-CURR-CUST   TO SH-CUST-NO.
               MOVE WS-CURR-CLIENT TO SH-CLIENT-ID.
               MOVE WS-PERIOD-FROM TO SH-FROM-DATE.
               MOVE WS-PERIOD-TO   TO SH-TO-DATE.
               WRITE STMT-RPT-REC FROM STMT-CLIENT-HDR.
      *
         340-START-TERM.
               MOVE SRT-TERM-ORDER TO WS-CURR-TERM.
               MOVE ZEROES         TO WS-TERM-COST.
               MOVE ZEROES         TO WS-TERM-PROCEEDS.
               MOVE ZEROES         TO WS-TERM-GAIN.
               MOVE WS-CURR-CUST   TO SG-CUST-NO.
               WRITE STMT-RPT-REC FROM STMT-GAP-LINE.
               MOVE WS-CURR-CUST   TO ST-CUST-NO.
               IF WS-CURR-TERM = '2'
                  MOVE 'LONG-TERM CAPITAL GAINS'  TO ST-TITLE
               ELSE
                  MOVE 'SHORT-TERM CAPITAL GAINS' TO ST-TITLE
               END-IF.
               WRITE STMT-RPT-REC FROM STMT-TERM-HDR.
               MOVE WS-CURR-CUST   TO SC-CUST-NO.
               WRITE STMT-RPT-REC FROM STMT-COLUMN-HDR.
      *
         350-END-TERM.
               MOVE WS-CURR-CUST     TO SX-CUST-NO.
               IF WS-CURR-TERM = '2'
                  MOVE 'TOTAL LONG-TERM'  TO SX-LABEL
               ELSE
                  MOVE 'TOTAL SHORT-TERM' TO SX-LABEL
               END-IF.
               MOVE WS-TERM-COST     TO SX-COST.
               MOVE WS-TERM-PROCEEDS TO SX-PROCEEDS.
               MOVE WS-TERM-GAIN     TO SX-GAIN.
               WRITE STMT-RPT-REC FROM STMT-TOTAL-LINE.
               ADD WS-TERM-COST      TO WS-CLIENT-COST.
               ADD WS-TERM-PROCEEDS  TO WS-CLIENT-PROCEEDS.
               ADD WS-TERM-GAIN      TO WS-CLIENT-GAIN.
      *
         360-END-CLIENT.
               MOVE WS-CURR-CUST       TO SG-CUST-NO.
               WRITE STMT-RPT-REC FROM STMT-GAP-LINE.
               MOVE WS-CURR-CUST       TO SX-CUST-NO.
               MOVE 'NET CAPITAL GAIN FOR THE PERIOD'
                                       TO SX-LABEL.
               MOVE WS-CLIENT-COST     TO SX-COST.
               MOVE WS-CLIENT-PROCEEDS TO SX-PROCEEDS.
               MOVE WS-CLIENT-GAIN     TO SX-GAIN.
               WRITE STMT-RPT-REC FROM STMT-TOTAL-LINE.
               WRITE STMT-RPT-REC FROM STMT-GAP-LINE.
      *
         400-CLOSE-FILES.
               CLOSE REALIZED-GAIN-FILE.
               CLOSE CLI-XREF-FILE.
               CLOSE STMT-RPT-FILE.
               CLOSE DIST-LIST-FILE.
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
