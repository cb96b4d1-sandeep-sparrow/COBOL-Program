      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 26-11-2020
      * Purpose: DEPOSITORY HOLDINGS RECONCILIATION - MATCHES THE
      *        : DEPOSITORY'S END-OF-DAY HOLDINGS STATEMENT AGAINST THE
      *        : POSLEDG POSITION LEDGER. EACH DEMAT ACCOUNT ON THE
      *        : STATEMENT IS MAPPED TO ITS CLIENT-ACCT-ID THROUGH THE
      *        : CUSTCLI CROSS-REFERENCE (CC-DEMAT-ACCT, MAINTAINED BY
      *        : CLIMNT) AND HOLDINGS ARE MATCHED BY INSTRUMENT. IT
      *        : REPORTS QUANTITY BREAKS, INSTRUMENTS HELD ON ONE SIDE
      *        : ONLY, CLIENTS MISSING FROM EITHER SIDE AND DEMAT
      *        : ACCOUNTS NO CLIENT IS LINKED TO.
      *        :
      *        : BREAKS ARE KEPT ON THE DPBREAK MASTER AND CARRY OVER
      *        : FROM DAY TO DAY, THEIR AGE SHOWN, UNTIL A STATEMENT ON
      *        : WHICH THEY NO LONGER APPEAR - THEY PRINT ONCE MORE AS
      *        : CLEARED AND COME OFF THE FILE. ANY BREAK STILL OPEN
      *        : ENDS THE RUN RC 4. AN EMPTY STATEMENT LEAVES THE
      *        : MASTER UNTOUCHED AND ENDS RC 8.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. DPRECN.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL DP-HOLDING-FILE ASSIGN TO DPHOLD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-HOLD-STATUS.
      *
           SELECT CLI-XREF-FILE ASSIGN TO CUSTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS  IS  WS-CLI-STATUS.
      *
           SELECT POS-LEDGER-FILE ASSIGN TO POSLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS  IS  WS-POSL-STATUS.
      *
           SELECT DP-BREAK-FILE ASSIGN TO DPBREAK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS  IS  WS-BRK-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT RECON-RPT-FILE ASSIGN TO DPRECRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    ONE RECORD PER DEMAT ACCOUNT AND INSTRUMENT HELD AT THE
      *    DEPOSITORY'S CLOSE ON THE STATEMENT DATE. THE DEMAT ACCOUNT
      *    IS THE DP ID AND BENEFICIARY ID RUN TOGETHER.
       FD  DP-HOLDING-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  DP-HOLDING-REC.
           05  DH-STMT-DATE               PIC 9(08).
           05  DH-DEMAT-ACCT              PIC X(16).
           05  DH-INSTRUMENT              PIC X(08).
           05  DH-QTY                     PIC 9(09).
           05  FILLER                     PIC X(39).
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
           05 CC-DEMAT-ACCT           PIC X(16).
           05 FILLER                  PIC X(32).
      *
      *    LAYOUT MIRRORS STKCBL.CBL'S POS-LEDGER-REC.
       FD  POS-LEDGER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  POS-LEDGER-REC.
           05 PL-KEY.
              10 PL-CLIENT-ID  PIC  X(08).
              10 PL-INSTRUMENT PIC  X(08).
           05 PL-QTY           PIC S9(07).
           05 PL-AVG-COST      PIC  9(05)V9999.
           05 PL-REALIZED-PL   PIC S9(09)V99.
           05 PL-LAST-TRADE-DATE
                               PIC  9(08).
           05 FILLER           PIC  X(28).
      *
       FD  DP-BREAK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       COPY DPBREAK.
      *
      *    DEPOSITORY ('D') AND LEDGER ('L') QUANTITIES MEET HERE BY
      *    CLIENT AND INSTRUMENT.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SRT-CLIENT-ID              PIC X(08).
           05  SRT-INSTRUMENT             PIC X(08).
           05  SRT-SOURCE                 PIC X(01).
           05  SRT-QTY                    PIC S9(09).
      *
       FD  RECON-RPT-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01  RECON-RPT-REC                  PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-HOLD-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CLI-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-POSL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BRK-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-HOLD-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-HOLD-EOF                          VALUE 'Y'.
       01  WS-CLI-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CLI-EOF                           VALUE 'Y'.
       01  WS-POSL-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-POSL-EOF                          VALUE 'Y'.
       01  WS-BRK-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-BRK-EOF                           VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-STMT-DATE                   PIC 9(08) VALUE ZEROES.
      *
       01  WS-HOLD-READ                   PIC 9(07) VALUE ZEROES.
       01  WS-HOLD-REJECTED               PIC 9(07) VALUE ZEROES.
       01  WS-HOLD-UNLINKED               PIC 9(07) VALUE ZEROES.
       01  WS-POSITIONS-READ              PIC 9(07) VALUE ZEROES.
       01  WS-CLIENTS-MATCHED             PIC 9(05) VALUE ZEROES.
       01  WS-INSTR-AGREED                PIC 9(07) VALUE ZEROES.
       01  WS-BREAKS-NEW                  PIC 9(05) VALUE ZEROES.
       01  WS-BREAKS-OPEN                 PIC 9(05) VALUE ZEROES.
       01  WS-BREAKS-CLEARED              PIC 9(05) VALUE ZEROES.
      *
      *    DEMAT-ACCOUNT-TO-CLIENT MAP, LOADED FROM CUSTCLI AT STARTUP
      *    - THE FIRST LINK FOR A DEMAT ACCOUNT WINS.
       01  WS-DEMAT-COUNT                 PIC 9(03) VALUE ZEROES.
       01  DEMAT-TABLE.
           05  DEMAT-ENTRY OCCURS 500 TIMES INDEXED BY DMT-IDX.
               10  DM-DEMAT-ACCT          PIC X(16).
               10  DM-CLIENT-ID           PIC X(08).
      *
      *    DEMAT ACCOUNTS ON THE STATEMENT THAT NO CLIENT IS LINKED TO,
      *    WITH THE TOTAL UNITS THEY HOLD.
       01  WS-UNLINKED-COUNT              PIC 9(03) VALUE ZEROES.
       01  UNLINKED-TABLE.
           05  UNLINKED-ENTRY OCCURS 200 TIMES INDEXED BY UNL-IDX.
               10  UN-DEMAT-ACCT          PIC X(16).
               10  UN-QTY                 PIC S9(09).
      *
      *    THE CLIENT IN HAND - EVERY INSTRUMENT EITHER SIDE HOLDS FOR
      *    THEM, SO A CLIENT ABSENT FROM ONE SIDE ALTOGETHER REPORTS
      *    AS ONE BREAK RATHER THAN ONE PER INSTRUMENT.
       01  WS-CURR-CLIENT                 PIC X(08) VALUE SPACES.
       01  WS-CURR-ON-DP-SW               PIC X(01) VALUE 'N'.
           88  WS-CURR-ON-DP                        VALUE 'Y'.
       01  WS-CURR-ON-LEDGER-SW           PIC X(01) VALUE 'N'.
           88  WS-CURR-ON-LEDGER                    VALUE 'Y'.
       01  WS-CURR-DP-TOTAL               PIC S9(09) VALUE ZEROES.
       01  WS-CURR-LEDGER-TOTAL           PIC S9(09) VALUE ZEROES.
       01  WS-INSTR-COUNT                 PIC 9(03) VALUE ZEROES.
       01  INSTR-TABLE.
           05  INSTR-ENTRY OCCURS 500 TIMES INDEXED BY INS-IDX.
               10  IN-INSTRUMENT          PIC X(08).
               10  IN-DP-QTY              PIC S9(09).
               10  IN-LEDGER-QTY          PIC S9(09).
               10  IN-ON-DP-SW            PIC X(01).
               10  IN-ON-LEDGER-SW        PIC X(01).
      *
      *    THE BREAK BEING RECORDED.
       01  WS-BREAK-FIELDS.
           05  WS-BRK-CLIENT-ID           PIC X(08).
           05  WS-BRK-INSTRUMENT          PIC X(08).
           05  WS-BRK-DEMAT-ACCT          PIC X(16).
           05  WS-BRK-TYPE                PIC X(02).
           05  WS-BRK-LEDGER-QTY          PIC S9(09).
           05  WS-BRK-DP-QTY              PIC S9(09).
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RECON-TITLE-LINE.
           05  FILLER               PIC X(38) VALUE
               'DEPOSITORY HOLDINGS RECONCILIATION    '.
           05  FILLER               PIC X(15) VALUE 'STATEMENT DATE '.
           05  RT-STMT-DATE         PIC 9(08).
           05  FILLER               PIC X(71) VALUE SPACES.
       01  RECON-HDR-LINE.
           05  FILLER               PIC X(38) VALUE
               'CLIENT    INSTRUMT  DEMAT ACCOUNT     '.
           05  FILLER               PIC X(33) VALUE
               'TP  BREAK                        '.
           05  FILLER               PIC X(33) VALUE
               'LEDGER QTY DEPOSITORY       DIFF '.
           05  FILLER               PIC X(28) VALUE
               ' FIRST SEEN  AGE  STATUS    '.
       01  RECON-DETAIL-LINE.
           05  RD-CLIENT-ID         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-INSTRUMENT        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-DEMAT-ACCT        PIC X(16).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-BREAK-TYPE        PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-DESCRIPTION       PIC X(28).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-LEDGER-QTY        PIC -Z(8)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-DP-QTY            PIC -Z(8)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-DIFF-QTY          PIC -Z(8)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-FIRST-SEEN        PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-DAYS-OPEN         PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-STATUS            PIC X(07).
           05  FILLER               PIC X(03) VALUE SPACES.
       01  RECON-MESSAGE-LINE.
           05  RM-TEXT              PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACES.
       01  RECON-SUMMARY-LINE.
           05  FILLER               PIC X(18) VALUE
               'CLIENTS MATCHED : '.
           05  RS-CLIENTS           PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE '  NEW BREAKS: '.
           05  RS-NEW               PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE '  STILL OPEN : '.
           05  RS-OPEN              PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  CLEARED : '.
           05  RS-CLEARED           PIC ZZZZ9.
           05  FILLER               PIC X(53) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           DISPLAY '******DEPOSITORY HOLDINGS RECONCILIATION*********'.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
           PERFORM 100-OPEN-FILES.
           PERFORM 120-LOAD-ONE-LINK UNTIL WS-CLI-EOF.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CLIENT-ID
                                SRT-INSTRUMENT
                                SRT-SOURCE
               INPUT PROCEDURE IS 200-RELEASE-HOLDINGS
               OUTPUT PROCEDURE IS 300-RECONCILE-HOLDINGS.
      *
           IF WS-HOLD-READ > ZEROES
              PERFORM 600-CLEAR-RESOLVED-BREAKS
           END-IF.
      *
           MOVE WS-CLIENTS-MATCHED TO RS-CLIENTS.
           MOVE WS-BREAKS-NEW      TO RS-NEW.
           MOVE WS-BREAKS-OPEN     TO RS-OPEN.
           MOVE WS-BREAKS-CLEARED  TO RS-CLEARED.
           WRITE RECON-RPT-REC FROM RECON-SUMMARY-LINE.
      *
           DISPLAY 'STATEMENT DATE      : ' WS-STMT-DATE.
           DISPLAY 'HOLDINGS READ       : ' WS-HOLD-READ.
           DISPLAY 'HOLDINGS REJECTED   : ' WS-HOLD-REJECTED.
           DISPLAY 'HOLDINGS UNLINKED   : ' WS-HOLD-UNLINKED.
           DISPLAY 'POSITIONS READ      : ' WS-POSITIONS-READ.
           DISPLAY 'INSTRUMENTS AGREED  : ' WS-INSTR-AGREED.
           DISPLAY 'NEW BREAKS          : ' WS-BREAKS-NEW.
           DISPLAY 'BREAKS STILL OPEN   : ' WS-BREAKS-OPEN.
           DISPLAY 'BREAKS CLEARED      : ' WS-BREAKS-CLEARED.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-HOLD-READ = ZEROES
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-BREAKS-NEW > ZEROES OR WS-BREAKS-OPEN > ZEROES
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
           STOP RUN.
      *
      *    A MISSING DPHOLD IS AN EMPTY STATEMENT - REPORTED, RC 8,
      *    AND THE BREAK MASTER LEFT AS IT STOOD.
         100-OPEN-FILES.
               OPEN INPUT  DP-HOLDING-FILE.
               IF WS-HOLD-STATUS NOT = '00'
                  MOVE 'Y' TO WS-HOLD-EOF-SW
               END-IF.
      *
               OPEN INPUT  CLI-XREF-FILE.
               IF WS-CLI-STATUS NOT = ZEROES
                  MOVE 'Error opening file CUSTCLI'    TO WS-ERR-MSG
                  MOVE WS-CLI-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  POS-LEDGER-FILE.
               IF WS-POSL-STATUS NOT = ZEROES
                  MOVE 'Error opening file POSLEDG'    TO WS-ERR-MSG
                  MOVE WS-POSL-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    DP-BREAK-FILE.
               IF WS-BRK-STATUS = '35'
                  OPEN OUTPUT DP-BREAK-FILE
                  CLOSE DP-BREAK-FILE
                  OPEN I-O DP-BREAK-FILE
               END-IF.
               IF WS-BRK-STATUS NOT = ZEROES
                  MOVE 'Error opening file DPBREAK'    TO WS-ERR-MSG
                  MOVE WS-BRK-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT RECON-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file DPRECRPT'   TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         120-LOAD-ONE-LINK.
               READ CLI-XREF-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-CLI-EOF-SW
                  NOT AT END
                     IF CC-DEMAT-ACCT NOT = SPACES
                        PERFORM 125-TABLE-ONE-LINK THRU 125-TABLE-EXIT
                     END-IF
               END-READ.
      *
         125-TABLE-ONE-LINK.
               SET DMT-IDX TO 1.
               SEARCH DEMAT-ENTRY
                  AT END
                     CONTINUE
                  WHEN DMT-IDX > WS-DEMAT-COUNT
                     CONTINUE
                  WHEN DM-DEMAT-ACCT (DMT-IDX) = CC-DEMAT-ACCT
                     GO TO 125-TABLE-EXIT
               END-SEARCH.
               IF WS-DEMAT-COUNT NOT < 500
                  MOVE 'Demat account table overflow'  TO WS-ERR-MSG
                  MOVE 'OV'                            TO WS-ERR-CDE
                  MOVE '125-TABLE-ONE-LINK'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-DEMAT-COUNT.
               SET DMT-IDX TO WS-DEMAT-COUNT.
               MOVE CC-DEMAT-ACCT TO DM-DEMAT-ACCT (DMT-IDX).
               MOVE CC-CLIENT-ID  TO DM-CLIENT-ID (DMT-IDX).
      *
         125-TABLE-EXIT.
               EXIT.
      *
      *    THE STATEMENT FIRST - IF IT HOLDS NOTHING THE LEDGER IS NOT
      *    RELEASED, SO NO BREAK IS RAISED OR CLEARED OFF AN EMPTY
      *    FILE. THE STATEMENT DATE IS THE LATEST ONE IT CARRIES.
         200-RELEASE-HOLDINGS.
               PERFORM 210-RELEASE-ONE-HOLDING UNTIL WS-HOLD-EOF.
               IF WS-STMT-DATE = ZEROES
                  MOVE WS-TODAY-DATE TO WS-STMT-DATE
               END-IF.
               IF WS-HOLD-READ = ZEROES
                  MOVE 'Y' TO WS-POSL-EOF-SW
               ELSE
                  MOVE LOW-VALUES TO PL-KEY
                  START POS-LEDGER-FILE KEY IS NOT LESS THAN PL-KEY
                      INVALID KEY
                          MOVE 'Y' TO WS-POSL-EOF-SW
                  END-START
               END-IF.
               PERFORM 250-RELEASE-ONE-POSITION UNTIL WS-POSL-EOF.
      *
         210-RELEASE-ONE-HOLDING.
               READ DP-HOLDING-FILE
                  AT END
                     MOVE 'Y' TO WS-HOLD-EOF-SW
                  NOT AT END
                     IF DH-STMT-DATE IS NOT NUMERIC
                        OR DH-QTY IS NOT NUMERIC
                        OR DH-DEMAT-ACCT = SPACES
                        OR DH-INSTRUMENT = SPACES
                        ADD 1 TO WS-HOLD-REJECTED
                     ELSE
                        ADD 1 TO WS-HOLD-READ
                        IF DH-STMT-DATE > WS-STMT-DATE
                           MOVE DH-STMT-DATE TO WS-STMT-DATE
                        END-IF
                        IF DH-QTY > ZEROES
                           PERFORM 220-MAP-ONE-HOLDING
                        END-IF
                     END-IF
               END-READ.
      *
         220-MAP-ONE-HOLDING.
               SET DMT-IDX TO 1.
               SEARCH DEMAT-ENTRY
                  AT END
                     PERFORM 230-NOTE-UNLINKED
                  WHEN DMT-IDX > WS-DEMAT-COUNT
                     PERFORM 230-NOTE-UNLINKED
                  WHEN DM-DEMAT-ACCT (DMT-IDX) = DH-DEMAT-ACCT
                     MOVE DM-CLIENT-ID (DMT-IDX) TO SRT-CLIENT-ID
                     MOVE DH-INSTRUMENT          TO SRT-INSTRUMENT
                     MOVE 'D'                    TO SRT-SOURCE
                     MOVE DH-QTY                 TO SRT-QTY
                     RELEASE SORT-REC
               END-SEARCH.
      *
         230-NOTE-UNLINKED.
               ADD 1 TO WS-HOLD-UNLINKED.
               SET UNL-IDX TO 1.
               SEARCH UNLINKED-ENTRY
                  AT END
                     PERFORM 235-ADD-UNLINKED
                  WHEN UNL-IDX > WS-UNLINKED-COUNT
                     PERFORM 235-ADD-UNLINKED
                  WHEN UN-DEMAT-ACCT (UNL-IDX) = DH-DEMAT-ACCT
                     ADD DH-QTY TO UN-QTY (UNL-IDX)
               END-SEARCH.
      *
         235-ADD-UNLINKED.
               IF WS-UNLINKED-COUNT NOT < 200
                  MOVE 'Unlinked account table overflow'
                                                       TO WS-ERR-MSG
                  MOVE 'OV'                            TO WS-ERR-CDE
                  MOVE '235-ADD-UNLINKED'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-UNLINKED-COUNT.
               SET UNL-IDX TO WS-UNLINKED-COUNT.
               MOVE DH-DEMAT-ACCT TO UN-DEMAT-ACCT (UNL-IDX).
               MOVE DH-QTY        TO UN-QTY (UNL-IDX).
      *
      *    A FLAT POSITION HOLDS NOTHING TO RECONCILE.
         250-RELEASE-ONE-POSITION.
               READ POS-LEDGER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-POSL-EOF-SW
                  NOT AT END
                     IF PL-QTY NOT = ZEROES
                        ADD 1 TO WS-POSITIONS-READ
                        MOVE PL-CLIENT-ID  TO SRT-CLIENT-ID
                        MOVE PL-INSTRUMENT TO SRT-INSTRUMENT
                        MOVE 'L'           TO SRT-SOURCE
                        MOVE PL-QTY        TO SRT-QTY
                        RELEASE SORT-REC
                     END-IF
               END-READ.
      *
      *    EVERY BREAK ON FILE IS MARKED UNMATCHED BEFORE THE MATCH -
      *    WHATEVER THE MATCH DOES NOT RAISE AGAIN IS CLEARED AFTER IT,
      *    SO A RERUN OF THE SAME DAY CLEARS WHAT HAS SINCE BEEN FIXED.
         300-RECONCILE-HOLDINGS.
               MOVE WS-STMT-DATE TO RT-STMT-DATE.
               WRITE RECON-RPT-REC FROM RECON-TITLE-LINE.
               IF WS-HOLD-READ = ZEROES
                  MOVE 'DEPOSITORY STATEMENT EMPTY - BREAKS NOT UPDATED'
                                   TO RM-TEXT
                  WRITE RECON-RPT-REC FROM RECON-MESSAGE-LINE
                  DISPLAY 'DEPOSITORY STATEMENT EMPTY'
               ELSE
                  WRITE RECON-RPT-REC FROM RECON-HDR-LINE
                  PERFORM 310-RESET-BREAKS
                  PERFORM 320-RETURN-ONE-QTY
                  PERFORM 330-TAKE-ONE-QTY UNTIL WS-SORT-EOF
                  IF WS-CURR-CLIENT NOT = SPACES
                     PERFORM 350-CLOSE-CLIENT
                  END-IF
                  PERFORM 380-UNLINKED-BREAK
                      VARYING UNL-IDX FROM 1 BY 1
                      UNTIL UNL-IDX > WS-UNLINKED-COUNT
               END-IF.
      *
         310-RESET-BREAKS.
               MOVE 'N' TO WS-BRK-EOF-SW.
               MOVE LOW-VALUES TO DB-KEY.
               START DP-BREAK-FILE KEY IS NOT LESS THAN DB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BRK-EOF-SW
               END-START.
               PERFORM 315-RESET-ONE-BREAK UNTIL WS-BRK-EOF.
      *
         315-RESET-ONE-BREAK.
               READ DP-BREAK-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-BRK-EOF-SW
                  NOT AT END
                     MOVE 'N' TO DB-MATCHED-SW
                     REWRITE DPBREAK-RECORD
                     IF WS-BRK-STATUS NOT = ZEROES
                        MOVE 'Error rewriting DPBREAK'  TO WS-ERR-MSG
                        MOVE WS-BRK-STATUS              TO WS-ERR-CDE
                        MOVE '315-RESET-ONE-BREAK'      TO WS-ERR-PROC
                        PERFORM 900-ERR-HANDLING
                     END-IF
               END-READ.
      *
         320-RETURN-ONE-QTY.
               RETURN SORT-WORK-FILE
                  AT END
                     MOVE 'Y' TO WS-SORT-EOF-SW
               END-RETURN.
      *
      *    ONE TABLE ENTRY PER INSTRUMENT, EITHER SIDE ADDING TO IT -
      *    TWO DEMAT ACCOUNTS LINKED TO ONE CLIENT SUM TOGETHER.
         330-TAKE-ONE-QTY.
               IF SRT-CLIENT-ID NOT = WS-CURR-CLIENT
                  IF WS-CURR-CLIENT NOT = SPACES
                     PERFORM 350-CLOSE-CLIENT
                  END-IF
                  MOVE SRT-CLIENT-ID TO WS-CURR-CLIENT
                  MOVE 'N'           TO WS-CURR-ON-DP-SW
                  MOVE 'N'           TO WS-CURR-ON-LEDGER-SW
                  MOVE ZEROES        TO WS-CURR-DP-TOTAL
                  MOVE ZEROES        TO WS-CURR-LEDGER-TOTAL
                  MOVE ZEROES        TO WS-INSTR-COUNT
                  SET INS-IDX        TO 1
               END-IF.
      *
               IF WS-INSTR-COUNT = ZEROES
                  OR SRT-INSTRUMENT NOT = IN-INSTRUMENT (INS-IDX)
                  IF WS-INSTR-COUNT NOT < 500
                     MOVE 'Client instrument table overflow'
                                                       TO WS-ERR-MSG
                     MOVE 'OV'                         TO WS-ERR-CDE
                     MOVE '330-TAKE-ONE-QTY'           TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
                  ADD 1 TO WS-INSTR-COUNT
                  SET INS-IDX TO WS-INSTR-COUNT
                  MOVE SRT-INSTRUMENT TO IN-INSTRUMENT (INS-IDX)
                  MOVE ZEROES         TO IN-DP-QTY (INS-IDX)
                  MOVE ZEROES         TO IN-LEDGER-QTY (INS-IDX)
                  MOVE 'N'            TO IN-ON-DP-SW (INS-IDX)
                  MOVE 'N'            TO IN-ON-LEDGER-SW (INS-IDX)
               END-IF.
      *
               IF SRT-SOURCE = 'D'
                  MOVE 'Y' TO WS-CURR-ON-DP-SW
                  MOVE 'Y' TO IN-ON-DP-SW (INS-IDX)
                  ADD SRT-QTY TO IN-DP-QTY (INS-IDX)
                  ADD SRT-QTY TO WS-CURR-DP-TOTAL
               ELSE
                  MOVE 'Y' TO WS-CURR-ON-LEDGER-SW
                  MOVE 'Y' TO IN-ON-LEDGER-SW (INS-IDX)
                  ADD SRT-QTY TO IN-LEDGER-QTY (INS-IDX)
                  ADD SRT-QTY TO WS-CURR-LEDGER-TOTAL
               END-IF.
               PERFORM 320-RETURN-ONE-QTY.
      *
         350-CLOSE-CLIENT.
               MOVE WS-CURR-CLIENT TO WS-BRK-CLIENT-ID.
               MOVE SPACES         TO WS-BRK-INSTRUMENT.
               MOVE SPACES         TO WS-BRK-DEMAT-ACCT.
               EVALUATE TRUE
                  WHEN NOT WS-CURR-ON-DP
                     MOVE 'CD'                 TO WS-BRK-TYPE
                     MOVE WS-CURR-LEDGER-TOTAL TO WS-BRK-LEDGER-QTY
                     MOVE ZEROES               TO WS-BRK-DP-QTY
                     PERFORM 500-RECORD-BREAK
                  WHEN NOT WS-CURR-ON-LEDGER
                     MOVE 'CL'                 TO WS-BRK-TYPE
                     MOVE ZEROES               TO WS-BRK-LEDGER-QTY
                     MOVE WS-CURR-DP-TOTAL     TO WS-BRK-DP-QTY
                     PERFORM 500-RECORD-BREAK
                  WHEN OTHER
                     ADD 1 TO WS-CLIENTS-MATCHED
                     PERFORM 360-MATCH-ONE-INSTRUMENT
                         VARYING INS-IDX FROM 1 BY 1
                         UNTIL INS-IDX > WS-INSTR-COUNT
               END-EVALUATE.
      *
         360-MATCH-ONE-INSTRUMENT.
               MOVE IN-INSTRUMENT (INS-IDX) TO WS-BRK-INSTRUMENT.
               MOVE IN-LEDGER-QTY (INS-IDX) TO WS-BRK-LEDGER-QTY.
               MOVE IN-DP-QTY (INS-IDX)     TO WS-BRK-DP-QTY.
               EVALUATE TRUE
                  WHEN IN-ON-LEDGER-SW (INS-IDX) = 'N'
                     MOVE 'NL' TO WS-BRK-TYPE
                     PERFORM 500-RECORD-BREAK
                  WHEN IN-ON-DP-SW (INS-IDX) = 'N'
                     MOVE 'ND' TO WS-BRK-TYPE
                     PERFORM 500-RECORD-BREAK
                  WHEN IN-LEDGER-QTY (INS-IDX) NOT = IN-DP-QTY (INS-IDX)
                     MOVE 'QB' TO WS-BRK-TYPE
                     PERFORM 500-RECORD-BREAK
                  WHEN OTHER
                     ADD 1 TO WS-INSTR-AGREED
               END-EVALUATE.
      *
         380-UNLINKED-BREAK.
               MOVE SPACES                   TO WS-BRK-CLIENT-ID.
               MOVE SPACES                   TO WS-BRK-INSTRUMENT.
               MOVE UN-DEMAT-ACCT (UNL-IDX)  TO WS-BRK-DEMAT-ACCT.
               MOVE 'UA'                     TO WS-BRK-TYPE.
               MOVE ZEROES                   TO WS-BRK-LEDGER-QTY.
               MOVE UN-QTY (UNL-IDX)         TO WS-BRK-DP-QTY.
               PERFORM 500-RECORD-BREAK.
      *
         400-CLOSE-FILES.
               CLOSE DP-HOLDING-FILE.
               CLOSE CLI-XREF-FILE.
               CLOSE POS-LEDGER-FILE.
               CLOSE DP-BREAK-FILE.
               CLOSE RECON-RPT-FILE.
      *
      *    A BREAK ALREADY ON FILE KEEPS ITS FIRST-SEEN DATE AND ADDS
      *    A DAY TO ITS AGE ONLY ON A NEW STATEMENT DATE; ITS TYPE AND
      *    QUANTITIES ARE TODAY'S.
         500-RECORD-BREAK.
               MOVE WS-BRK-CLIENT-ID  TO DB-CLIENT-ID.
               MOVE WS-BRK-INSTRUMENT TO DB-INSTRUMENT.
               MOVE WS-BRK-DEMAT-ACCT TO DB-DEMAT-ACCT.
               READ DP-BREAK-FILE
                  INVALID KEY
                     MOVE WS-STMT-DATE TO DB-FIRST-SEEN
                     MOVE ZEROES       TO DB-LAST-SEEN
                     MOVE ZEROES       TO DB-DAYS-OPEN
               END-READ.
               IF DB-LAST-SEEN < WS-STMT-DATE
                  ADD 1 TO DB-DAYS-OPEN
               END-IF.
               MOVE WS-STMT-DATE      TO DB-LAST-SEEN.
               MOVE WS-BRK-TYPE       TO DB-BREAK-TYPE.
               MOVE WS-BRK-LEDGER-QTY TO DB-LEDGER-QTY.
               MOVE WS-BRK-DP-QTY     TO DB-DP-QTY.
               MOVE 'Y'               TO DB-MATCHED-SW.
               IF WS-BRK-STATUS = '23'
                  WRITE DPBREAK-RECORD
               ELSE
                  REWRITE DPBREAK-RECORD
               END-IF.
               IF WS-BRK-STATUS NOT = ZEROES
                  MOVE 'Error writing DPBREAK'         TO WS-ERR-MSG
                  MOVE WS-BRK-STATUS                   TO WS-ERR-CDE
                  MOVE '500-RECORD-BREAK'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               IF DB-FIRST-SEEN = WS-STMT-DATE
                  MOVE 'NEW    ' TO RD-STATUS
                  ADD 1 TO WS-BREAKS-NEW
               ELSE
                  MOVE 'OPEN   ' TO RD-STATUS
                  ADD 1 TO WS-BREAKS-OPEN
               END-IF.
               PERFORM 550-PRINT-BREAK.
      *
         550-PRINT-BREAK.
               MOVE DB-CLIENT-ID      TO RD-CLIENT-ID.
               MOVE DB-INSTRUMENT     TO RD-INSTRUMENT.
               MOVE DB-DEMAT-ACCT     TO RD-DEMAT-ACCT.
               MOVE DB-BREAK-TYPE     TO RD-BREAK-TYPE.
               EVALUATE TRUE
                  WHEN DB-QTY-BREAK
                     MOVE 'QUANTITY BREAK'     TO RD-DESCRIPTION
                  WHEN DB-NOT-ON-LEDGER
                     MOVE 'AT DEPOSITORY, NOT ON LEDGER'
                                               TO RD-DESCRIPTION
                  WHEN DB-NOT-AT-DEPOSITORY
                     MOVE 'ON LEDGER, NOT AT DEPOSITORY'
                                               TO RD-DESCRIPTION
                  WHEN DB-CLIENT-NOT-AT-DP
                     MOVE 'CLIENT NOT AT DEPOSITORY'
                                               TO RD-DESCRIPTION
                  WHEN DB-CLIENT-NOT-ON-LEDGER
                     MOVE 'CLIENT NOT ON LEDGER'
                                               TO RD-DESCRIPTION
                  WHEN DB-ACCT-UNLINKED
                     MOVE 'DEMAT ACCOUNT NOT LINKED'
                                               TO RD-DESCRIPTION
                  WHEN OTHER
                     MOVE SPACES               TO RD-DESCRIPTION
               END-EVALUATE.
               MOVE DB-LEDGER-QTY     TO RD-LEDGER-QTY.
               MOVE DB-DP-QTY         TO RD-DP-QTY.
               COMPUTE RD-DIFF-QTY = DB-LEDGER-QTY - DB-DP-QTY.
               MOVE DB-FIRST-SEEN     TO RD-FIRST-SEEN.
               MOVE DB-DAYS-OPEN      TO RD-DAYS-OPEN.
               WRITE RECON-RPT-REC FROM RECON-DETAIL-LINE.
      *
      *    A BREAK THE DAY'S MATCH DID NOT RAISE HAS BEEN RESOLVED - IT
      *    PRINTS ONE LAST TIME, AS LAST SEEN, AND COMES OFF THE FILE.
         600-CLEAR-RESOLVED-BREAKS.
               MOVE 'N' TO WS-BRK-EOF-SW.
               MOVE LOW-VALUES TO DB-KEY.
               START DP-BREAK-FILE KEY IS NOT LESS THAN DB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BRK-EOF-SW
               END-START.
               PERFORM 610-CLEAR-ONE-BREAK UNTIL WS-BRK-EOF.
      *
         610-CLEAR-ONE-BREAK.
               READ DP-BREAK-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-BRK-EOF-SW
                  NOT AT END
                     IF NOT DB-MATCHED
                        MOVE 'CLEARED' TO RD-STATUS
                        PERFORM 550-PRINT-BREAK
                        ADD 1 TO WS-BREAKS-CLEARED
                        DELETE DP-BREAK-FILE RECORD
                        IF WS-BRK-STATUS NOT = ZEROES
                           MOVE 'Error deleting DPBREAK' TO WS-ERR-MSG
                           MOVE WS-BRK-STATUS            TO WS-ERR-CDE
                           MOVE '610-CLEAR-ONE-BREAK'    TO WS-ERR-PROC
                           PERFORM 900-ERR-HANDLING
                        END-IF
                     END-IF
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
