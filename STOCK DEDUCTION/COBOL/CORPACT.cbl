      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 02-11-2020
      * Purpose: CORPORATE-ACTION PROCESSING - APPLIES EVERY ACTION
      *        : ON THE CAMAST MASTER (CAMNT MAINTAINS IT) WHOSE
      *        : EX-DATE HAS COME TO THE POSLEDG POSITION LEDGER.
      *        : SPLITS AND BONUS ISSUES RESTATE QUANTITY AND AVERAGE
      *        : COST SO THE POSITION'S TOTAL COST IS UNCHANGED. CASH
      *        : DIVIDENDS ARE PAID ON THE HOLDING AT THE RECORD DATE
      *        : AS A CONTROL-BRACKETED DEPOSIT BATCH TO EACH CLIENT'S
      *        : CUSTCLI-LINKED SETTLEMENT ACCOUNT, CONCATENATED ONTO
      *        : THE BNKACC DEPOSIT FEED THE SAME WAY AS STKSETL'S.
      *        : THE ENTITLEMENT REGISTER (CAREG) SHOWS WHAT EACH
      *        : CLIENT RECEIVED UNDER EACH ACTION.
      *        :
      *        : THE STEP RUNS AHEAD OF STKCBL, SO ON THE EX-DATE THE
      *        : LEDGER HOLDS ONLY CUM-ENTITLEMENT TRADES - WITH T+1
      *        : SETTLEMENT THOSE ARE EXACTLY THE HOLDINGS ON THE
      *        : REGISTER AT THE RECORD DATE. A POSITION ALREADY
      *        : TRADED ON OR AFTER ITS EX-DATE (A LATE RUN) IS
      *        : REFERRED TO THE DESK, NOT ADJUSTED.
      *        :
      *        : A RESTATED POSITION'S OPEN TAX LOTS (TAXLOT, KEPT BY
      *        : STKCBL) ARE RESTATED WITH IT - A SPLIT SCALES EACH
      *        : LOT'S QUANTITY AND PRICE, A BONUS OPENS A NEW LOT AT
      *        : NIL COST DATED THE EX-DATE.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. CORPACT.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT ACTION-FILE ASSIGN TO CAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS  IS  WS-CA-STATUS.
      *
           SELECT POS-LEDGER-FILE ASSIGN TO POSLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS  IS  WS-POSL-STATUS.
      *
           SELECT CLI-XREF-FILE ASSIGN TO CUSTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS  IS  WS-CLI-STATUS.
      *
           SELECT TAX-LOT-FILE ASSIGN TO TAXLOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-KEY
               FILE STATUS  IS  WS-TLOT-STATUS.
      *
           SELECT DEPOSIT-OUT-FILE ASSIGN TO DEPOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DEPOUT-STATUS.
      *
           SELECT REGISTER-FILE ASSIGN TO CAREG
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-REG-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  ACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       COPY CAMAST.
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
       FD  TAX-LOT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       COPY TAXLOT.
      *
      *    SAME LAYOUT AS BNKACC'S DEPOSIT-I SO THE BATCH
      *    CONCATENATES STRAIGHT ONTO DEPFILE AHEAD OF THE BNKACC
      *    STEP.
       FD  DEPOSIT-OUT-FILE RECORDING MODE F.
       01  DEPOSIT-O.
           05  DEP-ACCT-NO                PIC  X(10).
           05  DEP-AMT                    PIC  9999999.99.
           05  DEP-CURRENCY-CODE          PIC  X(03).
           05  DEP-TRAN-TIME              PIC  9(06).
           05  DEP-TRAN-REF               PIC  X(12).
           05  FILLER                     PIC  X(34).
           05  DEP-CONTRA-BRANCH          PIC  X(04).
           05  DEP-PAIRED-SW              PIC  X(01).
       01  DEPOSIT-TRL REDEFINES DEPOSIT-O.
           05  DEP-TRL-ID                 PIC  X(10).
           05  DEP-TRL-COUNT              PIC  9(07).
           05  DEP-TRL-AMOUNT             PIC  9(09)V99.
           05  FILLER                     PIC  X(52).
      *
       FD  REGISTER-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01  REGISTER-REC                   PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CA-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-POSL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CLI-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-DEPOUT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-TLOT-STATUS                 PIC X(02) VALUE SPACES.
      *
       01  WS-CA-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-CA-EOF                            VALUE 'Y'.
       01  WS-POSL-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-POSL-EOF                          VALUE 'Y'.
       01  WS-CLI-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CLI-EOF                           VALUE 'Y'.
       01  WS-CHANGED-SW                  PIC X(01) VALUE 'N'.
           88  WS-POSITION-CHANGED                  VALUE 'Y'.
       01  WS-TLOT-SW                     PIC X(01) VALUE 'N'.
           88  WS-TLOT-PRESENT                      VALUE 'Y'.
       01  WS-LOT-DONE-SW                 PIC X(01) VALUE 'N'.
           88  WS-LOT-DONE                          VALUE 'Y'.
       01  WS-LOT-WRITTEN-SW              PIC X(01) VALUE 'N'.
           88  WS-LOT-WRITTEN                       VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
      *    ACTIONS DUE THIS RUN (ANNOUNCED, EX-DATE REACHED), IN
      *    CAMAST KEY ORDER - INSTRUMENT, THEN EX-DATE - SO A HOLDING
      *    TAKES ITS ACTIONS IN THE ORDER THEY WENT EX. THE TABLE
      *    POSITION ALSO GIVES EACH DIVIDEND ITS REFERENCE CHARACTER,
      *    SO MORE ACTIONS DUE THAN THE TABLE HOLDS IS A HARD ERROR.
       01  WS-DUE-COUNT                   PIC 9(03) VALUE ZEROES.
       01  DUE-TABLE.
           05  DUE-ENTRY OCCURS 35 TIMES INDEXED BY DUE-IDX.
               10  DU-KEY.
                   15  DU-INSTRUMENT      PIC X(08).
                   15  DU-EX-DATE         PIC 9(08).
                   15  DU-ACTION-TYPE     PIC X(01).
                       88  DU-SPLIT                 VALUE 'S'.
                       88  DU-BONUS                 VALUE 'B'.
                       88  DU-DIVIDEND              VALUE 'D'.
               10  DU-RATIO-NEW           PIC 9(05).
               10  DU-RATIO-OLD           PIC 9(05).
               10  DU-DIV-PER-SHARE       PIC 9(05)V9999.
               10  DU-HOLDERS             PIC 9(05).
               10  DU-TOTAL               PIC 9(09)V99.
               10  DU-REFERRED            PIC 9(05).
       01  WS-REF-CHARS                   PIC X(35) VALUE
           '123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *    CLIENT-TO-SETTLEMENT-ACCOUNT MAP, LOADED FROM CUSTCLI AT
      *    STARTUP THE SAME WAY AS STKSETL'S.
       01  WS-LINK-COUNT                  PIC 9(03) VALUE ZEROES.
       01  LINK-TABLE.
           05  LINK-ENTRY OCCURS 500 TIMES INDEXED BY LNK-IDX.
               10  LK-CLIENT-ID           PIC X(08).
               10  LK-ACCT-NO             PIC X(10).
      *
       01  WS-SETTLE-ACCT                 PIC X(10) VALUE SPACES.
       01  WS-CUM-QTY                     PIC S9(07) VALUE ZEROES.
       01  WS-CUM-EX-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-OLD-QTY                     PIC S9(07) VALUE ZEROES.
       01  WS-OLD-AVG-COST                PIC 9(05)V9999 VALUE ZEROES.
       01  WS-NEW-QTY                     PIC 9(09) VALUE ZEROES.
       01  WS-ADDED-QTY                   PIC 9(09) VALUE ZEROES.
       01  WS-SCALED-QTY                  PIC 9(14) VALUE ZEROES.
       01  WS-FRACTION                    PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-COST                  PIC 9(12)V9999 VALUE ZEROES.
       01  WS-NEW-AVG-COST                PIC 9(05)V9999 VALUE ZEROES.
       01  WS-DIV-AMOUNT                  PIC 9(07)V99 VALUE ZEROES.
      *
      *    TAX-LOT RESTATEMENT. PART SHARES DROPPED LOT BY LOT ARE
      *    MADE UP ON THE NEWEST LOT, SO THE LOTS TOGETHER COME TO
      *    WHAT THE WHOLE HOLDING WOULD HAVE.
       01  WS-LOT-OLD-SUM                 PIC 9(09) VALUE ZEROES.
       01  WS-LOT-NEW-SUM                 PIC 9(09) VALUE ZEROES.
       01  WS-LOT-TARGET                  PIC 9(09) VALUE ZEROES.
       01  WS-LOT-RESIDUAL                PIC 9(09) VALUE ZEROES.
       01  WS-LOT-QTY                     PIC 9(09) VALUE ZEROES.
       01  WS-LOT-SCALED                  PIC 9(14) VALUE ZEROES.
       01  WS-LOT-TYPE                    PIC X(02) VALUE SPACES.
       01  WS-LOT-LAST-KEY                PIC X(29) VALUE SPACES.
       01  WS-LOTS-RESTATED               PIC 9(07) VALUE ZEROES.
      *
       01  WS-POSL-READ                   PIC 9(07) VALUE ZEROES.
       01  WS-POSL-CHANGED                PIC 9(07) VALUE ZEROES.
       01  WS-DEP-COUNT                   PIC 9(07) VALUE ZEROES.
       01  WS-DEP-AMOUNT                  PIC 9(09)V99 VALUE ZEROES.
       01  WS-NOLINK-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-REFER-COUNT                 PIC 9(05) VALUE ZEROES.
      *
      *    DIVIDENDS ARE CREDITED AGAINST THE HEAD-OFFICE SETTLEMENT
      *    POSITION (BRANCH SPACES) AS PAIRED LEGS, THE SAME AS
      *    STKSETL'S PAY-OUTS.
       01  WS-SETTLE-DESK-BRANCH          PIC X(04) VALUE SPACES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-TITLE-REC.
           05  FILLER               PIC X(40)
               VALUE 'CORPORATE ACTION ENTITLEMENT REGISTER   '.
           05  FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
           05  RTL-DATE             PIC 9(08).
           05  FILLER               PIC X(69) VALUE SPACES.
       01  RPT-HEADING-REC.
           05  FILLER               PIC X(36) VALUE
               'CLIENT   INSTRMNT ACTION   EX-DATE  '.
           05  FILLER               PIC X(22) VALUE
               '   OLD QTY    NEW QTY '.
           05  FILLER               PIC X(22) VALUE
               '   OLD AVG    NEW AVG '.
           05  FILLER               PIC X(22) VALUE
               '    AMOUNT ACCOUNT    '.
           05  FILLER               PIC X(30) VALUE 'NOTE'.
       01  RPT-DETAIL-REC.
           05  RD-CLIENT-ID         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-INSTRUMENT        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACTION            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-EX-DATE           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-OLD-QTY           PIC Z(8)9-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-NEW-QTY-GROUP.
               10  RD-NEW-QTY       PIC Z(8)9-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-COST-GROUP.
               10  RD-OLD-AVG       PIC ZZZZ9.9999.
               10  FILLER           PIC X(01).
               10  RD-NEW-AVG       PIC ZZZZ9.9999.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AMOUNT-GROUP.
               10  RD-AMOUNT        PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-NOTE              PIC X(24).
           05  FILLER               PIC X(06) VALUE SPACES.
       01  RPT-ACTION-REC.
           05  FILLER               PIC X(08) VALUE 'ACTION  '.
           05  RA-INSTRUMENT        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RA-ACTION            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RA-EX-DATE           PIC 9(08).
           05  FILLER               PIC X(10) VALUE '  HOLDERS '.
           05  RA-HOLDERS           PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  REFERRED'.
           05  RA-REFERRED          PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RA-TOTAL-LABEL       PIC X(14).
           05  RA-TOTAL             PIC Z(8)9.99.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(16) VALUE 'ACTIONS APPLIED:'.
           05  RT-ACTIONS           PIC ZZ9.
           05  FILLER               PIC X(13) VALUE '  POSITIONS: '.
           05  RT-POSITIONS         PIC Z(6)9.
           05  FILLER               PIC X(13) VALUE '  DIVIDENDS: '.
           05  RT-DEPS              PIC Z(6)9.
           05  FILLER               PIC X(08) VALUE '  PAID: '.
           05  RT-PAID              PIC Z(8)9.99.
           05  FILLER               PIC X(11) VALUE '  NO LINK: '.
           05  RT-NOLINK            PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  REFERRED: '.
           05  RT-REFERRED          PIC ZZZZ9.
           05  FILLER               PIC X(20) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           DISPLAY '***********CORPORATE ACTION PROCESSING************'.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-LOAD-ONE-ACTION UNTIL WS-CA-EOF.
           PERFORM 120-LOAD-ONE-LINK UNTIL WS-CLI-EOF.
           PERFORM 150-WRITE-HEADINGS.
      *
           IF WS-DUE-COUNT > ZEROES
              PERFORM 200-PROCESS-ONE-POSITION
                 UNTIL WS-POSL-EOF
              PERFORM 300-CLOSE-ONE-ACTION
                 VARYING DUE-IDX FROM 1 BY 1
                 UNTIL DUE-IDX > WS-DUE-COUNT
           END-IF.
      *
           PERFORM 350-WRITE-BATCH-TRAILER.
      *
           MOVE WS-DUE-COUNT    TO RT-ACTIONS.
           MOVE WS-POSL-CHANGED TO RT-POSITIONS.
           MOVE WS-DEP-COUNT    TO RT-DEPS.
           MOVE WS-DEP-AMOUNT   TO RT-PAID.
           MOVE WS-NOLINK-COUNT TO RT-NOLINK.
           MOVE WS-REFER-COUNT  TO RT-REFERRED.
           WRITE REGISTER-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'ACTIONS APPLIED     : ' WS-DUE-COUNT.
           DISPLAY 'POSITIONS READ      : ' WS-POSL-READ.
           DISPLAY 'POSITIONS RESTATED  : ' WS-POSL-CHANGED.
           DISPLAY 'DIVIDENDS PAID      : ' WS-DEP-COUNT.
           DISPLAY 'NO LINKED ACCOUNT   : ' WS-NOLINK-COUNT.
           DISPLAY 'REFERRED TO DESK    : ' WS-REFER-COUNT.
           DISPLAY 'TAX LOTS RESTATED   : ' WS-LOTS-RESTATED.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-NOLINK-COUNT > ZEROES OR WS-REFER-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
      *    NO MASTER YET MEANS NOTHING HAS BEEN ANNOUNCED - THE RUN
      *    STILL WRITES AN EMPTY BATCH FOR THE DEPFILE CONCATENATION.
         100-OPEN-FILES.
               OPEN I-O    ACTION-FILE.
               IF WS-CA-STATUS = '35'
                  MOVE 'Y' TO WS-CA-EOF-SW
               ELSE
                  IF WS-CA-STATUS NOT = ZEROES
                     MOVE 'Error opening file CAMAST'  TO WS-ERR-MSG
                     MOVE WS-CA-STATUS                 TO WS-ERR-CDE
                     MOVE '100-OPEN-FILES'             TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
               END-IF.
      *
               OPEN I-O    POS-LEDGER-FILE.
               IF WS-POSL-STATUS = '35'
                  MOVE 'Y' TO WS-POSL-EOF-SW
               ELSE
                  IF WS-POSL-STATUS NOT = ZEROES
                     MOVE 'Error opening file POSLEDG' TO WS-ERR-MSG
                     MOVE WS-POSL-STATUS               TO WS-ERR-CDE
                     MOVE '100-OPEN-FILES'             TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
               END-IF.
      *
      *    NO TAX-LOT FILE YET - NOTHING HAS BEEN BOUGHT SINCE LOTS
      *    WERE FIRST KEPT, SO ONLY THE LEDGER IS RESTATED.
               OPEN I-O    TAX-LOT-FILE.
               IF WS-TLOT-STATUS = ZEROES
                  MOVE 'Y' TO WS-TLOT-SW
               ELSE
                  IF WS-TLOT-STATUS NOT = '35'
                     MOVE 'Error opening file TAXLOT'  TO WS-ERR-MSG
                     MOVE WS-TLOT-STATUS               TO WS-ERR-CDE
                     MOVE '100-OPEN-FILES'             TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
               END-IF.
      *
               OPEN INPUT  CLI-XREF-FILE.
               IF WS-CLI-STATUS NOT = '00'
                  MOVE 'Y' TO WS-CLI-EOF-SW
               END-IF.
      *
               OPEN OUTPUT DEPOSIT-OUT-FILE.
               IF WS-DEPOUT-STATUS NOT = ZEROES
                  MOVE 'Error opening file DEPOUT'     TO WS-ERR-MSG
                  MOVE WS-DEPOUT-STATUS                TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT REGISTER-FILE.
               IF WS-REG-STATUS NOT = ZEROES
                  MOVE 'Error opening file CAREG'      TO WS-ERR-MSG
                  MOVE WS-REG-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         110-LOAD-ONE-ACTION.
               READ ACTION-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-CA-EOF-SW
                  NOT AT END
                     IF CA-ANNOUNCED
                        AND CA-EX-DATE NOT > WS-TODAY-DATE
                        PERFORM 115-TABLE-ONE-ACTION
                     END-IF
               END-READ.
      *
         115-TABLE-ONE-ACTION.
               IF WS-DUE-COUNT NOT < 35
                  MOVE 'Corporate action table overflow'
                                              TO WS-ERR-MSG
                  MOVE 'OV'                   TO WS-ERR-CDE
                  MOVE '115-TABLE-ONE-ACTION' TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-DUE-COUNT.
               SET DUE-IDX TO WS-DUE-COUNT.
               MOVE CA-KEY           TO DU-KEY (DUE-IDX).
               MOVE CA-RATIO-NEW     TO DU-RATIO-NEW (DUE-IDX).
               MOVE CA-RATIO-OLD     TO DU-RATIO-OLD (DUE-IDX).
               MOVE CA-DIV-PER-SHARE TO DU-DIV-PER-SHARE (DUE-IDX).
               MOVE ZEROES           TO DU-HOLDERS (DUE-IDX).
               MOVE ZEROES           TO DU-TOTAL (DUE-IDX).
               MOVE ZEROES           TO DU-REFERRED (DUE-IDX).
      *
      *    FIRST LINK WITH A SETTLEMENT ACCOUNT WINS FOR A CLIENT -
      *    THE SAME RULE AND THE SAME HARD STOP ON OVERFLOW AS
      *    STKSETL.
         120-LOAD-ONE-LINK.
               READ CLI-XREF-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-CLI-EOF-SW
                  NOT AT END
                     IF CC-SETTLE-ACCT-NO NOT = SPACES
                        IF WS-LINK-COUNT < 500
                           ADD 1 TO WS-LINK-COUNT
                           SET LNK-IDX TO WS-LINK-COUNT
                           MOVE CC-CLIENT-ID
                                TO LK-CLIENT-ID (LNK-IDX)
                           MOVE CC-SETTLE-ACCT-NO
                                TO LK-ACCT-NO (LNK-IDX)
                        ELSE
                           MOVE 'Client link table overflow'
                                              TO WS-ERR-MSG
                           MOVE 'OV'          TO WS-ERR-CDE
                           MOVE '120-LOAD-ONE-LINK'
                                              TO WS-ERR-PROC
                           PERFORM 900-ERR-HANDLING
                        END-IF
                     END-IF
               END-READ.
      *
         150-WRITE-HEADINGS.
               MOVE WS-TODAY-DATE TO RTL-DATE.
               WRITE REGISTER-REC FROM RPT-TITLE-REC.
               WRITE REGISTER-REC FROM RPT-HEADING-REC.
               MOVE SPACES     TO DEPOSIT-O.
               MOVE 'BATCHHDR' TO DEP-ACCT-NO.
               WRITE DEPOSIT-O.
      *
         200-PROCESS-ONE-POSITION.
               READ POS-LEDGER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-POSL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-POSL-READ
                     PERFORM 210-APPLY-TO-POSITION
               END-READ.
      *
         210-APPLY-TO-POSITION.
               MOVE 'N'            TO WS-CHANGED-SW.
               MOVE ZEROES         TO WS-CUM-EX-DATE.
               PERFORM 220-APPLY-ONE-ACTION THRU 220-APPLY-EXIT
                  VARYING DUE-IDX FROM 1 BY 1
                  UNTIL DUE-IDX > WS-DUE-COUNT.
               IF WS-POSITION-CHANGED
                  REWRITE POS-LEDGER-REC
                  ADD 1 TO WS-POSL-CHANGED
               END-IF.
      *
      *    A DIVIDEND IS PAID ON THE HOLDING AS IT STOOD BEFORE ANY
      *    SPLIT OR BONUS GOING EX THE SAME DAY - WS-CUM-QTY IS TAKEN
      *    AFRESH AT EACH NEW EX-DATE.
         220-APPLY-ONE-ACTION.
               IF DU-INSTRUMENT (DUE-IDX) NOT = PL-INSTRUMENT
                  GO TO 220-APPLY-EXIT
               END-IF.
               IF DU-EX-DATE (DUE-IDX) NOT = WS-CUM-EX-DATE
                  MOVE DU-EX-DATE (DUE-IDX) TO WS-CUM-EX-DATE
                  MOVE PL-QTY               TO WS-CUM-QTY
               END-IF.
               IF PL-QTY = ZEROES
                  GO TO 220-APPLY-EXIT
               END-IF.
      *
               MOVE PL-QTY      TO WS-OLD-QTY.
               MOVE PL-AVG-COST TO WS-OLD-AVG-COST.
               MOVE SPACES      TO WS-SETTLE-ACCT.
               MOVE SPACES      TO RD-NOTE.
               MOVE ZEROES      TO WS-NEW-QTY.
               MOVE ZEROES      TO WS-DIV-AMOUNT.
      *
               IF PL-LAST-TRADE-DATE NOT < DU-EX-DATE (DUE-IDX)
                  MOVE 'TRADED EX - SEE DESK    ' TO RD-NOTE
                  PERFORM 280-REFER-POSITION
                  GO TO 220-APPLY-EXIT
               END-IF.
      *
               IF DU-DIVIDEND (DUE-IDX)
                  PERFORM 230-PAY-DIVIDEND THRU 230-PAY-EXIT
               ELSE
                  PERFORM 240-RESTATE-POSITION THRU 240-RESTATE-EXIT
               END-IF.
      *
         220-APPLY-EXIT.
               EXIT.
      *
         230-PAY-DIVIDEND.
               IF WS-CUM-QTY NOT > ZEROES
                  GO TO 230-PAY-EXIT
               END-IF.
               MOVE WS-CUM-QTY TO WS-OLD-QTY.
               COMPUTE WS-DIV-AMOUNT ROUNDED =
                       WS-CUM-QTY * DU-DIV-PER-SHARE (DUE-IDX)
                  ON SIZE ERROR
                     MOVE 'AMOUNT TOO LARGE        ' TO RD-NOTE
                     PERFORM 280-REFER-POSITION
                     GO TO 230-PAY-EXIT
               END-COMPUTE.
               IF WS-DIV-AMOUNT = ZEROES
                  GO TO 230-PAY-EXIT
               END-IF.
      *
               SET LNK-IDX TO 1.
               SEARCH LINK-ENTRY
                  AT END
                     CONTINUE
                  WHEN LNK-IDX > WS-LINK-COUNT
                     CONTINUE
                  WHEN LK-CLIENT-ID (LNK-IDX) = PL-CLIENT-ID
                     MOVE LK-ACCT-NO (LNK-IDX) TO WS-SETTLE-ACCT
               END-SEARCH.
      *
               ADD 1 TO DU-HOLDERS (DUE-IDX).
               IF WS-SETTLE-ACCT = SPACES
                  ADD 1 TO WS-NOLINK-COUNT
                  MOVE 'NO LINKED ACCT - UNPAID ' TO RD-NOTE
                  PERFORM 330-WRITE-REGISTER-LINE
                  GO TO 230-PAY-EXIT
               END-IF.
      *
               MOVE SPACES          TO DEPOSIT-O.
               MOVE WS-SETTLE-ACCT  TO DEP-ACCT-NO.
               MOVE WS-DIV-AMOUNT   TO DEP-AMT.
               MOVE SPACES          TO DEP-CURRENCY-CODE.
               MOVE 000400          TO DEP-TRAN-TIME.
      *    DATED REFERENCE AS IN STKSETL - 'D', THE CLIENT ID'S LAST
      *    SIX BYTES, THE EX-DATE'S MMDD AND THE ACTION'S CHARACTER
      *    FOR THIS RUN, SO TWO DIVIDENDS GOING EX TOGETHER NEVER
      *    SHARE A REFERENCE AT BNKACC'S DUPLICATE CHECK.
               STRING 'D' PL-CLIENT-ID (3:6)
                   DU-EX-DATE (DUE-IDX) (5:4)
                   WS-REF-CHARS (DUE-IDX:1)
                   DELIMITED BY SIZE INTO DEP-TRAN-REF.
               MOVE WS-SETTLE-DESK-BRANCH TO DEP-CONTRA-BRANCH.
               MOVE 'Y'             TO DEP-PAIRED-SW.
               WRITE DEPOSIT-O.
               ADD 1             TO WS-DEP-COUNT.
               ADD WS-DIV-AMOUNT TO WS-DEP-AMOUNT.
               ADD WS-DIV-AMOUNT TO DU-TOTAL (DUE-IDX).
               MOVE 'PAID TO LINKED ACCT     ' TO RD-NOTE.
               PERFORM 330-WRITE-REGISTER-LINE.
      *
         230-PAY-EXIT.
               EXIT.
      *
      *    A SPLIT TAKES THE HOLDING TO QTY X NEW / OLD; A BONUS ADDS
      *    QTY X NEW / OLD TO IT. PART SHARES ARE NOT ISSUED. THE NEW
      *    AVERAGE COST IS THE OLD TOTAL COST OVER THE NEW QUANTITY,
      *    SO THE POSITION'S COST BASIS CARRIES THROUGH UNCHANGED.
         240-RESTATE-POSITION.
               IF PL-QTY < ZEROES
                  MOVE 'SHORT - ADJUST BY HAND  ' TO RD-NOTE
                  PERFORM 280-REFER-POSITION
                  GO TO 240-RESTATE-EXIT
               END-IF.
      *
               MULTIPLY PL-QTY BY DU-RATIO-NEW (DUE-IDX)
                  GIVING WS-SCALED-QTY.
               DIVIDE WS-SCALED-QTY BY DU-RATIO-OLD (DUE-IDX)
                  GIVING WS-ADDED-QTY REMAINDER WS-FRACTION.
               IF DU-SPLIT (DUE-IDX)
                  MOVE WS-ADDED-QTY TO WS-NEW-QTY
               ELSE
                  COMPUTE WS-NEW-QTY = PL-QTY + WS-ADDED-QTY
               END-IF.
      *
               IF WS-NEW-QTY = ZEROES
                  MOVE 'CONSOLIDATES TO NIL     ' TO RD-NOTE
                  PERFORM 280-REFER-POSITION
                  GO TO 240-RESTATE-EXIT
               END-IF.
               IF WS-NEW-QTY > 9999999
                  MOVE 'QUANTITY TOO LARGE      ' TO RD-NOTE
                  PERFORM 280-REFER-POSITION
                  GO TO 240-RESTATE-EXIT
               END-IF.
      *
               COMPUTE WS-TOTAL-COST = PL-QTY * PL-AVG-COST.
               COMPUTE WS-NEW-AVG-COST ROUNDED =
                       WS-TOTAL-COST / WS-NEW-QTY
                  ON SIZE ERROR
                     MOVE 'AVERAGE COST TOO LARGE  ' TO RD-NOTE
                     PERFORM 280-REFER-POSITION
                     GO TO 240-RESTATE-EXIT
               END-COMPUTE.
      *
               MOVE WS-NEW-QTY      TO PL-QTY.
               MOVE WS-NEW-AVG-COST TO PL-AVG-COST.
               MOVE 'Y'             TO WS-CHANGED-SW.
               IF WS-TLOT-PRESENT
                  PERFORM 250-RESTATE-LOTS THRU 250-RESTATE-EXIT
               END-IF.
               ADD 1 TO DU-HOLDERS (DUE-IDX).
               IF DU-SPLIT (DUE-IDX)
                  ADD WS-NEW-QTY   TO DU-TOTAL (DUE-IDX)
               ELSE
                  ADD WS-ADDED-QTY TO DU-TOTAL (DUE-IDX)
               END-IF.
               IF WS-FRACTION NOT = ZEROES
                  MOVE 'FRACTION NOT ISSUED     ' TO RD-NOTE
               ELSE
                  MOVE 'RESTATED                ' TO RD-NOTE
               END-IF.
               PERFORM 330-WRITE-REGISTER-LINE.
      *
         240-RESTATE-EXIT.
               EXIT.
      *
      *    A SPLIT TAKES EACH OPEN LOT TO QTY X NEW / OLD AT PRICE X
      *    OLD / NEW - THE LOT KEEPS ITS BUY DATE AND CHARGES, SO ITS
      *    COST AND HOLDING PERIOD ARE UNCHANGED. A BONUS LEAVES THE
      *    LOTS ALONE AND OPENS ONE NEW LOT FOR THE SHARES ISSUED, AT
      *    NIL COST, HELD FROM THE EX-DATE.
         250-RESTATE-LOTS.
               MOVE ZEROES         TO WS-LOT-OLD-SUM.
               MOVE ZEROES         TO WS-LOT-NEW-SUM.
               MOVE SPACES         TO WS-LOT-LAST-KEY.
               MOVE 'N'            TO WS-LOT-DONE-SW.
               MOVE PL-CLIENT-ID   TO TL-CLIENT-ID.
               MOVE PL-INSTRUMENT  TO TL-INSTRUMENT.
               MOVE ZEROES         TO TL-BUY-DATE.
               MOVE ZEROES         TO TL-LOT-SEQ.
               START TAX-LOT-FILE KEY IS NOT LESS THAN TL-KEY
                  INVALID KEY
                     GO TO 250-RESTATE-EXIT
               END-START.
               PERFORM 255-RESTATE-NEXT-LOT UNTIL WS-LOT-DONE.
               IF WS-LOT-OLD-SUM = ZEROES
                  GO TO 250-RESTATE-EXIT
               END-IF.
      *
               MULTIPLY WS-LOT-OLD-SUM BY DU-RATIO-NEW (DUE-IDX)
                  GIVING WS-LOT-SCALED.
               DIVIDE WS-LOT-SCALED BY DU-RATIO-OLD (DUE-IDX)
                  GIVING WS-LOT-TARGET.
               IF DU-SPLIT (DUE-IDX)
                  IF WS-LOT-TARGET > WS-LOT-NEW-SUM
                     COMPUTE WS-LOT-RESIDUAL =
                             WS-LOT-TARGET - WS-LOT-NEW-SUM
                     MOVE WS-LOT-LAST-KEY TO TL-KEY
                     READ TAX-LOT-FILE
                        INVALID KEY
                           GO TO 250-RESTATE-EXIT
                     END-READ
                     ADD WS-LOT-RESIDUAL TO TL-OPEN-QTY
                     ADD WS-LOT-RESIDUAL TO TL-ORIG-QTY
                     REWRITE TAXLOT-RECORD
                  END-IF
               ELSE
                  IF WS-LOT-TARGET > ZEROES
                     PERFORM 260-OPEN-BONUS-LOT
                  END-IF
               END-IF.
      *
         250-RESTATE-EXIT.
               EXIT.
      *
         255-RESTATE-NEXT-LOT.
               READ TAX-LOT-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-LOT-DONE-SW
                  NOT AT END
                     IF TL-CLIENT-ID NOT = PL-CLIENT-ID
                        OR TL-INSTRUMENT NOT = PL-INSTRUMENT
                        MOVE 'Y' TO WS-LOT-DONE-SW
                     ELSE
                        IF TL-OPEN-QTY > ZEROES
                           PERFORM 257-RESTATE-ONE-LOT
                              THRU 257-RESTATE-ONE-EXIT
                        END-IF
                     END-IF
               END-READ.
      *
         257-RESTATE-ONE-LOT.
               ADD TL-OPEN-QTY    TO WS-LOT-OLD-SUM.
               MOVE TL-KEY        TO WS-LOT-LAST-KEY.
               MOVE TL-INSTR-TYPE TO WS-LOT-TYPE.
               IF DU-BONUS (DUE-IDX)
                  GO TO 257-RESTATE-ONE-EXIT
               END-IF.
               MULTIPLY TL-OPEN-QTY BY DU-RATIO-NEW (DUE-IDX)
                  GIVING WS-LOT-SCALED.
               DIVIDE WS-LOT-SCALED BY DU-RATIO-OLD (DUE-IDX)
                  GIVING WS-LOT-QTY.
               MOVE WS-LOT-QTY    TO TL-OPEN-QTY.
               ADD WS-LOT-QTY     TO WS-LOT-NEW-SUM.
               MULTIPLY TL-ORIG-QTY BY DU-RATIO-NEW (DUE-IDX)
                  GIVING WS-LOT-SCALED.
               DIVIDE WS-LOT-SCALED BY DU-RATIO-OLD (DUE-IDX)
                  GIVING WS-LOT-QTY.
               MOVE WS-LOT-QTY    TO TL-ORIG-QTY.
               COMPUTE TL-PRICE ROUNDED =
                       TL-PRICE * DU-RATIO-OLD (DUE-IDX)
                                / DU-RATIO-NEW (DUE-IDX).
               REWRITE TAXLOT-RECORD.
               ADD 1 TO WS-LOTS-RESTATED.
      *
         257-RESTATE-ONE-EXIT.
               EXIT.
      *
         260-OPEN-BONUS-LOT.
               INITIALIZE TAXLOT-RECORD.
               MOVE PL-CLIENT-ID         TO TL-CLIENT-ID.
               MOVE PL-INSTRUMENT        TO TL-INSTRUMENT.
               MOVE DU-EX-DATE (DUE-IDX) TO TL-BUY-DATE.
               MOVE ZEROES               TO TL-LOT-SEQ.
               MOVE WS-LOT-TYPE          TO TL-INSTR-TYPE.
               MOVE WS-LOT-TARGET        TO TL-ORIG-QTY.
               MOVE WS-LOT-TARGET        TO TL-OPEN-QTY.
               MOVE ZEROES               TO TL-PRICE.
               MOVE ZEROES               TO TL-CHARGES.
               MOVE 'B'                  TO TL-SOURCE.
               MOVE 'N'                  TO WS-LOT-WRITTEN-SW.
               PERFORM 265-WRITE-BONUS-LOT UNTIL WS-LOT-WRITTEN.
               ADD 1 TO WS-LOTS-RESTATED.
      *
         265-WRITE-BONUS-LOT.
               ADD 1 TO TL-LOT-SEQ.
               WRITE TAXLOT-RECORD
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'Y' TO WS-LOT-WRITTEN-SW
               END-WRITE.
      *
         280-REFER-POSITION.
               ADD 1 TO WS-REFER-COUNT.
               ADD 1 TO DU-REFERRED (DUE-IDX).
               MOVE ZEROES TO WS-NEW-QTY.
               MOVE ZEROES TO WS-DIV-AMOUNT.
               PERFORM 330-WRITE-REGISTER-LINE.
      *
      *    THE ACTION IS MARKED PROCESSED WITH WHAT IT PAID (FOR A
      *    SPLIT, THE SHARES HELD AFTER IT; FOR A BONUS, THE SHARES
      *    IT ISSUED) SO A RERUN CANNOT APPLY IT TWICE.
         300-CLOSE-ONE-ACTION.
               MOVE DU-KEY (DUE-IDX) TO CA-KEY.
               READ ACTION-FILE
                  INVALID KEY
                     MOVE 'Corporate action vanished' TO WS-ERR-MSG
                     MOVE WS-CA-STATUS             TO WS-ERR-CDE
                     MOVE '300-CLOSE-ONE-ACTION'   TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
               END-READ.
               MOVE 'P'                    TO CA-STATUS.
               MOVE WS-TODAY-DATE          TO CA-PROCESSED-DATE.
               MOVE DU-HOLDERS (DUE-IDX)   TO CA-HOLDERS.
               MOVE DU-TOTAL (DUE-IDX)     TO CA-TOTAL-PAID.
               REWRITE CAMAST-RECORD.
      *
               MOVE DU-INSTRUMENT (DUE-IDX) TO RA-INSTRUMENT.
               MOVE DU-EX-DATE (DUE-IDX)    TO RA-EX-DATE.
               MOVE DU-HOLDERS (DUE-IDX)    TO RA-HOLDERS.
               MOVE DU-REFERRED (DUE-IDX)   TO RA-REFERRED.
               MOVE DU-TOTAL (DUE-IDX)      TO RA-TOTAL.
               EVALUATE TRUE
                  WHEN DU-DIVIDEND (DUE-IDX)
                     MOVE 'DIVIDEND'        TO RA-ACTION
                     MOVE '  TOTAL PAID  '  TO RA-TOTAL-LABEL
                  WHEN DU-SPLIT (DUE-IDX)
                     MOVE 'SPLIT   '        TO RA-ACTION
                     MOVE '  SHARES AFTER'  TO RA-TOTAL-LABEL
                  WHEN OTHER
                     MOVE 'BONUS   '        TO RA-ACTION
                     MOVE '  NEW SHARES  '  TO RA-TOTAL-LABEL
               END-EVALUATE.
               WRITE REGISTER-REC FROM RPT-ACTION-REC.
      *
         330-WRITE-REGISTER-LINE.
               MOVE PL-CLIENT-ID           TO RD-CLIENT-ID.
               MOVE PL-INSTRUMENT          TO RD-INSTRUMENT.
               MOVE DU-EX-DATE (DUE-IDX)   TO RD-EX-DATE.
               MOVE WS-OLD-QTY             TO RD-OLD-QTY.
               MOVE WS-SETTLE-ACCT         TO RD-ACCT-NO.
               IF DU-DIVIDEND (DUE-IDX)
                  MOVE 'DIVIDEND'          TO RD-ACTION
                  MOVE SPACES              TO RD-NEW-QTY-GROUP
                  MOVE SPACES              TO RD-COST-GROUP
                  MOVE WS-DIV-AMOUNT       TO RD-AMOUNT
               ELSE
                  IF DU-SPLIT (DUE-IDX)
                     MOVE 'SPLIT   '       TO RD-ACTION
                  ELSE
                     MOVE 'BONUS   '       TO RD-ACTION
                  END-IF
                  MOVE SPACES              TO RD-COST-GROUP
                  MOVE WS-OLD-AVG-COST     TO RD-OLD-AVG
                  IF WS-POSITION-CHANGED AND WS-NEW-QTY > ZEROES
                     MOVE WS-NEW-QTY       TO RD-NEW-QTY
                     MOVE PL-AVG-COST      TO RD-NEW-AVG
                  ELSE
                     MOVE SPACES           TO RD-NEW-QTY-GROUP
                  END-IF
                  MOVE SPACES              TO RD-AMOUNT-GROUP
               END-IF.
               WRITE REGISTER-REC FROM RPT-DETAIL-REC.
      *
         350-WRITE-BATCH-TRAILER.
               MOVE SPACES        TO DEPOSIT-O.
               MOVE 'BATCHTRL'    TO DEP-TRL-ID.
               MOVE WS-DEP-COUNT  TO DEP-TRL-COUNT.
               MOVE WS-DEP-AMOUNT TO DEP-TRL-AMOUNT.
               WRITE DEPOSIT-O.
      *
         400-CLOSE-FILES.
               CLOSE ACTION-FILE.
               CLOSE POS-LEDGER-FILE.
               CLOSE CLI-XREF-FILE.
               IF WS-TLOT-PRESENT
                  CLOSE TAX-LOT-FILE
               END-IF.
               CLOSE DEPOSIT-OUT-FILE.
               CLOSE REGISTER-FILE.
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
