      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 04-01-2021
      * Purpose: NIGHTLY BRANCH VAULT CASH POSITION - STRIKES EACH
      *        : BRANCH VAULT'S POSITION ON VAULTMST FROM THE DAY'S
      *        : TELLER CASH (CASH DEPOSITS AND WITHDRAWALS ON THE
      *        : BNKACC AUDIT TRAIL) AND THE KEYED VAULT TRANSFERS TO
      *        : AND FROM THE CURRENCY CHEST, THEN REPORTS EXPECTED
      *        : AGAINST COUNTED CASH WITH THE CLOSING DENOMINATION
      *        : COUNT, FLAGS BRANCHES HOLDING MORE THAN THEIR INSURED
      *        : LIMIT, AND RAISES A CASH INDENT ON THE CHEST FOR
      *        : BRANCHES FORECAST TO RUN SHORT TOMORROW.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. VAULTPOS.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    BRANCH VAULT FILE - SWEPT IN KEY ORDER TO OPEN THE DAY,
      *    READ BY KEY AS CASH AND TRANSFERS ARE APPLIED, THEN SWEPT
      *    AGAIN TO STRIKE AND REPORT THE POSITION.
           SELECT VAULT-MASTER-FILE ASSIGN TO VAULTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-BRANCH-ID
               FILE STATUS IS WS-VAULT-STATUS.
      *
           SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
      *    VAULT TRANSFERS AND CLOSING COUNTS KEYED BY THE BRANCHES
      *    TODAY. A DAY WITH NONE KEYED HAS NO FILE.
           SELECT OPTIONAL VAULT-TRAN-FILE ASSIGN TO VLTTRAN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-VTRAN-STATUS.
      *
      *    CASH INDENT FOR THE CURRENCY CHEST - ONE LINE PER BRANCH TO
      *    BE SENT CASH FOR TOMORROW, UNDER A COUNT-AND-AMOUNT TRAILER.
           SELECT INDENT-OUT-FILE ASSIGN TO VLTINDT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-INDENT-STATUS.
      *
           SELECT VAULT-RPT-FILE ASSIGN TO VLTRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  VAULT-MASTER-FILE
            RECORD CONTAINS 300 CHARACTERS
            RECORDING MODE IS F.
       01  VAULT-MASTER-REC.
           02  VT-BRANCH-ID         PIC X(04).
      *    NAMED VAULT FIELDS (VAULT-DATA GROUP) - SEE
      *    COPYBOOKS/VAULTREC.cbl
           COPY VAULTREC.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S AUDIT-TRAIL-REC - READER SIDE.
       FD  AUDIT-IN-FILE RECORDING MODE F.
       01  AUDIT-TRAIL-REC.
           05  AUD-ACCT-NO                PIC  X(10).
      *        SEALED TRAILER OF A HASH-CHAINED TRAIL (CHAINTRL).
               88  AUD-CHAIN-TRAILER      VALUE '* TRAILER '.
           05  AUD-TRAN-TYPE              PIC  X(08).
           05  AUD-AMOUNT                 PIC  9999999.99.
           05  AUD-TRAN-DATE              PIC  9(08).
           05  AUD-TRAN-REF               PIC  X(12).
           05  AUD-BRANCH-ID              PIC  X(04).
      *        PSEUDO-BRANCHES OF THE GENERATED FEEDS - NO CASH
      *        CROSSES A COUNTER FOR THESE, OR FOR HEAD-OFFICE (BLANK).
               88  AUD-NOT-A-VAULT    VALUE SPACES 'NETW' 'EPAY'
                                            'DDEB' 'PPAY' 'SORD'
                                            'DISP'.
           05  AUD-TELLER-ID              PIC  X(04).
           05  AUD-INSTR-TYPE             PIC  X(01).
               88  AUD-CHEQUE-DEPOSIT     VALUE 'Q' 'F'.
           05  AUD-CHEQUE-NO              PIC  9(08).
           05  AUD-DRAWEE-BANK            PIC  X(09).
           05  FILLER                     PIC  X(06).
      *
      *    VX-TRAN-CODE 'R' CASH RECEIVED FROM THE CHEST, 'S' CASH
      *    SENT TO THE CHEST, 'N' THE CLOSING NOTE COUNT - VX-DENOM-
      *    COUNT IN THE VAULTREC DENOMINATION ORDER, COIN KEYED BY
      *    VALUE. A BRANCH RECOUNTING KEYS A FRESH 'N'; THE LAST ONE
      *    ON THE FILE STANDS.
       FD  VAULT-TRAN-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  VAULT-TRAN-REC.
           05  VX-TRAN-CODE               PIC  X(01).
               88  VX-FROM-CHEST                   VALUE 'R'.
               88  VX-TO-CHEST                     VALUE 'S'.
               88  VX-CLOSING-COUNT                VALUE 'N'.
           05  VX-BRANCH-ID               PIC  X(04).
           05  VX-AMOUNT                  PIC  9(09)V99.
           05  VX-REF                     PIC  X(12).
           05  VX-DENOM-COUNT             PIC  9(06) OCCURS 8 TIMES.
           05  VX-OPERATOR-ID             PIC  X(08).
           05  FILLER                     PIC  X(16).
      *
       FD  INDENT-OUT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  INDENT-DTL-REC.
           05  IN-REC-TYPE                PIC  X(06).
           05  IN-BRANCH-ID               PIC  X(04).
           05  IN-AMOUNT                  PIC  9(09)V99.
           05  IN-FORECAST                PIC  9(09)V99.
           05  IN-CLOSE-BAL               PIC S9(09)V99.
           05  IN-MIN-HOLDING             PIC  9(09)V99.
           05  FILLER                     PIC  X(26).
       01  INDENT-HDR-REC REDEFINES INDENT-DTL-REC.
           05  IH-REC-TYPE                PIC  X(06).
           05  IH-DATE                    PIC  9(08).
           05  FILLER                     PIC  X(66).
       01  INDENT-TRL-REC REDEFINES INDENT-DTL-REC.
           05  IT-REC-TYPE                PIC  X(06).
           05  IT-COUNT                   PIC  9(07).
           05  IT-AMOUNT                  PIC  9(11)V99.
           05  FILLER                     PIC  X(54).
      *
       FD  VAULT-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  VAULT-RPT-REC                  PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-VAULT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-VTRAN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-INDENT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-VAULT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-VAULT-EOF                         VALUE 'Y'.
       01  WS-AUDIT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-AUDIT-EOF                         VALUE 'Y'.
       01  WS-VTRAN-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-VTRAN-EOF                         VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-VAULT-COUNT                 PIC 9(07) VALUE ZEROES.
       01  WS-AUDIT-READ                  PIC 9(07) VALUE ZEROES.
       01  WS-VTRAN-READ                  PIC 9(07) VALUE ZEROES.
       01  WS-EXCEPT-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-DIFF-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-UNCOUNTED-COUNT             PIC 9(07) VALUE ZEROES.
       01  WS-OVER-LIMIT-COUNT            PIC 9(07) VALUE ZEROES.
       01  WS-INDENT-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-INDENT-TOTAL                PIC 9(11)V99 VALUE ZEROES.
      *
      *    INDENTS ARE PLACED WITH THE CHEST IN WHOLE BUNDLES OF THIS
      *    VALUE.
       01  WS-INDENT-UNIT                 PIC 9(07)V99 VALUE 10000.00.
      *
      *    FACE VALUE OF EACH DENOMINATION, IN VAULTREC ORDER. COIN IS
      *    COUNTED BY VALUE, SO ITS UNIT IS ONE.
       01  WS-DENOM-VALUES.
           05  FILLER                     PIC 9(04) VALUE 2000.
           05  FILLER                     PIC 9(04) VALUE 0500.
           05  FILLER                     PIC 9(04) VALUE 0200.
           05  FILLER                     PIC 9(04) VALUE 0100.
           05  FILLER                     PIC 9(04) VALUE 0050.
           05  FILLER                     PIC 9(04) VALUE 0020.
           05  FILLER                     PIC 9(04) VALUE 0010.
           05  FILLER                     PIC 9(04) VALUE 0001.
       01  WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
           05  WS-DENOM-VALUE             PIC 9(04) OCCURS 8 TIMES.
       01  WS-DENOM-SUB                   PIC 9(02) VALUE ZEROES.
       01  WS-ITEM-BAD-SW                 PIC X(01) VALUE 'N'.
           88  WS-ITEM-BAD                          VALUE 'Y'.
       01  WS-HIST-SUB                    PIC 9(02) VALUE ZEROES.
      *
      *    TELLER CASH PER BRANCH FROM TONIGHT'S AUDIT TRAIL - THE
      *    SAME FIND-OR-ADD TABLE IDIOM TELLBAL USES FOR ITS DRAWERS.
       01  WS-VB-COUNT                    PIC 9(04) VALUE ZEROES.
       01  VAULT-CASH-TABLE.
           05  VB-ENTRY OCCURS 500 TIMES INDEXED BY VB-IDX.
               10  VB-BRANCH-ID           PIC X(04).
               10  VB-CASH-IN             PIC 9(9)V99.
               10  VB-CASH-OUT            PIC 9(9)V99.
      *
      *    POSITION WORK FIELDS
       01  WS-AMOUNT                      PIC 9(7)V99 VALUE ZEROES.
       01  WS-COUNT-VALUE                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-DIFFERENCE                  PIC S9(9)V99 VALUE ZEROES.
       01  WS-HIST-TOTAL                  PIC S9(11)V99 VALUE ZEROES.
       01  WS-FORECAST                    PIC 9(9)V99 VALUE ZEROES.
       01  WS-AFTER-FORECAST              PIC S9(9)V99 VALUE ZEROES.
       01  WS-INDENT-NEED                 PIC S9(9)V99 VALUE ZEROES.
       01  WS-INDENT-UNITS                PIC 9(07) VALUE ZEROES.
       01  WS-INDENT-AMOUNT               PIC 9(9)V99 VALUE ZEROES.
       01  WS-INDENT-ROOM                 PIC S9(9)V99 VALUE ZEROES.
      *
      *    AUTHCHK INTERFACE FIELDS
       01  WS-AUTH-PROGRAM                PIC X(08) VALUE 'VAULTPOS'.
       01  WS-AUTH-AMOUNT                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-AUTH-RESULT                 PIC X(01) VALUE 'Y'.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'BRANCH VAULT CASH POSITION FOR        '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  RPT-HEADER2.
           05  FILLER               PIC X(80) VALUE
               'BRCH       OPENING      CASH-IN      CASH-OUT     CHEST-
      -        'NET      EXPECTED'.
       01  RPT-HEADER3.
           05  FILLER               PIC X(80) VALUE
               '     NOTES/COIN   2000    500    200    100     50     2
      -        '0     10   COIN'.
       01  RPT-DETAIL-REC.
           05  RP-BRANCH-ID         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RP-OPEN-BAL          PIC -Z(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RP-CASH-IN           PIC Z(8)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RP-CASH-OUT          PIC Z(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RP-CHEST-NET         PIC -Z(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RP-EXPECTED          PIC -Z(8)9.99.
           05  FILLER               PIC X(07) VALUE SPACES.
       01  RPT-COUNT-REC.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  RC-LABEL             PIC X(08).
           05  RC-COUNTED           PIC Z(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  FILLER               PIC X(05) VALUE 'DIFF '.
           05  RC-DIFFERENCE        PIC -Z(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RC-FLAG              PIC X(20).
           05  FILLER               PIC X(15) VALUE SPACES.
       01  RPT-DENOM-REC.
           05  FILLER               PIC X(16) VALUE SPACES.
           05  RN-DENOM-ENTRY       OCCURS 8 TIMES.
               10  RN-DENOM-COUNT   PIC ZZZZZ9.
               10  RN-DENOM-GAP     PIC X(01).
           05  FILLER               PIC X(08) VALUE SPACES.
       01  RPT-NOTE-REC.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  RNT-TEXT             PIC X(30).
           05  RNT-AMOUNT           PIC Z(8)9.99.
           05  FILLER               PIC X(33) VALUE SPACES.
       01  RPT-EXCEPT-REC.
           05  RX-BRANCH-ID         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RX-TRAN-CODE         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RX-REF               PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RX-AMOUNT            PIC Z(8)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RX-REASON            PIC X(30).
           05  FILLER               PIC X(17) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  RT-LABEL             PIC X(24).
           05  RT-COUNT             PIC ZZZZZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********BRANCH VAULT CASH POSITION*************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE VAULT-RPT-REC FROM RPT-HEADER-REC.
      *
      *    OPEN THE DAY ON EVERY VAULT.
           PERFORM 150-START-VAULT-SWEEP.
           PERFORM 200-OPEN-ONE-VAULT
              UNTIL WS-VAULT-EOF.
      *
      *    TELLER CASH FROM THE AUDIT TRAIL, THEN THE KEYED TRANSFERS
      *    AND COUNTS.
           PERFORM 220-TALLY-AUDIT-RECORD
              UNTIL WS-AUDIT-EOF.
           PERFORM 240-APPLY-BRANCH-CASH
              VARYING VB-IDX FROM 1 BY 1
                UNTIL VB-IDX > WS-VB-COUNT.
           PERFORM 260-APPLY-VAULT-TRAN
              UNTIL WS-VTRAN-EOF.
      *
      *    STRIKE AND REPORT EVERY POSITION, RAISING THE INDENT.
           MOVE SPACES        TO INDENT-HDR-REC.
           MOVE 'INDHDR'      TO IH-REC-TYPE.
           MOVE WS-TODAY-DATE TO IH-DATE.
           PERFORM 390-WRITE-INDENT.
           WRITE VAULT-RPT-REC FROM RPT-HEADER2.
           WRITE VAULT-RPT-REC FROM RPT-HEADER3.
      *
           PERFORM 150-START-VAULT-SWEEP.
           PERFORM 300-STRIKE-ONE-POSITION
              UNTIL WS-VAULT-EOF.
      *
           MOVE SPACES          TO INDENT-TRL-REC.
           MOVE 'INDTRL'        TO IT-REC-TYPE.
           MOVE WS-INDENT-COUNT TO IT-COUNT.
           MOVE WS-INDENT-TOTAL TO IT-AMOUNT.
           PERFORM 390-WRITE-INDENT.
      *
           MOVE 'VAULTS POSITIONED     :' TO RT-LABEL.
           MOVE WS-VAULT-COUNT            TO RT-COUNT.
           WRITE VAULT-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'COUNT DIFFERENCES     :' TO RT-LABEL.
           MOVE WS-DIFF-COUNT             TO RT-COUNT.
           WRITE VAULT-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'VAULTS NOT COUNTED    :' TO RT-LABEL.
           MOVE WS-UNCOUNTED-COUNT        TO RT-COUNT.
           WRITE VAULT-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'OVER INSURED LIMIT    :' TO RT-LABEL.
           MOVE WS-OVER-LIMIT-COUNT       TO RT-COUNT.
           WRITE VAULT-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'CASH INDENTS RAISED   :' TO RT-LABEL.
           MOVE WS-INDENT-COUNT           TO RT-COUNT.
           WRITE VAULT-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'ITEMS NOT APPLIED     :' TO RT-LABEL.
           MOVE WS-EXCEPT-COUNT           TO RT-COUNT.
           WRITE VAULT-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'AUDIT RECORDS READ   : ' WS-AUDIT-READ.
           DISPLAY 'VAULT TRANS READ     : ' WS-VTRAN-READ.
           DISPLAY 'VAULTS POSITIONED    : ' WS-VAULT-COUNT.
           DISPLAY 'COUNT DIFFERENCES    : ' WS-DIFF-COUNT.
           DISPLAY 'VAULTS NOT COUNTED   : ' WS-UNCOUNTED-COUNT.
           DISPLAY 'OVER INSURED LIMIT   : ' WS-OVER-LIMIT-COUNT.
           DISPLAY 'CASH INDENTS RAISED  : ' WS-INDENT-COUNT.
           DISPLAY 'ITEMS NOT APPLIED    : ' WS-EXCEPT-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-DIFF-COUNT > ZEROES
              OR WS-EXCEPT-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN I-O    VAULT-MASTER-FILE.
               IF WS-VAULT-STATUS = '35'
                  OPEN OUTPUT VAULT-MASTER-FILE
                  CLOSE VAULT-MASTER-FILE
                  OPEN I-O VAULT-MASTER-FILE
               END-IF.
               IF WS-VAULT-STATUS NOT = ZEROES
                  MOVE 'Error opening file VAULTMST'   TO WS-ERR-MSG
                  MOVE WS-VAULT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  AUDIT-IN-FILE.
               IF WS-AUDIT-STATUS NOT = ZEROES
                  MOVE 'Error opening file AUDITIN'    TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  VAULT-TRAN-FILE.
      *    AN ABSENT TRANSFER FILE JUST MEANS NOTHING WAS KEYED.
               IF WS-VTRAN-STATUS NOT = ZEROES
                  AND WS-VTRAN-STATUS NOT = '05'
                  MOVE 'Error opening file VLTTRAN'    TO WS-ERR-MSG
                  MOVE WS-VTRAN-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT INDENT-OUT-FILE.
               IF WS-INDENT-STATUS NOT = ZEROES
                  MOVE 'Error opening file VLTINDT'    TO WS-ERR-MSG
                  MOVE WS-INDENT-STATUS                TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT VAULT-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file VLTRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         150-START-VAULT-SWEEP.
               MOVE 'N'        TO WS-VAULT-EOF-SW.
               MOVE LOW-VALUES TO VT-BRANCH-ID.
               START VAULT-MASTER-FILE KEY IS NOT LESS THAN VT-BRANCH-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-VAULT-EOF-SW
               END-START.
      *
      *    A VAULT LAST POSITIONED ON AN EARLIER DAY OPENS TODAY WITH
      *    THAT DAY'S CLOSING CASH AND SHIFTS ITS CASH-OUT HISTORY ALONG
      *    ONE DAY. A VAULT ALREADY OPENED TODAY IS A RERUN AND KEEPS
      *    ITS OPENING FIGURE. EITHER WAY TODAY'S MOVEMENTS AND COUNT
      *    START FROM NOTHING AND ARE BUILT AGAIN FROM THE INPUTS, SO A
      *    RERUN STRIKES THE SAME POSITION.
         200-OPEN-ONE-VAULT.
               READ VAULT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-VAULT-EOF-SW
                   NOT AT END
                       IF VT-POSITION-DATE < WS-TODAY-DATE
                          PERFORM 210-SHIFT-ONE-HISTORY
                             VARYING WS-HIST-SUB FROM 5 BY -1
                               UNTIL WS-HIST-SUB < 2
                          MOVE ZEROES        TO VT-NET-OUT-HIST (1)
                          MOVE VT-CLOSE-BAL  TO VT-OPEN-BAL
                          MOVE WS-TODAY-DATE TO VT-POSITION-DATE
                       END-IF
                       MOVE ZEROES TO VT-CASH-IN  VT-CASH-OUT
                                      VT-CHEST-IN VT-CHEST-OUT
                       IF VT-COUNT-DATE = WS-TODAY-DATE
                          MOVE ZEROES TO VT-COUNTED-BAL
                                         VT-COUNT-DATE
                       END-IF
                       PERFORM 380-REWRITE-VAULT
               END-READ.
      *
         210-SHIFT-ONE-HISTORY.
               MOVE VT-NET-OUT-HIST (WS-HIST-SUB - 1)
                 TO VT-NET-OUT-HIST (WS-HIST-SUB).
      *
      *    CASH IN IS A DEPOSIT NOT MADE BY CHEQUE; CASH OUT IS ANY
      *    WITHDRAWAL PAID AT A COUNTER. THE GENERATED FEEDS AND HEAD
      *    OFFICE MOVE NO CASH.
         220-TALLY-AUDIT-RECORD.
               READ AUDIT-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-AUDIT-EOF-SW
                  NOT AT END
                     IF NOT AUD-CHAIN-TRAILER
                        ADD 1 TO WS-AUDIT-READ
                        IF NOT AUD-NOT-A-VAULT
                           AND ((AUD-TRAN-TYPE = 'DEPOSIT '
                                 AND NOT AUD-CHEQUE-DEPOSIT)
                             OR AUD-TRAN-TYPE = 'WITHDRAW')
                           PERFORM 230-TALLY-ONE-CASH-ITEM
                        END-IF
                     END-IF
               END-READ.
      *
         230-TALLY-ONE-CASH-ITEM.
               SET VB-IDX TO 1.
               SEARCH VB-ENTRY
                   AT END
                       DISPLAY 'VAULT TABLE FULL - ' AUD-BRANCH-ID
                               ' NOT POSITIONED'
                   WHEN VB-IDX > WS-VB-COUNT
                       ADD 1 TO WS-VB-COUNT
                       MOVE AUD-BRANCH-ID TO VB-BRANCH-ID (VB-IDX)
                       MOVE ZEROES        TO VB-CASH-IN (VB-IDX)
                                             VB-CASH-OUT (VB-IDX)
                   WHEN VB-BRANCH-ID (VB-IDX) = AUD-BRANCH-ID
                       CONTINUE
               END-SEARCH.
      *
               IF VB-IDX NOT GREATER THAN WS-VB-COUNT
                   MOVE AUD-AMOUNT TO WS-AMOUNT
                   IF AUD-TRAN-TYPE = 'DEPOSIT '
                       ADD WS-AMOUNT TO VB-CASH-IN (VB-IDX)
                   ELSE
                       ADD WS-AMOUNT TO VB-CASH-OUT (VB-IDX)
                   END-IF
               END-IF.
      *
      *    A BRANCH TAKING CASH WITH NO VAULT SET UP ON VAULTMST CANNOT
      *    BE POSITIONED - REPORTED SO BNKVLTM CAN SET IT UP.
         240-APPLY-BRANCH-CASH.
               MOVE VB-BRANCH-ID (VB-IDX) TO VT-BRANCH-ID.
               READ VAULT-MASTER-FILE
                   INVALID KEY
                       MOVE VB-BRANCH-ID (VB-IDX) TO RX-BRANCH-ID
                       MOVE 'T'                   TO RX-TRAN-CODE
                       MOVE SPACES                TO RX-REF
                       MOVE VB-CASH-IN (VB-IDX)   TO RX-AMOUNT
                       MOVE 'TELLER CASH - NO VAULT RECORD'
                                                  TO RX-REASON
                       PERFORM 370-WRITE-EXCEPTION
                   NOT INVALID KEY
                       ADD VB-CASH-IN (VB-IDX)    TO VT-CASH-IN
                       ADD VB-CASH-OUT (VB-IDX)   TO VT-CASH-OUT
                       PERFORM 380-REWRITE-VAULT
               END-READ.
      *
         260-APPLY-VAULT-TRAN.
               IF WS-VTRAN-STATUS = '05'
                  MOVE 'Y' TO WS-VTRAN-EOF-SW
               ELSE
                  READ VAULT-TRAN-FILE
                     AT END
                        MOVE 'Y' TO WS-VTRAN-EOF-SW
                     NOT AT END
                        ADD 1 TO WS-VTRAN-READ
                        PERFORM 270-APPLY-ONE-TRAN
                           THRU 270-APPLY-EXIT
                  END-READ
               END-IF.
      *
         270-APPLY-ONE-TRAN.
               MOVE VX-BRANCH-ID TO RX-BRANCH-ID.
               MOVE VX-TRAN-CODE TO RX-TRAN-CODE.
               MOVE VX-REF       TO RX-REF.
               MOVE ZEROES       TO RX-AMOUNT.
               IF NOT VX-FROM-CHEST AND NOT VX-TO-CHEST
                  AND NOT VX-CLOSING-COUNT
                  MOVE 'INVALID TRANSACTION CODE'  TO RX-REASON
                  PERFORM 370-WRITE-EXCEPTION
                  GO TO 270-APPLY-EXIT
               END-IF.
      *
      *    A COUNT IS VALUED FROM ITS NOTES; A TRANSFER CARRIES ITS
      *    AMOUNT.
               MOVE 'N' TO WS-ITEM-BAD-SW.
               IF VX-CLOSING-COUNT
                  MOVE ZEROES TO WS-COUNT-VALUE
                  PERFORM 280-VALUE-ONE-DENOM
                     VARYING WS-DENOM-SUB FROM 1 BY 1
                       UNTIL WS-DENOM-SUB > 8
                  MOVE WS-COUNT-VALUE TO WS-AUTH-AMOUNT
               ELSE
                  IF VX-AMOUNT NOT NUMERIC
                     OR VX-AMOUNT = ZEROES
                     MOVE 'Y' TO WS-ITEM-BAD-SW
                  ELSE
                     MOVE VX-AMOUNT TO WS-AUTH-AMOUNT
                  END-IF
               END-IF.
               IF WS-ITEM-BAD
                  MOVE 'INVALID AMOUNT/NOTE COUNT'  TO RX-REASON
                  PERFORM 370-WRITE-EXCEPTION
                  GO TO 270-APPLY-EXIT
               END-IF.
               MOVE WS-AUTH-AMOUNT TO RX-AMOUNT.
      *
               CALL 'AUTHCHK' USING VX-OPERATOR-ID WS-AUTH-PROGRAM
                                    VX-TRAN-CODE WS-AUTH-AMOUNT
                                    WS-AUTH-RESULT.
               IF WS-AUTH-RESULT = 'N'
                  MOVE 'OPERATOR NOT AUTHORIZED'    TO RX-REASON
                  PERFORM 370-WRITE-EXCEPTION
                  GO TO 270-APPLY-EXIT
               END-IF.
      *
               MOVE VX-BRANCH-ID TO VT-BRANCH-ID.
               READ VAULT-MASTER-FILE
                   INVALID KEY
                       MOVE 'BRANCH HAS NO VAULT RECORD' TO RX-REASON
                       PERFORM 370-WRITE-EXCEPTION
                       GO TO 270-APPLY-EXIT
               END-READ.
      *
               EVALUATE TRUE
                   WHEN VX-FROM-CHEST
                       ADD VX-AMOUNT TO VT-CHEST-IN
                   WHEN VX-TO-CHEST
                       ADD VX-AMOUNT TO VT-CHEST-OUT
                   WHEN VX-CLOSING-COUNT
                       MOVE WS-COUNT-VALUE TO VT-COUNTED-BAL
                       MOVE WS-TODAY-DATE  TO VT-COUNT-DATE
                       PERFORM 290-KEEP-ONE-DENOM
                          VARYING WS-DENOM-SUB FROM 1 BY 1
                            UNTIL WS-DENOM-SUB > 8
               END-EVALUATE.
               PERFORM 380-REWRITE-VAULT.
      *
         270-APPLY-EXIT.
               EXIT.
      *
         280-VALUE-ONE-DENOM.
               IF VX-DENOM-COUNT (WS-DENOM-SUB) NOT NUMERIC
                  MOVE 'Y' TO WS-ITEM-BAD-SW
               ELSE
                  COMPUTE WS-COUNT-VALUE = WS-COUNT-VALUE
                        + VX-DENOM-COUNT (WS-DENOM-SUB)
                        * WS-DENOM-VALUE (WS-DENOM-SUB)
               END-IF.
      *
         290-KEEP-ONE-DENOM.
               MOVE VX-DENOM-COUNT (WS-DENOM-SUB)
                 TO VT-DENOM-COUNT (WS-DENOM-SUB).
      *
      *    THE VAULT SHOULD HOLD WHAT IT OPENED WITH PLUS THE DAY'S
      *    MOVEMENTS; IT IS TAKEN TO HOLD WHAT WAS COUNTED, WHEN A
      *    COUNT WAS KEYED. TOMORROW'S NET CASH OUT IS FORECAST AS THE
      *    AVERAGE OF THE LAST FIVE DAYS', AND A VAULT THAT WOULD THEN
      *    FALL BELOW ITS MINIMUM HOLDING IS INDENTED ENOUGH TO RESTORE
      *    IT - IN WHOLE BUNDLES, AND NO FURTHER THAN ITS INSURED LIMIT.
         300-STRIKE-ONE-POSITION.
               READ VAULT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-VAULT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-VAULT-COUNT
                       PERFORM 310-STRIKE-POSITION
                       PERFORM 320-FORECAST-INDENT
                       PERFORM 380-REWRITE-VAULT
                       PERFORM 330-REPORT-POSITION
               END-READ.
      *
         310-STRIKE-POSITION.
               COMPUTE VT-EXPECTED-BAL = VT-OPEN-BAL
                                       + VT-CASH-IN  - VT-CASH-OUT
                                       + VT-CHEST-IN - VT-CHEST-OUT.
               IF VT-COUNT-DATE = WS-TODAY-DATE
                  MOVE VT-COUNTED-BAL TO VT-CLOSE-BAL
                  COMPUTE WS-DIFFERENCE = VT-COUNTED-BAL
                                        - VT-EXPECTED-BAL
               ELSE
                  MOVE VT-EXPECTED-BAL TO VT-CLOSE-BAL
                  MOVE ZEROES          TO WS-DIFFERENCE
               END-IF.
               COMPUTE VT-NET-OUT-HIST (1) = VT-CASH-OUT - VT-CASH-IN.
      *
         320-FORECAST-INDENT.
               MOVE ZEROES TO WS-HIST-TOTAL.
               PERFORM 325-ADD-ONE-HISTORY
                  VARYING WS-HIST-SUB FROM 1 BY 1
                    UNTIL WS-HIST-SUB > 5.
               IF WS-HIST-TOTAL > ZEROES
                  COMPUTE WS-FORECAST = WS-HIST-TOTAL / 5
               ELSE
                  MOVE ZEROES TO WS-FORECAST
               END-IF.
      *
               MOVE ZEROES TO WS-INDENT-AMOUNT.
               COMPUTE WS-AFTER-FORECAST = VT-CLOSE-BAL - WS-FORECAST.
               IF WS-AFTER-FORECAST < VT-MIN-HOLDING
                  COMPUTE WS-INDENT-NEED = VT-MIN-HOLDING
                                         - WS-AFTER-FORECAST
                  COMPUTE WS-INDENT-UNITS = (WS-INDENT-NEED
                                          + WS-INDENT-UNIT - 0.01)
                                          / WS-INDENT-UNIT
                  COMPUTE WS-INDENT-AMOUNT = WS-INDENT-UNITS
                                           * WS-INDENT-UNIT
                  COMPUTE WS-INDENT-ROOM = VT-INSURED-LIMIT
                                         - VT-CLOSE-BAL
                  IF WS-INDENT-ROOM < WS-INDENT-AMOUNT
                     IF WS-INDENT-ROOM > ZEROES
                        MOVE WS-INDENT-ROOM TO WS-INDENT-AMOUNT
                     ELSE
                        MOVE ZEROES         TO WS-INDENT-AMOUNT
                     END-IF
                  END-IF
               END-IF.
      *
               IF WS-INDENT-AMOUNT > ZEROES
                  MOVE SPACES           TO INDENT-DTL-REC
                  MOVE 'INDDTL'         TO IN-REC-TYPE
                  MOVE VT-BRANCH-ID     TO IN-BRANCH-ID
                  MOVE WS-INDENT-AMOUNT TO IN-AMOUNT
                  MOVE WS-FORECAST      TO IN-FORECAST
                  MOVE VT-CLOSE-BAL     TO IN-CLOSE-BAL
                  MOVE VT-MIN-HOLDING   TO IN-MIN-HOLDING
                  PERFORM 390-WRITE-INDENT
                  ADD 1                 TO WS-INDENT-COUNT
                  ADD WS-INDENT-AMOUNT  TO WS-INDENT-TOTAL
               END-IF.
      *
         325-ADD-ONE-HISTORY.
               ADD VT-NET-OUT-HIST (WS-HIST-SUB) TO WS-HIST-TOTAL.
      *
         330-REPORT-POSITION.
               MOVE VT-BRANCH-ID    TO RP-BRANCH-ID.
               MOVE VT-OPEN-BAL     TO RP-OPEN-BAL.
               MOVE VT-CASH-IN      TO RP-CASH-IN.
               MOVE VT-CASH-OUT     TO RP-CASH-OUT.
               COMPUTE RP-CHEST-NET = VT-CHEST-IN - VT-CHEST-OUT.
               MOVE VT-EXPECTED-BAL TO RP-EXPECTED.
               WRITE VAULT-RPT-REC FROM RPT-DETAIL-REC.
      *
               IF VT-COUNT-DATE = WS-TODAY-DATE
                  MOVE 'COUNTED '      TO RC-LABEL
                  MOVE VT-COUNTED-BAL  TO RC-COUNTED
                  MOVE WS-DIFFERENCE   TO RC-DIFFERENCE
                  EVALUATE TRUE
                     WHEN WS-DIFFERENCE < ZEROES
                        MOVE 'CASH SHORT'     TO RC-FLAG
                        ADD 1 TO WS-DIFF-COUNT
                     WHEN WS-DIFFERENCE > ZEROES
                        MOVE 'CASH OVER'      TO RC-FLAG
                        ADD 1 TO WS-DIFF-COUNT
                     WHEN OTHER
                        MOVE 'BALANCED'       TO RC-FLAG
                  END-EVALUATE
               ELSE
                  MOVE 'COUNTED '      TO RC-LABEL
                  MOVE ZEROES          TO RC-COUNTED
                  MOVE ZEROES          TO RC-DIFFERENCE
                  MOVE 'NOT COUNTED'   TO RC-FLAG
                  ADD 1 TO WS-UNCOUNTED-COUNT
               END-IF.
               WRITE VAULT-RPT-REC FROM RPT-COUNT-REC.
      *
               IF VT-COUNT-DATE = WS-TODAY-DATE
                  PERFORM 335-EDIT-ONE-DENOM
                     VARYING WS-DENOM-SUB FROM 1 BY 1
                       UNTIL WS-DENOM-SUB > 8
                  WRITE VAULT-RPT-REC FROM RPT-DENOM-REC
               END-IF.
      *
               IF VT-CLOSE-BAL > VT-INSURED-LIMIT
                  ADD 1 TO WS-OVER-LIMIT-COUNT
                  MOVE 'OVER INSURED LIMIT BY'       TO RNT-TEXT
                  COMPUTE RNT-AMOUNT = VT-CLOSE-BAL - VT-INSURED-LIMIT
                  WRITE VAULT-RPT-REC FROM RPT-NOTE-REC
               END-IF.
      *
               IF WS-INDENT-AMOUNT > ZEROES
                  MOVE 'FORECAST NET CASH OUT'       TO RNT-TEXT
                  MOVE WS-FORECAST                   TO RNT-AMOUNT
                  WRITE VAULT-RPT-REC FROM RPT-NOTE-REC
                  MOVE 'CASH INDENT RAISED ON CHEST'  TO RNT-TEXT
                  MOVE WS-INDENT-AMOUNT              TO RNT-AMOUNT
                  WRITE VAULT-RPT-REC FROM RPT-NOTE-REC
               ELSE
                  IF WS-AFTER-FORECAST < VT-MIN-HOLDING
                     MOVE 'SHORT - NO ROOM UNDER LIMIT'  TO RNT-TEXT
                     MOVE WS-FORECAST                 TO RNT-AMOUNT
                     WRITE VAULT-RPT-REC FROM RPT-NOTE-REC
                  END-IF
               END-IF.
      *
         335-EDIT-ONE-DENOM.
               MOVE VT-DENOM-COUNT (WS-DENOM-SUB)
                 TO RN-DENOM-COUNT (WS-DENOM-SUB).
               MOVE SPACE TO RN-DENOM-GAP (WS-DENOM-SUB).
      *
         370-WRITE-EXCEPTION.
               ADD 1 TO WS-EXCEPT-COUNT.
               DISPLAY 'VAULT ITEM NOT APPLIED: ' RX-BRANCH-ID ' '
                       RX-TRAN-CODE ' ' RX-REASON.
               WRITE VAULT-RPT-REC FROM RPT-EXCEPT-REC.
      *
         380-REWRITE-VAULT.
               REWRITE VAULT-MASTER-REC.
               IF WS-VAULT-STATUS NOT = ZEROES
                  MOVE 'Error writting file VAULTMST'  TO WS-ERR-MSG
                  MOVE WS-VAULT-STATUS                 TO WS-ERR-CDE
                  MOVE '380-REWRITE-VAULT'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         390-WRITE-INDENT.
               WRITE INDENT-DTL-REC.
               IF WS-INDENT-STATUS NOT = ZEROES
                  MOVE 'Error writting file VLTINDT'   TO WS-ERR-MSG
                  MOVE WS-INDENT-STATUS                TO WS-ERR-CDE
                  MOVE '390-WRITE-INDENT'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         400-CLOSE-FILES.
               CLOSE VAULT-MASTER-FILE.
               CLOSE AUDIT-IN-FILE.
               CLOSE VAULT-TRAN-FILE.
               CLOSE INDENT-OUT-FILE.
               CLOSE VAULT-RPT-FILE.
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
