      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 02-11-2020
      * Purpose: FORWARD RECOVERY UTILITY FOR THE BALFILE ACCOUNT
      *        : MASTER - TAKES A RESTORED BALFILE BACKUP AND THE
      *        : BUSINESS DATE IT REFLECTS (THE POINT-IN-TIME MARKER
      *        : ON THE CONTROL CARD) AND RE-APPLIES EVERY POSTING
      *        : MADE AFTER THE MARKER - FIRST THE ARCHIVED POSTINGS
      *        : ON TRANHIST, THEN THE UNARCHIVED POSTINGS ON THE
      *        : CURRENT AUDIT TRAIL - REBUILDING LEDGER BALANCE,
      *        : AVAILABLE BALANCE AND LAST-ACTIVITY DATE ACCOUNT BY
      *        : ACCOUNT. THE REBUILT MASTER IS THEN PROVED AGAINST
      *        : THE LATEST AFTER-BALANCE ON THE JOURNAL AND EVERY
      *        : ACCOUNT THAT DISAGREES IS PRINTED, SO A DAMAGED
      *        : BALFILE IS RECOVERED WITHOUT RE-RUNNING THE NIGHTS.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. BNKFRCV.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    ONE CARD - THE BUSINESS DATE THE RESTORED BACKUP REFLECTS.
           SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTL-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
           SELECT TRAN-HIST-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TH-STATUS.
      *
      *    THE AUDIT TRAILS NOT YET ARCHIVED TO TRANHIST
      *    (CONCATENATED - AUDITFIL, TDMAUDIT, CLSAUDIT, GRNAUDIT).
           SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUD-STATUS.
      *
      *    OUTSTANDING DEPOSIT HOLDS - OPTIONAL. WHEN SUPPLIED THE
      *    AVAILABLE BALANCE OF EVERY REBUILT ACCOUNT IS RESET TO
      *    LEDGER LESS ITS HOLDS, SAME RULE AS BNKACC.
           SELECT OPTIONAL HOLD-IN-FILE ASSIGN TO HOLDIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-HLD-STATUS.
      *
      *    BEFORE/AFTER-IMAGE JOURNALS (CONCATENATED IN RUN ORDER).
           SELECT JOURNAL-FILE ASSIGN TO JRNFILE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-JRN-STATUS.
      *
      *    ONE ROW PER ACCOUNT THE RECOVERY TOUCHED OR THE JOURNAL
      *    NAMES - REBUILT EVERY RUN.
           SELECT FRC-WORK-FILE ASSIGN TO FRCWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-ACCT-NO
               FILE STATUS IS WS-FW-STATUS.
      *
           SELECT FRC-RPT-FILE ASSIGN TO FRCRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  CONTROL-CARD-FILE RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-MARKER-DATE            PIC  9(08).
           05  FILLER                     PIC  X(72).
      *
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BALANCE-IO.
           02  ACCT-NO              PIC X(10).
      *    NAMED ACCOUNT-DATA FIELDS (BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BALREC.cbl
           COPY BALREC.
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S TRAN-HIST-REC.
       FD  TRAN-HIST-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  TRAN-HIST-REC.
           05  TH-KEY.
               10  TH-ACCT-NO             PIC  X(10).
               10  TH-TRAN-DATE           PIC  9(08).
               10  TH-SEQ-NO              PIC  9(04).
           05  TH-TRAN-TYPE               PIC  X(08).
           05  TH-AMOUNT                  PIC  9999999.99.
           05  FILLER                     PIC  X(40).
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S AUDIT-TRAIL-REC.
       FD  AUDIT-IN-FILE RECORDING MODE F.
       01  AUDIT-IN-REC.
           05  AUD-ACCT-NO                PIC  X(10).
      *        SEALED TRAILER OF A HASH-CHAINED TRAIL (CHAINTRL).
               88  AUD-CHAIN-TRAILER      VALUE '* TRAILER '.
           05  AUD-TRAN-TYPE              PIC  X(08).
           05  AUD-AMOUNT                 PIC  9999999.99.
           05  AUD-TRAN-DATE              PIC  9(08).
           05  FILLER                     PIC  X(44).
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S HOLD-IN-REC.
       FD  HOLD-IN-FILE RECORDING MODE F.
       01  HOLD-IN-REC.
           05  HLDI-ACCT-NO               PIC  X(10).
           05  HLDI-AMOUNT                PIC  9(7)V99.
           05  HLDI-RELEASE-DATE          PIC  9(08).
           05  HLDI-PLACED-DATE           PIC  9(08).
           05  HLDI-INSTR-TYPE            PIC  X(01).
           05  FILLER                     PIC  X(44).
      *
      *    LAYOUT MIRRORS BNKACC.CBL'S JOURNAL-REC.
       FD  JOURNAL-FILE RECORDING MODE F.
       01  JOURNAL-REC.
           05  JRN-SEQ                    PIC  9(09).
           05  JRN-ACCT-NO                PIC  X(10).
           05  JRN-PRIOR-BAL              PIC S9(7)V99.
           05  JRN-NEW-BAL                PIC S9(7)V99.
           05  JRN-PRIOR-AVAIL            PIC S9(7)V99.
           05  JRN-TRAN-TYPE              PIC  X(08).
           05  JRN-DATE                   PIC  9(08).
           05  FILLER                     PIC  X(12).
           05  JRN-CHAIN-LINK             PIC  9(11) COMP-3.
      *
       FD  FRC-WORK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  FRC-WORK-REC.
           05  FW-ACCT-NO                 PIC  X(10).
           05  FW-POSTINGS                PIC  9(05).
           05  FW-HOLD-AMT                PIC  9(9)V99.
           05  FW-JRN-SW                  PIC  X(01).
               88  FW-JRN-SEEN                      VALUE 'Y'.
           05  FW-JRN-DATE                PIC  9(08).
           05  FW-JRN-BAL                 PIC S9(7)V99.
           05  FILLER                     PIC  X(36).
      *
       FD  FRC-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  FRC-RPT-REC                    PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-TH-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-AUD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HLD-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-JRN-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-FW-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-TH-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-TH-EOF                            VALUE 'Y'.
       01  WS-AUD-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-AUD-EOF                           VALUE 'Y'.
       01  WS-HLD-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-HLD-EOF                           VALUE 'Y'.
       01  WS-JRN-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-JRN-EOF                           VALUE 'Y'.
       01  WS-FW-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-FW-EOF                            VALUE 'Y'.
       01  WS-HOLDS-SW                    PIC X(01) VALUE 'N'.
           88  WS-HOLDS-SUPPLIED                    VALUE 'Y'.
      *
      *    THE MARKER IS THE LAST BUSINESS DATE ALREADY IN THE
      *    BACKUP. TRANHIST SUPPLIES EVERYTHING AFTER IT UP TO ITS
      *    OWN HIGH DATE; THE AUDIT TRAIL ONLY WHAT FOLLOWS THAT, SO
      *    A NIGHT ALREADY ARCHIVED IS NEVER APPLIED TWICE.
       01  WS-MARKER-DATE                 PIC 9(08) VALUE ZEROES.
       01  WS-TH-HIGH-DATE                PIC 9(08) VALUE ZEROES.
       01  WS-AUD-CUTOFF-DATE             PIC 9(08) VALUE ZEROES.
      *
      *    ONE POSTING, FROM WHICHEVER TRAIL SUPPLIED IT.
       01  WS-PST-ACCT-NO                 PIC X(10) VALUE SPACES.
       01  WS-PST-TYPE                    PIC X(08) VALUE SPACES.
       01  WS-PST-DATE                    PIC 9(08) VALUE ZEROES.
       01  WS-PST-AMT                     PIC 9(7)V99 VALUE ZEROES.
       01  WS-PST-EFFECT-SW               PIC X(01) VALUE SPACE.
           88  WS-PST-CREDIT                        VALUE 'C'.
           88  WS-PST-DEBIT                         VALUE 'D'.
           88  WS-PST-NO-EFFECT                     VALUE 'N'.
           88  WS-PST-UNKNOWN                       VALUE 'U'.
      *
       01  WS-TH-APPLIED                  PIC 9(07) VALUE ZEROES.
       01  WS-AUD-APPLIED                 PIC 9(07) VALUE ZEROES.
       01  WS-UNKNOWN-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-NO-ACCT-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-REBUILT-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-AGREE-COUNT                 PIC 9(07) VALUE ZEROES.
       01  WS-DISAGREE-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-UNPROVEN-COUNT              PIC 9(07) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(42) VALUE
               'BALFILE FORWARD RECOVERY - POSTINGS AFTER '.
           05  RH-MARKER            PIC 9(08).
           05  FILLER               PIC X(30) VALUE SPACES.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               'ACCT-NO      REBUILT-BAL    JOURNAL-BAL '.
           05  FILLER               PIC X(40) VALUE
               ' POSTS  RESULT                          '.
       01  RPT-DETAIL-REC.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-REBUILT-BAL       PIC -Z(8)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-JOURNAL-BAL       PIC -Z(8)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-POSTINGS          PIC Z(4)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-RESULT            PIC X(16).
           05  FILLER               PIC X(15) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  RT-LABEL             PIC X(30).
           05  RT-COUNT             PIC Z(8)9.
           05  FILLER               PIC X(41) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           DISPLAY '***********BALFILE FORWARD RECOVERY***************'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-CONTROL-CARD.
      *
           PERFORM 200-APPLY-TRAN-HISTORY.
           PERFORM 250-APPLY-AUDIT-TRAIL.
           PERFORM 500-RESET-AVAILABLE.
           PERFORM 600-LOAD-JOURNAL.
           PERFORM 700-PROVE-AGAINST-JOURNAL.
           PERFORM 800-WRITE-TOTALS.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-DISAGREE-COUNT > ZEROES
              OR WS-UNKNOWN-COUNT > ZEROES
              OR WS-NO-ACCT-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN I-O BALANCE-AMT.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file BALFILE'    TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT TRAN-HIST-FILE.
               IF WS-TH-STATUS NOT = ZEROES
                  MOVE 'Error opening file TRANHIST'   TO WS-ERR-MSG
                  MOVE WS-TH-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT AUDIT-IN-FILE.
               IF WS-AUD-STATUS NOT = ZEROES
                  MOVE 'Error opening file AUDITIN'    TO WS-ERR-MSG
                  MOVE WS-AUD-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT HOLD-IN-FILE.
               IF WS-HLD-STATUS = '00'
                   MOVE 'Y' TO WS-HOLDS-SW
               ELSE
                   MOVE 'Y' TO WS-HLD-EOF-SW
               END-IF.
      *
               OPEN INPUT JOURNAL-FILE.
               IF WS-JRN-STATUS NOT = ZEROES
                  MOVE 'Error opening file JRNFILE'    TO WS-ERR-MSG
                  MOVE WS-JRN-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT FRC-WORK-FILE.
               CLOSE FRC-WORK-FILE.
               OPEN I-O FRC-WORK-FILE.
               IF WS-FW-STATUS NOT = ZEROES
                  MOVE 'Error opening file FRCWK'      TO WS-ERR-MSG
                  MOVE WS-FW-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT FRC-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file FRCRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         110-READ-CONTROL-CARD.
               OPEN INPUT CONTROL-CARD-FILE.
               IF WS-CTL-STATUS NOT = ZEROES
                  MOVE 'Error opening file CTLCARD'    TO WS-ERR-MSG
                  MOVE WS-CTL-STATUS                   TO WS-ERR-CDE
                  MOVE '110-READ-CONTROL'              TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               READ CONTROL-CARD-FILE
                   AT END
                       MOVE 'No recovery marker card'   TO WS-ERR-MSG
                       MOVE 'CT'                        TO WS-ERR-CDE
                       MOVE '110-READ-CONTROL'          TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-READ.
               IF CTL-MARKER-DATE NOT NUMERIC
                  OR CTL-MARKER-DATE = ZEROES
                   MOVE 'Recovery marker date invalid' TO WS-ERR-MSG
                   MOVE 'CT'                           TO WS-ERR-CDE
                   MOVE '110-READ-CONTROL'             TO WS-ERR-PROC
                   PERFORM 900-ERR-HANDLING
               END-IF.
               MOVE CTL-MARKER-DATE TO WS-MARKER-DATE.
               CLOSE CONTROL-CARD-FILE.
               DISPLAY 'BACKUP REFLECTS BUSINESS DATE : '
                       WS-MARKER-DATE.
               MOVE WS-MARKER-DATE TO RH-MARKER.
               WRITE FRC-RPT-REC FROM RPT-HEADER-REC.
               WRITE FRC-RPT-REC FROM RPT-COLUMN-REC.
      *
      *    TRANHIST IS KEYED ACCOUNT / DATE / SEQUENCE, SO EACH
      *    ACCOUNT'S POSTINGS COME BACK IN THE ORDER THEY WERE
      *    ORIGINALLY MADE. THE HIGH DATE SEEN MARKS WHERE THE
      *    ARCHIVE ENDS.
         200-APPLY-TRAN-HISTORY.
               PERFORM 210-APPLY-ONE-HISTORY
                   UNTIL WS-TH-EOF.
               DISPLAY 'TRANHIST POSTINGS APPLIED     : ' WS-TH-APPLIED.
               DISPLAY 'TRANHIST ARCHIVED THROUGH     : '
                       WS-TH-HIGH-DATE.
      *
         210-APPLY-ONE-HISTORY.
               READ TRAN-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TH-EOF-SW
                   NOT AT END
                       IF TH-TRAN-DATE > WS-TH-HIGH-DATE
                           MOVE TH-TRAN-DATE TO WS-TH-HIGH-DATE
                       END-IF
                       IF TH-TRAN-DATE > WS-MARKER-DATE
                           MOVE TH-ACCT-NO   TO WS-PST-ACCT-NO
                           MOVE TH-TRAN-TYPE TO WS-PST-TYPE
                           MOVE TH-TRAN-DATE TO WS-PST-DATE
                           MOVE TH-AMOUNT    TO WS-PST-AMT
                           PERFORM 300-APPLY-POSTING
                               THRU 300-APPLY-EXIT
                           ADD 1 TO WS-TH-APPLIED
                       END-IF
               END-READ.
      *
      *    THE AUDIT TRAIL IS WRITTEN IN POSTING ORDER AND IS
      *    APPLIED AS READ.
         250-APPLY-AUDIT-TRAIL.
               IF WS-TH-HIGH-DATE > WS-MARKER-DATE
                   MOVE WS-TH-HIGH-DATE TO WS-AUD-CUTOFF-DATE
               ELSE
                   MOVE WS-MARKER-DATE  TO WS-AUD-CUTOFF-DATE
               END-IF.
               PERFORM 260-APPLY-ONE-AUDIT
                   UNTIL WS-AUD-EOF.
               DISPLAY 'AUDIT POSTINGS APPLIED        : '
                       WS-AUD-APPLIED.
      *
         260-APPLY-ONE-AUDIT.
               READ AUDIT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-AUD-EOF-SW
                   NOT AT END
                       IF AUD-TRAN-DATE > WS-AUD-CUTOFF-DATE
                          AND NOT AUD-CHAIN-TRAILER
                           MOVE AUD-ACCT-NO   TO WS-PST-ACCT-NO
                           MOVE AUD-TRAN-TYPE TO WS-PST-TYPE
                           MOVE AUD-TRAN-DATE TO WS-PST-DATE
                           MOVE AUD-AMOUNT    TO WS-PST-AMT
                           PERFORM 300-APPLY-POSTING
                               THRU 300-APPLY-EXIT
                           ADD 1 TO WS-AUD-APPLIED
                       END-IF
               END-READ.
      *
      *    ONE POSTING AGAINST THE RESTORED MASTER. CREDITS
      *    (DEPOSIT, INTEREST, TRF-IN AND THE TERM-DEPOSIT INTEREST
      *    CREDITS TDROLL/TDPAYOUT/TDBREAK) ADD; DEBITS (WITHDRAW,
      *    FEE, WHT, TRF-OUT, ESCHEAT, CLOSEPAY, DRINT, GARNISH,
      *    CHQRTN, RTNFEE) SUBTRACT. AVAILABLE MOVES WITH LEDGER -
      *    A DEPOSIT COUNTS IN FULL AND A HOLD RELEASE, WHICH NEVER
      *    MOVED THE LEDGER, IS PASSED OVER - AND 500 PUTS BACK ANY
      *    HOLD STILL OUTSTANDING. CUSTOMER ACTIVITY AND THE TERM-
      *    DEPOSIT CREDITS STAMP THE LAST-ACTIVITY DATE, AS THEY DID
      *    WHEN FIRST POSTED.
         300-APPLY-POSTING.
               MOVE WS-PST-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       DISPLAY 'POSTING FOR ACCOUNT NOT ON BALFILE: '
                               WS-PST-ACCT-NO ' ' WS-PST-TYPE
                       ADD 1 TO WS-NO-ACCT-COUNT
                       GO TO 300-APPLY-EXIT
               END-READ.
      *
               EVALUATE WS-PST-TYPE
                   WHEN 'DEPOSIT '
                   WHEN 'INTEREST'
                   WHEN 'TRF-IN  '
                   WHEN 'TDROLL  '
                   WHEN 'TDPAYOUT'
                   WHEN 'TDBREAK '
                       MOVE 'C' TO WS-PST-EFFECT-SW
                   WHEN 'WITHDRAW'
                   WHEN 'FEE     '
                   WHEN 'WHT     '
                   WHEN 'TRF-OUT '
                   WHEN 'ESCHEAT '
                   WHEN 'CLOSEPAY'
                   WHEN 'DRINT   '
                   WHEN 'GARNISH '
                   WHEN 'CHQRTN  '
                   WHEN 'RTNFEE  '
                       MOVE 'D' TO WS-PST-EFFECT-SW
                   WHEN 'HOLDREL '
                       MOVE 'N' TO WS-PST-EFFECT-SW
                   WHEN OTHER
                       MOVE 'U' TO WS-PST-EFFECT-SW
               END-EVALUATE.
      *
               IF WS-PST-UNKNOWN
                   DISPLAY 'POSTING TYPE NOT RECOVERABLE: '
                           WS-PST-ACCT-NO ' ' WS-PST-TYPE
                   ADD 1 TO WS-UNKNOWN-COUNT
                   GO TO 300-APPLY-EXIT
               END-IF.
      *
               IF AVAIL-AMT NOT NUMERIC
                   MOVE BAL-AMT TO AVAIL-AMT
               END-IF.
               IF WS-PST-CREDIT
                   ADD WS-PST-AMT TO BAL-AMT
                   ADD WS-PST-AMT TO AVAIL-AMT
               END-IF.
               IF WS-PST-DEBIT
                   SUBTRACT WS-PST-AMT FROM BAL-AMT
                   SUBTRACT WS-PST-AMT FROM AVAIL-AMT
               END-IF.
      *
               EVALUATE WS-PST-TYPE
                   WHEN 'DEPOSIT '
                   WHEN 'WITHDRAW'
                   WHEN 'TRF-IN  '
                   WHEN 'TRF-OUT '
                   WHEN 'CHQRTN  '
                   WHEN 'TDROLL  '
                   WHEN 'TDPAYOUT'
                   WHEN 'TDBREAK '
                       IF LAST-ACTIVITY-DATE NOT NUMERIC
                          OR WS-PST-DATE > LAST-ACTIVITY-DATE
                           MOVE WS-PST-DATE TO LAST-ACTIVITY-DATE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
      *
      *        A PAID-OUT OR BROKEN TERM DEPOSIT BECAME A SAVINGS
      *        ACCOUNT WHEN IT SETTLED.
               IF WS-PST-TYPE = 'TDPAYOUT' OR 'TDBREAK '
                   MOVE 'S' TO ACCT-TYPE
               END-IF.
      *
               REWRITE BALANCE-IO
                   INVALID KEY
                       MOVE 'Error writting file BALFILE' TO WS-ERR-MSG
                       MOVE WS-BAL-STATUS                 TO WS-ERR-CDE
                       MOVE '300-APPLY-POSTING'           TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-REWRITE.
      *
               MOVE WS-PST-ACCT-NO TO FW-ACCT-NO.
               READ FRC-WORK-FILE
                   INVALID KEY
                       INITIALIZE FRC-WORK-REC
                       MOVE WS-PST-ACCT-NO TO FW-ACCT-NO
                       MOVE 'N'            TO FW-JRN-SW
                       MOVE 1              TO FW-POSTINGS
                       WRITE FRC-WORK-REC
                       ADD 1 TO WS-REBUILT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO FW-POSTINGS
                       REWRITE FRC-WORK-REC
               END-READ.
      *
         300-APPLY-EXIT.
               EXIT.
      *
         400-CLOSE-FILES.
               CLOSE BALANCE-AMT.
               CLOSE TRAN-HIST-FILE.
               CLOSE AUDIT-IN-FILE.
               IF WS-HOLDS-SUPPLIED
                   CLOSE HOLD-IN-FILE
               END-IF.
               CLOSE JOURNAL-FILE.
               CLOSE FRC-WORK-FILE.
               CLOSE FRC-RPT-FILE.
      *
      *    WITH THE HOLD FILE SUPPLIED, EVERY REBUILT ACCOUNT'S
      *    AVAILABLE BALANCE IS RESET TO LEDGER LESS ITS
      *    OUTSTANDING HOLDS - THE BNKACC INVARIANT. WITHOUT IT
      *    AVAILABLE STAYS WHERE THE POSTINGS LEFT IT.
         500-RESET-AVAILABLE.
               IF NOT WS-HOLDS-SUPPLIED
                   DISPLAY 'NO HOLD FILE - AVAILABLE NOT RESET'
               ELSE
                   PERFORM 510-TOTAL-ONE-HOLD
                       UNTIL WS-HLD-EOF
                   MOVE LOW-VALUES TO FW-ACCT-NO
                   MOVE 'N'        TO WS-FW-EOF-SW
                   START FRC-WORK-FILE KEY IS NOT LESS THAN FW-ACCT-NO
                       INVALID KEY
                           MOVE 'Y' TO WS-FW-EOF-SW
                   END-START
                   PERFORM 520-RESET-ONE-ACCOUNT
                       UNTIL WS-FW-EOF
               END-IF.
      *
         510-TOTAL-ONE-HOLD.
               READ HOLD-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-HLD-EOF-SW
                   NOT AT END
                       MOVE HLDI-ACCT-NO TO FW-ACCT-NO
                       READ FRC-WORK-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD HLDI-AMOUNT TO FW-HOLD-AMT
                               REWRITE FRC-WORK-REC
                       END-READ
               END-READ.
      *
         520-RESET-ONE-ACCOUNT.
               READ FRC-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FW-EOF-SW
                   NOT AT END
                       MOVE FW-ACCT-NO TO ACCT-NO
                       READ BALANCE-AMT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               COMPUTE AVAIL-AMT =
                                   BAL-AMT - FW-HOLD-AMT
                               REWRITE BALANCE-IO
                       END-READ
               END-READ.
      *
      *    THE LATEST AFTER-BALANCE THE JOURNALS HOLD FOR EACH
      *    ACCOUNT SINCE THE MARKER. GENERATIONS ARE CONCATENATED IN
      *    RUN ORDER, SO ON THE SAME DATE THE LATER IMAGE WINS.
         600-LOAD-JOURNAL.
               PERFORM 610-LOAD-ONE-IMAGE
                   UNTIL WS-JRN-EOF.
      *
         610-LOAD-ONE-IMAGE.
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JRN-EOF-SW
                   NOT AT END
                       IF JOURNAL-REC (1:10) NOT = '* TRAILER '
                          AND JRN-DATE > WS-MARKER-DATE
                           PERFORM 620-RECORD-IMAGE
                       END-IF
               END-READ.
      *
         620-RECORD-IMAGE.
               MOVE JRN-ACCT-NO TO FW-ACCT-NO.
               READ FRC-WORK-FILE
                   INVALID KEY
                       INITIALIZE FRC-WORK-REC
                       MOVE JRN-ACCT-NO TO FW-ACCT-NO
                       MOVE 'Y'         TO FW-JRN-SW
                       MOVE JRN-DATE    TO FW-JRN-DATE
                       MOVE JRN-NEW-BAL TO FW-JRN-BAL
                       WRITE FRC-WORK-REC
                   NOT INVALID KEY
                       IF NOT FW-JRN-SEEN
                          OR JRN-DATE NOT < FW-JRN-DATE
                           MOVE 'Y'         TO FW-JRN-SW
                           MOVE JRN-DATE    TO FW-JRN-DATE
                           MOVE JRN-NEW-BAL TO FW-JRN-BAL
                           REWRITE FRC-WORK-REC
                       END-IF
               END-READ.
      *
      *    EVERY ACCOUNT EITHER SIDE KNOWS OF IS PROVED: THE
      *    REBUILT LEDGER BALANCE MUST EQUAL THE JOURNAL'S LAST
      *    AFTER-BALANCE. AN ACCOUNT REBUILT WITH NO JOURNAL IMAGE
      *    (A NIGHT WHOSE JOURNAL WAS NOT SUPPLIED) IS LISTED AS
      *    UNPROVEN BUT IS NOT AN EXCEPTION.
         700-PROVE-AGAINST-JOURNAL.
               MOVE LOW-VALUES TO FW-ACCT-NO.
               MOVE 'N'        TO WS-FW-EOF-SW.
               START FRC-WORK-FILE KEY IS NOT LESS THAN FW-ACCT-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-FW-EOF-SW
               END-START.
               PERFORM 710-PROVE-ONE-ACCOUNT
                   THRU 710-PROVE-EXIT
                   UNTIL WS-FW-EOF.
      *
         710-PROVE-ONE-ACCOUNT.
               READ FRC-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FW-EOF-SW
                       GO TO 710-PROVE-EXIT
               END-READ.
      *
               MOVE FW-ACCT-NO  TO RD-ACCT-NO.
               MOVE FW-POSTINGS TO RD-POSTINGS.
               MOVE ZEROES      TO RD-REBUILT-BAL.
               MOVE ZEROES      TO RD-JOURNAL-BAL.
               IF FW-JRN-SEEN
                   MOVE FW-JRN-BAL TO RD-JOURNAL-BAL
               END-IF.
      *
               MOVE FW-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE 'NOT ON BALFILE  ' TO RD-RESULT
                       ADD 1 TO WS-DISAGREE-COUNT
                       WRITE FRC-RPT-REC FROM RPT-DETAIL-REC
                       GO TO 710-PROVE-EXIT
               END-READ.
               MOVE BAL-AMT TO RD-REBUILT-BAL.
      *
               IF NOT FW-JRN-SEEN
                   MOVE 'UNPROVEN        ' TO RD-RESULT
                   ADD 1 TO WS-UNPROVEN-COUNT
                   WRITE FRC-RPT-REC FROM RPT-DETAIL-REC
                   GO TO 710-PROVE-EXIT
               END-IF.
      *
               IF BAL-AMT = FW-JRN-BAL
                   ADD 1 TO WS-AGREE-COUNT
               ELSE
                   MOVE '** DISAGREES    ' TO RD-RESULT
                   ADD 1 TO WS-DISAGREE-COUNT
                   WRITE FRC-RPT-REC FROM RPT-DETAIL-REC
               END-IF.
      *
         710-PROVE-EXIT.
               EXIT.
      *
         800-WRITE-TOTALS.
               MOVE 'POSTINGS APPLIED - TRANHIST  :' TO RT-LABEL.
               MOVE WS-TH-APPLIED                    TO RT-COUNT.
               WRITE FRC-RPT-REC FROM RPT-TOTAL-REC.
               MOVE 'POSTINGS APPLIED - AUDIT     :' TO RT-LABEL.
               MOVE WS-AUD-APPLIED                   TO RT-COUNT.
               WRITE FRC-RPT-REC FROM RPT-TOTAL-REC.
               MOVE 'POSTING TYPES NOT RECOVERED  :' TO RT-LABEL.
               MOVE WS-UNKNOWN-COUNT                 TO RT-COUNT.
               WRITE FRC-RPT-REC FROM RPT-TOTAL-REC.
               MOVE 'POSTINGS - NO SUCH ACCOUNT   :' TO RT-LABEL.
               MOVE WS-NO-ACCT-COUNT                 TO RT-COUNT.
               WRITE FRC-RPT-REC FROM RPT-TOTAL-REC.
               MOVE 'ACCOUNTS REBUILT             :' TO RT-LABEL.
               MOVE WS-REBUILT-COUNT                 TO RT-COUNT.
               WRITE FRC-RPT-REC FROM RPT-TOTAL-REC.
               MOVE 'ACCOUNTS AGREEING WITH JRNL  :' TO RT-LABEL.
               MOVE WS-AGREE-COUNT                   TO RT-COUNT.
               WRITE FRC-RPT-REC FROM RPT-TOTAL-REC.
               MOVE 'ACCOUNTS DISAGREEING         :' TO RT-LABEL.
               MOVE WS-DISAGREE-COUNT                TO RT-COUNT.
               WRITE FRC-RPT-REC FROM RPT-TOTAL-REC.
               MOVE 'ACCOUNTS UNPROVEN            :' TO RT-LABEL.
               MOVE WS-UNPROVEN-COUNT                TO RT-COUNT.
               WRITE FRC-RPT-REC FROM RPT-TOTAL-REC.
      *
               DISPLAY 'ACCOUNTS REBUILT              : '
                       WS-REBUILT-COUNT.
               DISPLAY 'ACCOUNTS AGREEING WITH JOURNAL: '
                       WS-AGREE-COUNT.
               DISPLAY 'ACCOUNTS DISAGREEING          : '
                       WS-DISAGREE-COUNT.
               DISPLAY 'ACCOUNTS UNPROVEN             : '
                       WS-UNPROVEN-COUNT.
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
