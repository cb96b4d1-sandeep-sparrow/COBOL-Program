      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 14-12-2020
      * Purpose: MANUAL JOURNAL ENTRY UNDER DUAL CONTROL - FINANCE
      *        : KEYS A MULTI-LINE VOUCHER ON MJINPUT (ONE 'H' HEADER
      *        : CARD, THEN ONE 'L' CARD PER BRANCH + GL CODE +
      *        : DEBIT/CREDIT + AMOUNT + NARRATIVE). A VOUCHER THAT
      *        : BALANCES, WHOSE CODES ARE ALL ON THE COAMAST CHART
      *        : AND WHOSE DATE FALLS IN AN OPEN GLCAL PERIOD IS
      *        : FILED ON MJVOUCH AND PARKED ON PENDAUTH FOR A SECOND
      *        : OPERATOR TO RELEASE THROUGH AUTHREL. RELEASED
      *        : VOUCHERS COME BACK ON RELMJNL AND ARE WRITTEN TO THE
      *        : GL FEED AS GL-TRAN-TYPE 'MANJRNL ' FOR GLPOST. A
      *        : REVERSING VOUCHER IS WRITTEN BACK OUT, SIDES SWAPPED,
      *        : AS 'MJREVRSL' ON THE FIRST DAY OF THE NEXT PERIOD.
      *        : MJREGRPT LISTS EVERY VOUCHER ON FILE WITH ITS MAKER
      *        : AND CHECKER; A REFUSED VOUCHER OR RELEASE IS LISTED
      *        : WITH ITS REASON AND ENDS THE RUN RC 4.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. MANJRNL.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    NEITHER INPUT NEED BE THERE - A NIGHT WITH NO VOUCHERS
      *    KEYED AND NONE RELEASED STILL REVERSES AND PRINTS.
           SELECT OPTIONAL JRNL-INPUT-FILE ASSIGN TO MJINPUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-INPUT-STATUS.
      *
           SELECT OPTIONAL RELEASE-FILE ASSIGN TO RELMJNL
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-REL-STATUS.
      *
      *    VOUCHER FILE - SEE COPYBOOKS/MJVOUCH.cbl.
           SELECT VOUCHER-FILE ASSIGN TO MJVOUCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJV-KEY
               FILE STATUS IS WS-VOUCH-STATUS.
      *
           SELECT PEND-FILE ASSIGN TO PENDAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PEND-STATUS.
      *
           SELECT COA-MASTER-FILE ASSIGN TO COAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT-CODE
               FILE STATUS IS WS-COA-STATUS.
      *
      *    ACCOUNTING-PERIOD CALENDAR - WITHOUT IT NO PERIOD IS
      *    CLOSED AND A REVERSAL FALLS ON THE FIRST OF NEXT MONTH.
           SELECT OPTIONAL GL-CAL-FILE ASSIGN TO GLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS WS-CAL-STATUS.
      *
           SELECT GL-FEED-FILE ASSIGN TO GLFEED
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-GL-STATUS.
      *
           SELECT REGISTER-FILE ASSIGN TO MJREGRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    ONE 'H' CARD OPENS A VOUCHER AND THE 'L' CARDS UNDER IT ARE
      *    ITS LINES, UP TO THE NEXT 'H' CARD.
       FD  JRNL-INPUT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  JRNL-INPUT-REC.
           05  MJI-REC-TYPE               PIC  X(01).
               88  MJI-HEADER                      VALUE 'H'.
               88  MJI-LINE                        VALUE 'L'.
           05  MJI-VOUCHER-NO             PIC  X(08).
           05  MJI-HEADER-DATA.
               10  MJI-VOUCHER-DATE       PIC  9(08).
               10  MJI-REVERSE-SW         PIC  X(01).
               10  MJI-OPERATOR-ID        PIC  X(08).
               10  MJI-NARRATIVE          PIC  X(30).
               10  FILLER                 PIC  X(24).
           05  MJI-LINE-DATA REDEFINES MJI-HEADER-DATA.
               10  MJI-BRANCH-ID          PIC  X(04).
               10  MJI-ACCOUNT-CODE       PIC  X(06).
               10  MJI-DR-CR              PIC  X(02).
               10  MJI-AMOUNT             PIC  9(07)V99.
               10  MJI-LINE-NARR          PIC  X(30).
               10  FILLER                 PIC  X(20).
      *
      *    THE VOUCHER IMAGE PARKED ON PENDAUTH, HANDED BACK BY
      *    AUTHREL WITH THE CHECKER AND THE RELEASE FLAG STAMPED INTO
      *    THE RESERVED LAST NINE BYTES (SEE COPYBOOKS/PENDAUTH.cbl).
       FD  RELEASE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  MJ-RELEASE-REC.
           05  MJR-VOUCHER-NO             PIC  X(08).
           05  MJR-VOUCHER-DATE           PIC  9(08).
           05  MJR-LINE-COUNT             PIC  9(03).
           05  MJR-TOTAL-DR               PIC  9(09)V99.
           05  MJR-REVERSE-SW             PIC  X(01).
           05  MJR-MAKER-ID               PIC  X(08).
           05  FILLER                     PIC  X(32).
           05  MJR-CHECKER-ID             PIC  X(08).
           05  MJR-RELEASE-FLAG           PIC  X(01).
               88  MJR-RELEASED                    VALUE 'Y'.
      *
       FD  VOUCHER-FILE
            RECORD CONTAINS 140 CHARACTERS
            RECORDING MODE IS F.
       01  MJ-VOUCHER-REC.
           02  MJV-KEY.
               03  MJV-VOUCHER-NO         PIC  X(08).
               03  MJV-LINE-NO            PIC  9(03).
      *    NAMED VOUCHER FIELDS (MJ-VOUCHER-DATA GROUP) - SEE
      *    COPYBOOKS/MJVOUCH.cbl
           COPY MJVOUCH.
      *
      *    PENDING-APPROVAL FILE SHARED BY EVERY MAINTENANCE PROGRAM
      *    UNDER DUAL CONTROL - SEE COPYBOOKS/PENDAUTH.cbl.
       FD  PEND-FILE
            RECORD CONTAINS 160 CHARACTERS
            RECORDING MODE IS F.
       01  PEND-AUTH-REC.
           02 PND-KEY.
              03 PND-PROGRAM          PIC X(08).
              03 PND-SEQ              PIC 9(06).
           COPY PENDAUTH.
      *
      *    LAYOUT MIRRORS COAMNT.CBL'S COA-MASTER-REC.
       FD  COA-MASTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  COA-MASTER-REC.
           05  COA-ACCOUNT-CODE           PIC  X(06).
           05  COA-DESCRIPTION            PIC  X(30).
           05  COA-CLASS                  PIC  X(01).
           05  COA-PARENT                 PIC  X(06).
           05  FILLER                     PIC  X(37).
      *
       FD  GL-CAL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-PERIOD-REC.
           02  GLP-PERIOD                 PIC  9(06).
      *    NAMED PERIOD FIELDS (GL-PERIOD-DATA GROUP) - SEE
      *    COPYBOOKS/GLPERD.cbl
           COPY GLPERD.
      *
      *    LAYOUT MIRRORS GLPOST.CBL'S GL-FEED-REC.
       FD  GL-FEED-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-FEED-REC.
           05  GL-SOURCE-ACCT-NO          PIC  X(10).
           05  FILLER                     PIC  X(01).
           05  GL-ACCOUNT-CODE            PIC  X(06).
           05  FILLER                     PIC  X(01).
           05  GL-DR-CR                   PIC  X(02).
           05  FILLER                     PIC  X(01).
           05  GL-POST-AMOUNT             PIC  9999999.99.
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-TYPE               PIC  X(08).
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-DATE               PIC  9(08).
           05  FILLER                     PIC  X(01).
           05  GL-TRAN-REF                PIC  X(12).
           05  GL-BRANCH-ID               PIC  X(04).
           05  FILLER                     PIC  X(14).
      *
       FD  REGISTER-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  REGISTER-REC                   PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-INPUT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-REL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-VOUCH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PEND-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-INPUT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-INPUT-EOF                         VALUE 'Y'.
       01  WS-REL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-REL-EOF                           VALUE 'Y'.
       01  WS-CAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CAL-EOF                           VALUE 'Y'.
       01  WS-SCAN-DONE-SW                PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                         VALUE 'Y'.
       01  WS-PEND-WRITTEN-SW             PIC X(01) VALUE 'N'.
           88  WS-PEND-WRITTEN                      VALUE 'Y'.
       01  WS-REVERSING-NOW-SW            PIC X(01) VALUE 'N'.
           88  WS-REVERSING-NOW                     VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-REFUSE-SW                   PIC X(01) VALUE 'N'.
           88  WS-REFUSED                           VALUE 'Y'.
       01  WS-REFUSE-REASON               PIC X(30) VALUE SPACES.
      *
      *    A LINE'S REFUSAL NAMES THE LINE.
       01  WS-LINE-REASON.
           05  FILLER                     PIC X(05) VALUE 'LINE '.
           05  WS-LR-LINE                 PIC 9(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-LR-TEXT                 PIC X(21).
      *
      *    A VOUCHER DATE IS TAKEN APART TO PROVE IT IS A DATE AT ALL.
       01  WS-CHECK-DATE                  PIC 9(08) VALUE ZEROES.
       01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY              PIC 9(04).
           05  WS-CHECK-MM                PIC 9(02).
           05  WS-CHECK-DD                PIC 9(02).
       01  WS-DATE-OK-SW                  PIC X(01) VALUE 'N'.
           88  WS-DATE-OK                           VALUE 'Y'.
      *
      *    THE VOUCHER BEING TAKEN IN - ITS HEADER CARD AND ITS LINES,
      *    HELD UNTIL THE NEXT HEADER CARD SO THE WHOLE VOUCHER IS
      *    PROVED BEFORE ANY OF IT IS FILED.
       01  WS-HDR-VOUCHER-NO              PIC X(08) VALUE SPACES.
       01  WS-HDR-VOUCHER-DATE            PIC 9(08) VALUE ZEROES.
       01  WS-HDR-REVERSE-SW              PIC X(01) VALUE SPACE.
       01  WS-HDR-OPERATOR-ID             PIC X(08) VALUE SPACES.
       01  WS-HDR-NARRATIVE               PIC X(30) VALUE SPACES.
       01  WS-LN-COUNT                    PIC 9(03) VALUE ZEROES.
       01  WS-LN-MAX                      PIC 9(03) VALUE 99.
       01  WS-LN-OVERFLOW-SW              PIC X(01) VALUE 'N'.
           88  WS-LN-OVERFLOW                       VALUE 'Y'.
       01  LN-TABLE.
           05  LN-ENTRY OCCURS 99 TIMES INDEXED BY LN-IDX.
               10  LN-BRANCH-ID           PIC X(04).
               10  LN-ACCOUNT-CODE        PIC X(06).
               10  LN-DR-CR               PIC X(02).
               10  LN-AMOUNT              PIC 9(07)V99.
               10  LN-NARRATIVE           PIC X(30).
       01  WS-LN-NO                       PIC 9(03) VALUE ZEROES.
       01  WS-TOTAL-DR                    PIC 9(09)V99 VALUE ZEROES.
       01  WS-TOTAL-CR                    PIC 9(09)V99 VALUE ZEROES.
      *
      *    THE CALENDAR, IN PERIOD ORDER - THE PERIOD AFTER A
      *    VOUCHER'S OWN IS THE NEXT ENTRY.
       01  WS-CAL-COUNT                   PIC 9(03) VALUE ZEROES.
       01  WS-CAL-MAX                     PIC 9(03) VALUE 360.
       01  CAL-TABLE.
           05  CAL-ENTRY OCCURS 360 TIMES INDEXED BY CAL-IDX.
               10  CAL-PERIOD             PIC 9(06).
               10  CAL-START-DATE         PIC 9(08).
               10  CAL-END-DATE           PIC 9(08).
               10  CAL-STATUS             PIC X(01).
       01  WS-CAL-FOUND-SW                PIC X(01) VALUE 'N'.
           88  WS-CAL-FOUND                         VALUE 'Y'.
      *
      *    THE FIRST DAY OF THE PERIOD AFTER A POSTED VOUCHER'S.
       01  WS-NEXT-START                  PIC 9(08) VALUE ZEROES.
       01  WS-NEXT-START-PARTS REDEFINES WS-NEXT-START.
           05  WS-NEXT-YYYY               PIC 9(04).
           05  WS-NEXT-MM                 PIC 9(02).
           05  WS-NEXT-DD                 PIC 9(02).
      *
      *    THE VOUCHER WHOSE LINES ARE GOING OUT ON THE GL FEED.
       01  WS-POST-VOUCHER-NO             PIC X(08) VALUE SPACES.
       01  WS-POST-TYPE                   PIC X(08) VALUE SPACES.
       01  WS-POST-DATE                   PIC 9(08) VALUE ZEROES.
       01  WS-GL-REF.
           05  WS-GR-VOUCHER-NO           PIC X(08).
           05  FILLER                     PIC X(01) VALUE '-'.
           05  WS-GR-LINE-NO              PIC 9(03).
      *
       01  WS-TAKEN-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-POSTED-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-REVERSED-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-DECLINED-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-REFUSED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-SKIPPED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-LISTED-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-GL-LINE-COUNT               PIC 9(07) VALUE ZEROES.
      *
      *    AUTHCHK INTERFACE FIELDS - THE MAKER NEEDS A MANJRNL GRANT
      *    WITH 'J' IN ITS ACTION LIST, UP TO THE VOUCHER'S TOTAL.
       01  WS-AUTH-PROGRAM                PIC X(08) VALUE 'MANJRNL '.
       01  WS-AUTH-ACTION                 PIC X(01) VALUE 'J'.
       01  WS-AUTH-AMOUNT                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-AUTH-RESULT                 PIC X(01) VALUE 'Y'.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(35) VALUE
               'MANUAL JOURNAL REGISTER -         '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(37) VALUE SPACES.
       01  RPT-RULE-REC             PIC X(80) VALUE ALL '-'.
       01  RPT-REFUSED-HEAD-REC.
           05  FILLER               PIC X(40) VALUE
               'REFUSED TONIGHT                         '.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  RPT-REFUSED-COL-REC.
           05  FILLER               PIC X(40) VALUE
               'VOUCHER  STAGE    OPERATOR REASON       '.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  RPT-REFUSED-REC.
           05  RF-VOUCHER-NO        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RF-STAGE             PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RF-OPERATOR          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RF-REASON            PIC X(30).
           05  FILLER               PIC X(23) VALUE SPACES.
       01  RPT-VOUCHER-HEAD-REC.
           05  FILLER               PIC X(40) VALUE
               'VOUCHERS ON FILE                        '.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  RPT-VOUCHER-COL-REC.
           05  FILLER               PIC X(40) VALUE
               'VOUCHER  DATED    R STATUS   MAKER    CH'.
           05  FILLER               PIC X(40) VALUE
               'ECKER     DEBIT TOTAL REVERSAL          '.
       01  RPT-VOUCHER-REC.
           05  RV-VOUCHER-NO        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RV-DATE              PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RV-REVERSE-SW        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RV-STATUS            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RV-MAKER             PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RV-CHECKER           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RV-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RV-REVERSAL          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RV-REVERSED          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(08) VALUE 'TAKEN: '.
           05  RTT-TAKEN            PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  POSTED: '.
           05  RTT-POSTED           PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  REVERSED: '.
           05  RTT-REVERSED         PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  DECLINED: '.
           05  RTT-DECLINED         PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  REFUSED: '.
           05  RTT-REFUSED          PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********MANUAL JOURNAL*************************'.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 120-LOAD-CALENDAR.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE REGISTER-REC FROM RPT-HEADER-REC.
           WRITE REGISTER-REC FROM RPT-RULE-REC.
           WRITE REGISTER-REC FROM RPT-REFUSED-HEAD-REC.
           WRITE REGISTER-REC FROM RPT-REFUSED-COL-REC.
      *
      *    NEW VOUCHERS FIRST, THEN TONIGHT'S RELEASES, THEN ONE PASS
      *    OF THE VOUCHER FILE FOR DECLINES, DUE REVERSALS AND THE
      *    REGISTER.
           PERFORM 150-READ-INPUT.
           PERFORM 200-TAKE-ONE-VOUCHER THRU 200-TAKE-EXIT
              UNTIL WS-INPUT-EOF.
      *
           PERFORM 300-POST-ONE-RELEASE
              UNTIL WS-REL-EOF.
      *
           WRITE REGISTER-REC FROM RPT-RULE-REC.
           WRITE REGISTER-REC FROM RPT-VOUCHER-HEAD-REC.
           WRITE REGISTER-REC FROM RPT-VOUCHER-COL-REC.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE LOW-VALUES TO MJV-KEY.
           PERFORM 850-START-VOUCHER.
           PERFORM 400-SCAN-ONE-RECORD
              UNTIL WS-SCAN-DONE.
      *
           MOVE WS-TAKEN-COUNT    TO RTT-TAKEN.
           MOVE WS-POSTED-COUNT   TO RTT-POSTED.
           MOVE WS-REVERSED-COUNT TO RTT-REVERSED.
           MOVE WS-DECLINED-COUNT TO RTT-DECLINED.
           MOVE WS-REFUSED-COUNT  TO RTT-REFUSED.
           WRITE REGISTER-REC FROM RPT-RULE-REC.
           WRITE REGISTER-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'VOUCHERS TAKEN      : ' WS-TAKEN-COUNT.
           DISPLAY 'VOUCHERS POSTED     : ' WS-POSTED-COUNT.
           DISPLAY 'VOUCHERS REVERSED   : ' WS-REVERSED-COUNT.
           DISPLAY 'VOUCHERS DECLINED   : ' WS-DECLINED-COUNT.
           DISPLAY 'RELEASES SKIPPED    : ' WS-SKIPPED-COUNT.
           DISPLAY 'REFUSED             : ' WS-REFUSED-COUNT.
           DISPLAY 'VOUCHERS ON FILE    : ' WS-LISTED-COUNT.
           DISPLAY 'GL FEED LINES       : ' WS-GL-LINE-COUNT.
      *
           PERFORM 700-CLOSE-FILES.
      *
           IF WS-REFUSED-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  JRNL-INPUT-FILE.
               IF WS-INPUT-STATUS NOT = '00'
                  MOVE 'Y' TO WS-INPUT-EOF-SW
               END-IF.
      *
               OPEN INPUT  RELEASE-FILE.
               IF WS-REL-STATUS NOT = '00'
                  MOVE 'Y' TO WS-REL-EOF-SW
               END-IF.
      *
               OPEN I-O    VOUCHER-FILE.
               IF WS-VOUCH-STATUS = '35'
                  OPEN OUTPUT VOUCHER-FILE
                  CLOSE VOUCHER-FILE
                  OPEN I-O VOUCHER-FILE
               END-IF.
               IF WS-VOUCH-STATUS NOT = ZEROES
                  MOVE 'Error opening file MJVOUCH'    TO WS-ERR-MSG
                  MOVE WS-VOUCH-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    PEND-FILE.
               IF WS-PEND-STATUS = '35'
                  OPEN OUTPUT PEND-FILE
                  CLOSE PEND-FILE
                  OPEN I-O PEND-FILE
               END-IF.
               IF WS-PEND-STATUS NOT = ZEROES
                  MOVE 'Error opening file PENDAUTH'   TO WS-ERR-MSG
                  MOVE WS-PEND-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  COA-MASTER-FILE.
               IF WS-COA-STATUS NOT = ZEROES
                  MOVE 'Error opening file COAMAST'    TO WS-ERR-MSG
                  MOVE WS-COA-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT GL-FEED-FILE.
               IF WS-GL-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLFEED'     TO WS-ERR-MSG
                  MOVE WS-GL-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT REGISTER-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file MJREGRPT'   TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         120-LOAD-CALENDAR.
               OPEN INPUT GL-CAL-FILE.
               IF WS-CAL-STATUS = '00'
                  PERFORM 125-LOAD-ONE-PERIOD
                     UNTIL WS-CAL-EOF
                  CLOSE GL-CAL-FILE
               END-IF.
      *
         125-LOAD-ONE-PERIOD.
               READ GL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF WS-CAL-COUNT NOT < WS-CAL-MAX
                          MOVE 'Too many GLCAL periods'  TO WS-ERR-MSG
                          MOVE 'OV'                      TO WS-ERR-CDE
                          MOVE '125-LOAD-ONE-PERIOD'     TO WS-ERR-PROC
                          PERFORM 900-ERR-HANDLING
                       END-IF
                       ADD 1 TO WS-CAL-COUNT
                       SET CAL-IDX TO WS-CAL-COUNT
                       MOVE GLP-PERIOD     TO CAL-PERIOD (CAL-IDX)
                       MOVE GLP-START-DATE TO CAL-START-DATE (CAL-IDX)
                       MOVE GLP-END-DATE   TO CAL-END-DATE (CAL-IDX)
                       MOVE GLP-STATUS     TO CAL-STATUS (CAL-IDX)
               END-READ.
      *
         150-READ-INPUT.
               READ JRNL-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF-SW
               END-READ.
      *
      *    A VOUCHER IS ITS HEADER CARD AND EVERY LINE CARD UP TO THE
      *    NEXT HEADER. A LINE CARD WITH NO HEADER ABOVE IT BELONGS TO
      *    NO VOUCHER AND IS REFUSED ON ITS OWN.
         200-TAKE-ONE-VOUCHER.
               IF NOT MJI-HEADER
                  MOVE MJI-VOUCHER-NO TO RF-VOUCHER-NO
                  MOVE SPACES         TO RF-OPERATOR
                  MOVE 'LINE WITHOUT VOUCHER HEADER'
                                      TO WS-REFUSE-REASON
                  PERFORM 290-WRITE-ENTRY-REFUSAL
                  PERFORM 150-READ-INPUT
                  GO TO 200-TAKE-EXIT
               END-IF.
      *
               MOVE MJI-VOUCHER-NO   TO WS-HDR-VOUCHER-NO.
               MOVE MJI-VOUCHER-DATE TO WS-HDR-VOUCHER-DATE.
               MOVE MJI-REVERSE-SW   TO WS-HDR-REVERSE-SW.
               MOVE MJI-OPERATOR-ID  TO WS-HDR-OPERATOR-ID.
               MOVE MJI-NARRATIVE    TO WS-HDR-NARRATIVE.
               MOVE ZEROES           TO WS-LN-COUNT.
               MOVE 'N'              TO WS-LN-OVERFLOW-SW.
               PERFORM 150-READ-INPUT.
               PERFORM 210-COLLECT-ONE-LINE
                  UNTIL WS-INPUT-EOF
                     OR MJI-HEADER.
      *
               PERFORM 220-CHECK-VOUCHER THRU 220-CHECK-EXIT.
               IF WS-REFUSED
                  MOVE WS-HDR-VOUCHER-NO  TO RF-VOUCHER-NO
                  MOVE WS-HDR-OPERATOR-ID TO RF-OPERATOR
                  PERFORM 290-WRITE-ENTRY-REFUSAL
               ELSE
                  PERFORM 230-FILE-VOUCHER
               END-IF.
      *
         200-TAKE-EXIT.
               EXIT.
      *
      *    A LINE CARD CARRYING ANOTHER VOUCHER'S NUMBER IS STILL
      *    TAKEN INTO THIS ONE - THE CHECK BELOW REFUSES THE VOUCHER.
         210-COLLECT-ONE-LINE.
               IF WS-LN-COUNT NOT < WS-LN-MAX
                  MOVE 'Y' TO WS-LN-OVERFLOW-SW
               ELSE
                  ADD 1 TO WS-LN-COUNT
                  SET LN-IDX TO WS-LN-COUNT
                  IF MJI-VOUCHER-NO NOT = WS-HDR-VOUCHER-NO
                     MOVE 'XX'            TO LN-DR-CR (LN-IDX)
                  ELSE
                     MOVE MJI-DR-CR       TO LN-DR-CR (LN-IDX)
                  END-IF
                  MOVE MJI-BRANCH-ID      TO LN-BRANCH-ID (LN-IDX)
                  MOVE MJI-ACCOUNT-CODE   TO LN-ACCOUNT-CODE (LN-IDX)
                  MOVE MJI-AMOUNT         TO LN-AMOUNT (LN-IDX)
                  MOVE MJI-LINE-NARR      TO LN-NARRATIVE (LN-IDX)
               END-IF.
               PERFORM 150-READ-INPUT.
      *
      *    EVERY TEST RUNS BEFORE ANYTHING IS FILED - A REFUSED
      *    VOUCHER LEAVES NO TRACE BUT ITS LINE ON THE REGISTER.
         220-CHECK-VOUCHER.
               MOVE 'N'    TO WS-REFUSE-SW.
               MOVE SPACES TO WS-REFUSE-REASON.
               MOVE ZEROES TO WS-TOTAL-DR.
               MOVE ZEROES TO WS-TOTAL-CR.
      *
               IF WS-HDR-VOUCHER-NO = SPACES
                  MOVE 'VOUCHER NUMBER MISSING' TO WS-REFUSE-REASON
                  GO TO 220-REFUSE
               END-IF.
               IF WS-HDR-OPERATOR-ID = SPACES
                  MOVE 'MAKER ID MISSING' TO WS-REFUSE-REASON
                  GO TO 220-REFUSE
               END-IF.
               MOVE WS-HDR-VOUCHER-DATE TO WS-CHECK-DATE.
               PERFORM 800-CHECK-DATE.
               IF NOT WS-DATE-OK
                  MOVE 'VOUCHER DATE INVALID' TO WS-REFUSE-REASON
                  GO TO 220-REFUSE
               END-IF.
               IF WS-HDR-VOUCHER-DATE > WS-TODAY-DATE
                  MOVE 'VOUCHER DATE IN THE FUTURE' TO WS-REFUSE-REASON
                  GO TO 220-REFUSE
               END-IF.
               PERFORM 820-FIND-PERIOD.
               IF WS-CAL-FOUND
                  AND CAL-STATUS (CAL-IDX) = 'C'
                  MOVE 'VOUCHER DATE IN CLOSED PERIOD'
                                             TO WS-REFUSE-REASON
                  GO TO 220-REFUSE
               END-IF.
               IF WS-HDR-REVERSE-SW NOT = 'Y'
                  AND WS-HDR-REVERSE-SW NOT = 'N'
                  AND WS-HDR-REVERSE-SW NOT = SPACE
                  MOVE 'REVERSING FLAG NOT Y OR N' TO WS-REFUSE-REASON
                  GO TO 220-REFUSE
               END-IF.
               IF WS-LN-OVERFLOW
                  MOVE 'TOO MANY LINES ON VOUCHER' TO WS-REFUSE-REASON
                  GO TO 220-REFUSE
               END-IF.
               IF WS-LN-COUNT < 2
                  MOVE 'VOUCHER NEEDS TWO LINES' TO WS-REFUSE-REASON
                  GO TO 220-REFUSE
               END-IF.
      *
               PERFORM 225-CHECK-ONE-LINE
                  VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LN-COUNT
                     OR WS-REFUSE-REASON NOT = SPACES.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 220-REFUSE
               END-IF.
               IF WS-TOTAL-DR NOT = WS-TOTAL-CR
                  MOVE 'VOUCHER DOES NOT BALANCE' TO WS-REFUSE-REASON
                  GO TO 220-REFUSE
               END-IF.
      *
               MOVE WS-TOTAL-DR TO WS-AUTH-AMOUNT.
               CALL 'AUTHCHK' USING WS-HDR-OPERATOR-ID WS-AUTH-PROGRAM
                                    WS-AUTH-ACTION WS-AUTH-AMOUNT
                                    WS-AUTH-RESULT.
               IF WS-AUTH-RESULT = 'N'
                  MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REFUSE-REASON
                  GO TO 220-REFUSE
               END-IF.
      *
               MOVE WS-HDR-VOUCHER-NO TO MJV-VOUCHER-NO.
               MOVE ZEROES            TO MJV-LINE-NO.
               READ VOUCHER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'VOUCHER NUMBER ALREADY USED'
                                             TO WS-REFUSE-REASON
               END-READ.
               IF WS-REFUSE-REASON = SPACES
                  GO TO 220-CHECK-EXIT
               END-IF.
      *
         220-REFUSE.
               MOVE 'Y' TO WS-REFUSE-SW.
      *
         220-CHECK-EXIT.
               EXIT.
      *
      *    A LINE MUST BE A DEBIT OR A CREDIT OF A REAL AMOUNT TO A
      *    CODE ON THE CHART. THE BRANCH MAY BE BLANK FOR HEAD OFFICE.
         225-CHECK-ONE-LINE.
               SET WS-LN-NO TO LN-IDX.
               MOVE WS-LN-NO TO WS-LR-LINE.
               MOVE SPACES   TO WS-LR-TEXT.
               EVALUATE TRUE
                  WHEN LN-DR-CR (LN-IDX) = 'XX'
                     MOVE 'WRONG VOUCHER NUMBER' TO WS-LR-TEXT
                  WHEN LN-DR-CR (LN-IDX) NOT = 'DR'
                   AND LN-DR-CR (LN-IDX) NOT = 'CR'
                     MOVE 'NOT DR OR CR'         TO WS-LR-TEXT
                  WHEN LN-AMOUNT (LN-IDX) NOT NUMERIC
                     MOVE 'AMOUNT NOT NUMERIC'   TO WS-LR-TEXT
                  WHEN LN-AMOUNT (LN-IDX) = ZEROES
                     MOVE 'AMOUNT IS ZERO'       TO WS-LR-TEXT
                  WHEN OTHER
                     MOVE LN-ACCOUNT-CODE (LN-IDX) TO COA-ACCOUNT-CODE
                     READ COA-MASTER-FILE
                         INVALID KEY
                             MOVE 'GL CODE NOT IN CHART'
                                                 TO WS-LR-TEXT
                     END-READ
               END-EVALUATE.
               IF WS-LR-TEXT NOT = SPACES
                  MOVE WS-LINE-REASON TO WS-REFUSE-REASON
               ELSE
                  IF LN-DR-CR (LN-IDX) = 'DR'
                     ADD LN-AMOUNT (LN-IDX) TO WS-TOTAL-DR
                  ELSE
                     ADD LN-AMOUNT (LN-IDX) TO WS-TOTAL-CR
                  END-IF
               END-IF.
      *
      *    HEADER (LINE 000) AND LINES GO ON THE VOUCHER FILE, AND THE
      *    VOUCHER IMAGE IS PARKED ON PENDAUTH UNDER THE NEXT FREE
      *    SEQUENCE FOR 'MANJRNL '.
         230-FILE-VOUCHER.
               INITIALIZE PEND-AUTH-REC.
               MOVE WS-AUTH-PROGRAM    TO PND-PROGRAM.
               MOVE 1                  TO PND-SEQ.
               MOVE 'P'                TO PND-STATUS.
               MOVE WS-HDR-OPERATOR-ID TO PND-MAKER-ID.
               MOVE WS-TODAY-DATE      TO PND-MAKER-DATE.
               MOVE SPACES             TO MJ-RELEASE-REC.
               MOVE WS-HDR-VOUCHER-NO  TO MJR-VOUCHER-NO.
               MOVE WS-HDR-VOUCHER-DATE TO MJR-VOUCHER-DATE.
               MOVE WS-LN-COUNT        TO MJR-LINE-COUNT.
               MOVE WS-TOTAL-DR        TO MJR-TOTAL-DR.
               MOVE WS-HDR-REVERSE-SW  TO MJR-REVERSE-SW.
               MOVE WS-HDR-OPERATOR-ID TO MJR-MAKER-ID.
               MOVE MJ-RELEASE-REC     TO PND-TRAN-IMAGE.
               MOVE 'N' TO WS-PEND-WRITTEN-SW.
               PERFORM 235-WRITE-PENDING
                  UNTIL WS-PEND-WRITTEN.
      *
               INITIALIZE MJ-VOUCHER-REC.
               MOVE WS-HDR-VOUCHER-NO   TO MJV-VOUCHER-NO.
               MOVE ZEROES              TO MJV-LINE-NO.
               MOVE WS-HDR-VOUCHER-DATE TO MJH-VOUCHER-DATE.
               IF WS-HDR-REVERSE-SW = 'Y'
                  MOVE 'Y' TO MJH-REVERSE-SW
               ELSE
                  MOVE 'N' TO MJH-REVERSE-SW
               END-IF.
               MOVE 'P'                 TO MJH-STATUS.
               MOVE WS-LN-COUNT         TO MJH-LINE-COUNT.
               MOVE WS-TOTAL-DR         TO MJH-TOTAL-DR.
               MOVE WS-HDR-OPERATOR-ID  TO MJH-MAKER-ID.
               MOVE WS-TODAY-DATE       TO MJH-MAKER-DATE.
               MOVE SPACES              TO MJH-CHECKER-ID.
               MOVE ZEROES              TO MJH-CHECKER-DATE.
               MOVE PND-SEQ             TO MJH-PEND-SEQ.
               MOVE ZEROES              TO MJH-POSTED-DATE.
               MOVE ZEROES              TO MJH-REVERSAL-DATE.
               MOVE 'N'                 TO MJH-REVERSED-SW.
               MOVE ZEROES              TO MJH-REVERSED-DATE.
               MOVE WS-HDR-NARRATIVE    TO MJH-NARRATIVE.
               PERFORM 240-WRITE-VOUCHER.
               PERFORM 238-FILE-ONE-LINE
                  VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LN-COUNT.
               ADD 1 TO WS-TAKEN-COUNT.
               DISPLAY 'MANJRNL: VOUCHER ' WS-HDR-VOUCHER-NO
                       ' PARKED AS PENDAUTH ' PND-PROGRAM PND-SEQ.
      *
         235-WRITE-PENDING.
               WRITE PEND-AUTH-REC
                   INVALID KEY
                       ADD 1 TO PND-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PEND-WRITTEN-SW
               END-WRITE.
               IF NOT WS-PEND-WRITTEN AND PND-SEQ = ZEROES
                  MOVE 'Pending-approval file PENDAUTH full'
                                                       TO WS-ERR-MSG
                  MOVE WS-PEND-STATUS                  TO WS-ERR-CDE
                  MOVE '235-WRITE-PENDING'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         238-FILE-ONE-LINE.
               INITIALIZE MJ-VOUCHER-REC.
               MOVE WS-HDR-VOUCHER-NO        TO MJV-VOUCHER-NO.
               SET MJV-LINE-NO               TO LN-IDX.
               MOVE LN-BRANCH-ID (LN-IDX)    TO MJL-BRANCH-ID.
               MOVE LN-ACCOUNT-CODE (LN-IDX) TO MJL-ACCOUNT-CODE.
               MOVE LN-DR-CR (LN-IDX)        TO MJL-DR-CR.
               MOVE LN-AMOUNT (LN-IDX)       TO MJL-AMOUNT.
               MOVE LN-NARRATIVE (LN-IDX)    TO MJL-NARRATIVE.
               PERFORM 240-WRITE-VOUCHER.
      *
         240-WRITE-VOUCHER.
               WRITE MJ-VOUCHER-REC.
               IF WS-VOUCH-STATUS NOT = ZEROES
                  MOVE 'Error writting file MJVOUCH'   TO WS-ERR-MSG
                  MOVE WS-VOUCH-STATUS                 TO WS-ERR-CDE
                  MOVE '240-WRITE-VOUCHER'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         290-WRITE-ENTRY-REFUSAL.
               MOVE 'ENTRY'          TO RF-STAGE.
               MOVE WS-REFUSE-REASON TO RF-REASON.
               WRITE REGISTER-REC FROM RPT-REFUSED-REC.
               ADD 1 TO WS-REFUSED-COUNT.
      *
         300-POST-ONE-RELEASE.
               READ RELEASE-FILE
                   AT END
                       MOVE 'Y' TO WS-REL-EOF-SW
                   NOT AT END
                       PERFORM 310-POST-RELEASE
                           THRU 310-POST-EXIT
               END-READ.
      *
      *    ONLY AN IMAGE AUTHREL STAMPED, FOR A VOUCHER STILL WAITING,
      *    RELEASED BY SOMEONE OTHER THAN ITS MAKER, REACHES THE GL. A
      *    RELEASE FEED READ A SECOND TIME FINDS ITS VOUCHERS ALREADY
      *    POSTED AND PASSES THEM BY.
         310-POST-RELEASE.
               MOVE SPACES TO WS-REFUSE-REASON.
               MOVE MJR-VOUCHER-NO TO MJV-VOUCHER-NO.
               MOVE ZEROES         TO MJV-LINE-NO.
               READ VOUCHER-FILE
                   INVALID KEY
                       MOVE 'VOUCHER NOT ON FILE' TO WS-REFUSE-REASON
               END-READ.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 310-REFUSE
               END-IF.
               IF MJH-POSTED
                  DISPLAY 'MANJRNL: VOUCHER ' MJR-VOUCHER-NO
                          ' ALREADY POSTED - RELEASE PASSED BY'
                  ADD 1 TO WS-SKIPPED-COUNT
                  GO TO 310-POST-EXIT
               END-IF.
               IF NOT MJH-PENDING
                  MOVE 'VOUCHER NOT AWAITING RELEASE'
                                             TO WS-REFUSE-REASON
                  GO TO 310-REFUSE
               END-IF.
               IF NOT MJR-RELEASED
                  OR MJR-CHECKER-ID = SPACES
                  OR MJR-CHECKER-ID = MJH-MAKER-ID
                  MOVE 'RELEASE CHECKER INVALID' TO WS-REFUSE-REASON
                  GO TO 310-REFUSE
               END-IF.
      *
               MOVE MJR-VOUCHER-NO    TO WS-POST-VOUCHER-NO.
               MOVE 'MANJRNL '        TO WS-POST-TYPE.
               MOVE MJH-VOUCHER-DATE  TO WS-POST-DATE.
               MOVE MJH-VOUCHER-DATE  TO WS-HDR-VOUCHER-DATE.
               MOVE 'N' TO WS-SCAN-DONE-SW.
               MOVE MJR-VOUCHER-NO    TO MJV-VOUCHER-NO.
               MOVE 1                 TO MJV-LINE-NO.
               PERFORM 850-START-VOUCHER.
               PERFORM 320-POST-ONE-LINE
                  UNTIL WS-SCAN-DONE.
      *
               MOVE MJR-VOUCHER-NO TO MJV-VOUCHER-NO.
               MOVE ZEROES         TO MJV-LINE-NO.
               READ VOUCHER-FILE.
               MOVE 'A'            TO MJH-STATUS.
               MOVE MJR-CHECKER-ID TO MJH-CHECKER-ID.
               MOVE WS-TODAY-DATE  TO MJH-CHECKER-DATE.
               MOVE WS-TODAY-DATE  TO MJH-POSTED-DATE.
               IF MJH-REVERSING
                  PERFORM 830-NEXT-PERIOD-START
                  MOVE WS-NEXT-START TO MJH-REVERSAL-DATE
               END-IF.
               PERFORM 440-REWRITE-VOUCHER.
               ADD 1 TO WS-POSTED-COUNT.
               GO TO 310-POST-EXIT.
      *
         310-REFUSE.
               MOVE MJR-VOUCHER-NO   TO RF-VOUCHER-NO.
               MOVE 'RELEASE'        TO RF-STAGE.
               MOVE MJR-CHECKER-ID   TO RF-OPERATOR.
               MOVE WS-REFUSE-REASON TO RF-REASON.
               WRITE REGISTER-REC FROM RPT-REFUSED-REC.
               ADD 1 TO WS-REFUSED-COUNT.
      *
         310-POST-EXIT.
               EXIT.
      *
         320-POST-ONE-LINE.
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   NOT AT END
                       IF MJV-VOUCHER-NO NOT = WS-POST-VOUCHER-NO
                           MOVE 'Y' TO WS-SCAN-DONE-SW
                       ELSE
                           PERFORM 350-WRITE-GL-LINE
                       END-IF
               END-READ.
      *
      *    ONE GL FEED RECORD PER VOUCHER LINE - THE VOUCHER NUMBER
      *    STANDS IN FOR THE SOURCE ACCOUNT AND THE REFERENCE IS
      *    VOUCHER-LINE, SO EVERY GLMAST MOVEMENT TRACES TO ITS LINE.
         350-WRITE-GL-LINE.
               MOVE SPACES              TO GL-FEED-REC.
               MOVE MJL-DR-CR           TO GL-DR-CR.
               MOVE MJV-VOUCHER-NO      TO GL-SOURCE-ACCT-NO.
               MOVE MJL-ACCOUNT-CODE    TO GL-ACCOUNT-CODE.
               MOVE MJL-AMOUNT          TO GL-POST-AMOUNT.
               MOVE WS-POST-TYPE        TO GL-TRAN-TYPE.
               MOVE WS-POST-DATE        TO GL-TRAN-DATE.
               MOVE MJV-VOUCHER-NO      TO WS-GR-VOUCHER-NO.
               MOVE MJV-LINE-NO         TO WS-GR-LINE-NO.
               MOVE WS-GL-REF           TO GL-TRAN-REF.
               MOVE MJL-BRANCH-ID       TO GL-BRANCH-ID.
               WRITE GL-FEED-REC.
               IF WS-GL-STATUS NOT = ZEROES
                  MOVE 'Error writting file GLFEED'    TO WS-ERR-MSG
                  MOVE WS-GL-STATUS                    TO WS-ERR-CDE
                  MOVE '350-WRITE-GL-LINE'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-GL-LINE-COUNT.
      *
      *    ONE PASS OF THE WHOLE VOUCHER FILE. EACH HEADER IS BROUGHT
      *    UP TO DATE AND LISTED; WHEN A HEADER'S REVERSAL FALLS DUE
      *    THE LINES THAT FOLLOW IT GO OUT AGAIN, SIDES SWAPPED.
         400-SCAN-ONE-RECORD.
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   NOT AT END
                       IF MJV-LINE-NO = ZEROES
                           PERFORM 410-CHECK-ONE-HEADER
                       ELSE
                           IF WS-REVERSING-NOW
                               PERFORM 430-REVERSE-ONE-LINE
                           END-IF
                       END-IF
               END-READ.
      *
         410-CHECK-ONE-HEADER.
               MOVE 'N' TO WS-REVERSING-NOW-SW.
               IF MJH-PENDING
                  PERFORM 420-CHECK-DECLINE
               END-IF.
               IF MJH-POSTED
                  AND MJH-REVERSING
                  AND NOT MJH-REVERSED
                  AND MJH-REVERSAL-DATE NOT > WS-TODAY-DATE
                  MOVE 'Y'               TO WS-REVERSING-NOW-SW
                  MOVE MJV-VOUCHER-NO    TO WS-POST-VOUCHER-NO
                  MOVE 'MJREVRSL'        TO WS-POST-TYPE
                  MOVE MJH-REVERSAL-DATE TO WS-POST-DATE
                  MOVE 'Y'               TO MJH-REVERSED-SW
                  MOVE WS-TODAY-DATE     TO MJH-REVERSED-DATE
                  PERFORM 440-REWRITE-VOUCHER
                  ADD 1 TO WS-REVERSED-COUNT
               END-IF.
               PERFORM 450-WRITE-VOUCHER-LINE.
      *
      *    A VOUCHER THE CHECKER DECLINED THROUGH AUTHREL IS MARKED SO
      *    ON PENDAUTH ONLY - IT IS CARRIED ACROSS HERE SO THE
      *    REGISTER NAMES THE DECLINING CHECKER.
         420-CHECK-DECLINE.
               MOVE WS-AUTH-PROGRAM TO PND-PROGRAM.
               MOVE MJH-PEND-SEQ    TO PND-SEQ.
               READ PEND-FILE
                   INVALID KEY
                       MOVE 'P' TO PND-STATUS
               END-READ.
               IF PND-REJECTED
                  MOVE 'R'              TO MJH-STATUS
                  MOVE PND-CHECKER-ID   TO MJH-CHECKER-ID
                  MOVE PND-CHECKER-DATE TO MJH-CHECKER-DATE
                  PERFORM 440-REWRITE-VOUCHER
                  ADD 1 TO WS-DECLINED-COUNT
               END-IF.
      *
         430-REVERSE-ONE-LINE.
               IF MJL-DR-CR = 'DR'
                  MOVE 'CR' TO MJL-DR-CR
               ELSE
                  MOVE 'DR' TO MJL-DR-CR
               END-IF.
               PERFORM 350-WRITE-GL-LINE.
      *
         440-REWRITE-VOUCHER.
               REWRITE MJ-VOUCHER-REC.
               IF WS-VOUCH-STATUS NOT = ZEROES
                  MOVE 'Error rewriting file MJVOUCH'  TO WS-ERR-MSG
                  MOVE WS-VOUCH-STATUS                 TO WS-ERR-CDE
                  MOVE '440-REWRITE-VOUCHER'           TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         450-WRITE-VOUCHER-LINE.
               MOVE MJV-VOUCHER-NO   TO RV-VOUCHER-NO.
               MOVE MJH-VOUCHER-DATE TO RV-DATE.
               MOVE MJH-REVERSE-SW   TO RV-REVERSE-SW.
               EVALUATE TRUE
                  WHEN MJH-PENDING
                     MOVE 'PENDING'  TO RV-STATUS
                  WHEN MJH-POSTED
                     MOVE 'POSTED'   TO RV-STATUS
                  WHEN MJH-DECLINED
                     MOVE 'DECLINED' TO RV-STATUS
                  WHEN OTHER
                     MOVE MJH-STATUS TO RV-STATUS
               END-EVALUATE.
               MOVE MJH-MAKER-ID     TO RV-MAKER.
               MOVE MJH-CHECKER-ID   TO RV-CHECKER.
               MOVE MJH-TOTAL-DR     TO RV-TOTAL.
               MOVE SPACES           TO RV-REVERSAL.
               MOVE SPACES           TO RV-REVERSED.
               IF MJH-REVERSAL-DATE NOT = ZEROES
                  MOVE MJH-REVERSAL-DATE TO RV-REVERSAL
               END-IF.
               IF MJH-REVERSED
                  MOVE 'REVERSED'        TO RV-REVERSED
               END-IF.
               WRITE REGISTER-REC FROM RPT-VOUCHER-REC.
               ADD 1 TO WS-LISTED-COUNT.
      *
         700-CLOSE-FILES.
               CLOSE JRNL-INPUT-FILE.
               CLOSE RELEASE-FILE.
               CLOSE VOUCHER-FILE.
               CLOSE PEND-FILE.
               CLOSE COA-MASTER-FILE.
               CLOSE GL-FEED-FILE.
               CLOSE REGISTER-FILE.
      *
      *    WS-CHECK-DATE IS A PLAUSIBLE CALENDAR DATE.
         800-CHECK-DATE.
               MOVE 'N' TO WS-DATE-OK-SW.
               IF WS-CHECK-DATE-PARTS NUMERIC
                  AND WS-CHECK-YYYY > 1900
                  AND WS-CHECK-MM > 00 AND WS-CHECK-MM < 13
                  AND WS-CHECK-DD > 00 AND WS-CHECK-DD < 32
                  MOVE 'Y' TO WS-DATE-OK-SW
               END-IF.
      *
      *    THE CALENDAR PERIOD WS-HDR-VOUCHER-DATE FALLS IN, LEFT AT
      *    CAL-IDX.
         820-FIND-PERIOD.
               MOVE 'N' TO WS-CAL-FOUND-SW.
               SET CAL-IDX TO 1.
               SEARCH CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN CAL-IDX > WS-CAL-COUNT
                       CONTINUE
                   WHEN WS-HDR-VOUCHER-DATE
                            NOT < CAL-START-DATE (CAL-IDX)
                    AND WS-HDR-VOUCHER-DATE
                            NOT > CAL-END-DATE (CAL-IDX)
                       MOVE 'Y' TO WS-CAL-FOUND-SW
               END-SEARCH.
      *
      *    A REVERSING VOUCHER TURNS ROUND ON THE FIRST DAY OF THE
      *    PERIOD AFTER ITS OWN. WITH THAT PERIOD NOT YET ON THE
      *    CALENDAR, THE FIRST OF THE FOLLOWING MONTH STANDS IN.
         830-NEXT-PERIOD-START.
               PERFORM 820-FIND-PERIOD.
               IF WS-CAL-FOUND
                  AND CAL-IDX < WS-CAL-COUNT
                  SET CAL-IDX UP BY 1
                  MOVE CAL-START-DATE (CAL-IDX) TO WS-NEXT-START
               ELSE
                  MOVE WS-HDR-VOUCHER-DATE TO WS-NEXT-START
                  MOVE 01 TO WS-NEXT-DD
                  IF WS-NEXT-MM = 12
                     MOVE 01 TO WS-NEXT-MM
                     ADD 1 TO WS-NEXT-YYYY
                  ELSE
                     ADD 1 TO WS-NEXT-MM
                  END-IF
               END-IF.
      *
         850-START-VOUCHER.
               START VOUCHER-FILE KEY IS NOT LESS THAN MJV-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE-SW
               END-START.
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
