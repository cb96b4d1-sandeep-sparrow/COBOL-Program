      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 23-11-2020
      * Purpose: SANCTIONS AND WATCH-LIST SCREENING - LOADS THE
      *        : PUBLISHED SANCTIONS/PEP LIST (SANLIST, PROVED AGAINST
      *        : ITS CONTROL TRAILER) AND FUZZY-MATCHES IT AGAINST
      *        : CUSKS080 CUSTOMER NAMES AND ADDRESSES, BENEFMST
      *        : OUTGOING-PAYMENT PAYEES AND THE BENEFICIARY NAMES ON
      *        : A BULKCRD EMPLOYER FILE. THE SCREENING REGISTER
      *        : (SCRNREG) HOLDS WHAT EACH CUSTOMER AND PAYEE LOOKED
      *        : LIKE WHEN LAST SCREENED AND AGAINST WHICH LIST
      *        : VERSION, SO THE NIGHTLY RUN ONLY SCREENS NEW AND
      *        : CHANGED RECORDS - AND SCREENS EVERYTHING AGAIN THE
      *        : NIGHT A NEW LIST VERSION ARRIVES. EVERY POTENTIAL HIT
      *        : IS KEPT ON SANHITS WITH ITS MATCH SCORE AND THE OPEN
      *        : ONES PRINT AS THE COMPLIANCE WORKLIST; CONFIRMING A
      *        : HIT (AND SO BLOCKING THE ACCOUNTS) IS COMPLIANCE'S
      *        : DECISION, APPLIED BY SANDECD.
      *        : THE CUSTOMER, PAYEE AND BULK FILES ARE EACH SCREENED
      *        : ONLY WHEN ALLOCATED - THE BULK-CREDIT INTAKE SCREENS
      *        : AN EMPLOYER FILE BY ALLOCATING IT HERE.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. SANSCRN.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    THE PUBLISHED LIST AS COMPLIANCE RECEIVED IT - SANHDR
      *    CARRIES THE LIST VERSION, SANTRL THE ENTRY COUNT.
           SELECT SAN-LIST-FILE ASSIGN TO SANLIST
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-LIST-STATUS.
      *
           SELECT OPTIONAL CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT OPTIONAL BENEF-MASTER-FILE ASSIGN TO BENEFMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BEN-KEY
               FILE STATUS IS WS-BEN-STATUS.
      *
           SELECT OPTIONAL BULK-IN-FILE ASSIGN TO BULKIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-BULK-STATUS.
      *
      *    ONE RECORD PER CUSTOMER/PAYEE SCREENED - WHAT WAS
      *    SCREENED AND AGAINST WHICH LIST VERSION.
           SELECT SCRN-REG-FILE ASSIGN TO SCRNREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-REG-STATUS.
      *
           SELECT SAN-HIT-FILE ASSIGN TO SANHITS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HIT-STATUS.
      *
           SELECT SAN-WORK-FILE ASSIGN TO SANWORK
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-WORK-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    SL-NAME IS THE LISTED PERSON OR ORGANISATION AS PUBLISHED,
      *    IN ANY WORD ORDER. SL-ADDR/SL-CITY ARE THE LAST KNOWN
      *    ADDRESS WHERE THE LIST GIVES ONE, SPACES OTHERWISE.
      *    SL-LIST-TYPE 'S' SANCTIONS, 'P' POLITICALLY EXPOSED.
       FD  SAN-LIST-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  SAN-LIST-REC.
           05  SL-REC-TYPE                PIC  X(06).
               88  SL-HEADER                       VALUE 'SANHDR'.
               88  SL-TRAILER                      VALUE 'SANTRL'.
           05  SL-ENTRY-ID                PIC  X(10).
           05  SL-LIST-TYPE               PIC  X(01).
           05  SL-NAME                    PIC  X(40).
           05  SL-ADDR                    PIC  X(20).
           05  SL-CITY                    PIC  X(12).
           05  FILLER                     PIC  X(11).
       01  SAN-LIST-HDR REDEFINES SAN-LIST-REC.
           05  FILLER                     PIC  X(06).
           05  SL-HDR-VERSION             PIC  X(08).
           05  SL-HDR-PUB-DATE            PIC  9(08).
           05  FILLER                     PIC  X(78).
       01  SAN-LIST-TRL REDEFINES SAN-LIST-REC.
           05  FILLER                     PIC  X(06).
           05  SL-TRL-COUNT               PIC  9(07).
           05  FILLER                     PIC  X(87).
      *
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05  CUSKS080-KEY               PIC  X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
       FD  BENEF-MASTER-FILE
            RECORD CONTAINS 100 CHARACTERS
            RECORDING MODE IS F.
       01  BENEF-MASTER-REC.
           02  BEN-KEY.
               03  BEN-ACCT-NO      PIC X(10).
               03  BEN-ID           PIC X(04).
      *    NAMED BENEFICIARY FIELDS (BEN-DATA GROUP) - SEE
      *    COPYBOOKS/BENREC.cbl
           COPY BENREC.
      *
      *    LAYOUT MIRRORS BULKCRD.CBL'S BULK-IN-REC.
       FD  BULK-IN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BULK-IN-REC.
           05  BK-REC-TYPE                PIC  X(06).
               88  BK-HEADER                       VALUE 'ORGHDR'.
               88  BK-TRAILER                      VALUE 'ORGTRL'.
           05  BK-BENEF-ACCT-NO           PIC  X(10).
           05  BK-AMOUNT                  PIC  9(07)V99.
           05  BK-BENEF-NAME              PIC  X(20).
           05  BK-ITEM-SEQ                PIC  9(05).
           05  FILLER                     PIC  X(30).
       01  BULK-IN-HDR REDEFINES BULK-IN-REC.
           05  FILLER                     PIC  X(06).
           05  BK-ORIG-ACCT-NO            PIC  X(10).
           05  BK-EMPLOYER-REF            PIC  X(06).
           05  BK-PAY-DATE                PIC  9(08).
           05  FILLER                     PIC  X(50).
      *
      *    SR-SOURCE 'C' CUSTOMER (SR-REF = CUSTOMER KEY), 'P' PAYEE
      *    (SR-REF = BENEFMST KEY). SR-SNAPSHOT IS THE NAME, ADDRESS
      *    AND CITY EXACTLY AS LAST SCREENED.
       FD  SCRN-REG-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  SCRN-REG-REC.
           05  SR-KEY.
               10  SR-SOURCE              PIC  X(01).
               10  SR-REF                 PIC  X(16).
           05  SR-SNAPSHOT                PIC  X(72).
           05  SR-LIST-VERSION            PIC  X(08).
           05  SR-SCREEN-DATE             PIC  9(08).
           05  SR-HIT-COUNT               PIC  9(03).
           05  FILLER                     PIC  X(12).
      *
       FD  SAN-HIT-FILE
            RECORD CONTAINS 160 CHARACTERS
            RECORDING MODE IS F.
       01  SAN-HIT-REC.
           02  SH-KEY.
               03  SH-SOURCE        PIC X(01).
               03  SH-REF           PIC X(16).
               03  SH-ENTRY-ID      PIC X(10).
      *    NAMED HIT FIELDS (SAN-HIT-DATA GROUP) - SEE
      *    COPYBOOKS/SANHITS.cbl
           COPY SANHITS.
      *
       FD  SAN-WORK-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  SAN-WORK-REC                   PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-LIST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BEN-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-BULK-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-REG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HIT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-WORK-STATUS                 PIC X(02) VALUE SPACES.
      *
       01  WS-LIST-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-LIST-EOF                          VALUE 'Y'.
       01  WS-CUS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CUS-EOF                           VALUE 'Y'.
       01  WS-BEN-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-BEN-EOF                           VALUE 'Y'.
       01  WS-BULK-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-BULK-EOF                          VALUE 'Y'.
       01  WS-HIT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-HIT-EOF                           VALUE 'Y'.
       01  WS-CUST-PRESENT-SW             PIC X(01) VALUE 'N'.
           88  WS-CUST-PRESENT                      VALUE 'Y'.
       01  WS-BEN-PRESENT-SW              PIC X(01) VALUE 'N'.
           88  WS-BEN-PRESENT                       VALUE 'Y'.
       01  WS-BULK-PRESENT-SW             PIC X(01) VALUE 'N'.
           88  WS-BULK-PRESENT                      VALUE 'Y'.
       01  WS-REG-FOUND-SW                PIC X(01) VALUE 'N'.
           88  WS-REG-FOUND                         VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
      *    LIST CONTROL - THE VERSION EVERY RECORD IS SCREENED
      *    AGAINST, AND THE TRAILER PROOF.
       01  WS-LIST-VERSION                PIC X(08) VALUE SPACES.
       01  WS-LIST-HDR-SW                 PIC X(01) VALUE 'N'.
           88  WS-LIST-HDR-SEEN                     VALUE 'Y'.
       01  WS-LIST-TRL-SW                 PIC X(01) VALUE 'N'.
           88  WS-LIST-TRL-SEEN                     VALUE 'Y'.
       01  WS-LIST-DECL-COUNT             PIC 9(07) VALUE ZEROES.
      *
      *    RUN CONTROL TOTALS
       01  WS-SCREENED-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-UNCHANGED-COUNT             PIC 9(07) VALUE ZEROES.
       01  WS-NEW-HIT-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-REOPEN-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-OPEN-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-CAND-HITS                   PIC 9(03) VALUE ZEROES.
      *
      *    THE PUBLISHED LIST IN STORAGE, EACH NAME ALREADY BROKEN
      *    INTO ITS WORDS. OVERFLOW IS A HARD ERROR - A LIST SCREENED
      *    IN PART IS WORSE THAN ONE NOT SCREENED AT ALL.
       01  WS-LIST-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-LIST-MAX                    PIC 9(05) VALUE 5000.
       01  SAN-LIST-TABLE.
           05  SLT-ENTRY OCCURS 5000 TIMES INDEXED BY SLT-IDX.
               10  SLT-ENTRY-ID           PIC X(10).
               10  SLT-LIST-TYPE          PIC X(01).
               10  SLT-NAME               PIC X(40).
               10  SLT-ADDR               PIC X(20).
               10  SLT-CITY               PIC X(12).
               10  SLT-WORDS.
                   15  SLT-WORD-COUNT     PIC 9(01).
                   15  SLT-WORD OCCURS 6 TIMES.
                       20  SLT-WORD-TEXT  PIC X(15).
                       20  SLT-WORD-LEN   PIC 9(02).
      *
      *    THE RECORD BEING SCREENED.
       01  WS-CAND-SOURCE                 PIC X(01) VALUE SPACE.
       01  WS-CAND-REF                    PIC X(16) VALUE SPACES.
       01  WS-CAND-ACCT-NO                PIC X(10) VALUE SPACES.
       01  WS-CAND-SNAPSHOT.
           05  WS-CAND-NAME               PIC X(40) VALUE SPACES.
           05  WS-CAND-ADDR               PIC X(20) VALUE SPACES.
           05  WS-CAND-CITY               PIC X(12) VALUE SPACES.
       01  WS-CAND-WORDS.
           05  CW-COUNT                   PIC 9(01).
           05  CW-WORD OCCURS 6 TIMES.
               10  CW-TEXT                PIC X(15).
               10  CW-LEN                 PIC 9(02).
      *
      *    NAME SPLITTING - PUNCTUATION BLANKED, UPPER-CASED, BROKEN
      *    AT SPACES; SINGLE LETTERS AND TITLES ARE DROPPED SO AN
      *    INITIAL OR A 'MR' NEVER COUNTS TOWARDS A MATCH.
       01  WS-SPLIT-NAME                  PIC X(40) VALUE SPACES.
       01  WS-RAW-WORDS.
           05  WS-RAW-WORD OCCURS 6 TIMES PIC X(15).
       01  WS-RAW-IDX                     PIC 9(02) VALUE ZEROES.
       01  WS-NOISE-WORD                  PIC X(15) VALUE SPACES.
           88  WS-IS-NOISE-WORD                VALUE 'MR' 'MRS' 'MS'
                                                     'DR' 'THE' 'AND'.
       01  WS-WORD-LEN                    PIC 9(02) VALUE ZEROES.
       01  WS-SPLIT-WORDS.
           05  WS-SPLIT-COUNT             PIC 9(01).
           05  WS-SPLIT-WORD OCCURS 6 TIMES.
               10  WS-SPLIT-TEXT          PIC X(15).
               10  WS-SPLIT-LEN           PIC 9(02).
      *
      *    SCORING - EVERY WORD OF THE LISTED NAME LOOKS FOR ITS BEST
      *    PARTNER IN THE SCREENED NAME, IN ANY ORDER: 2 CREDITS FOR
      *    THE SAME WORD, 1 FOR A NEAR SPELLING (SAME FIRST FOUR
      *    LETTERS, OR ONE LETTER DIFFERENT). THE SCORE IS THE SHARE
      *    OF THE LISTED NAME FOUND, 0-100; A CUSTOMER AT THE LISTED
      *    ADDRESS (15) OR IN THE LISTED CITY (5) SCORES HIGHER.
       01  WS-HIT-THRESHOLD               PIC 9(03) VALUE 075.
       01  WS-SCORE                       PIC 9(03) VALUE ZEROES.
       01  WS-CREDITS                     PIC 9(02) VALUE ZEROES.
       01  WS-BEST                        PIC 9(01) VALUE ZEROES.
       01  WS-LW                          PIC 9(02) VALUE ZEROES.
       01  WS-CWI                         PIC 9(02) VALUE ZEROES.
       01  WS-POS                         PIC 9(02) VALUE ZEROES.
       01  WS-DIFFS                       PIC 9(02) VALUE ZEROES.
       01  WS-NEAR-SW                     PIC X(01) VALUE 'N'.
           88  WS-NEAR                              VALUE 'Y'.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  WRK-HEADER-REC.
           05  FILLER               PIC X(36) VALUE
               'SANCTIONS SCREENING WORKLIST  LIST '.
           05  WH-VERSION           PIC X(08).
           05  FILLER               PIC X(06) VALUE '  RUN '.
           05  WH-DATE              PIC 9(08).
           05  FILLER               PIC X(22) VALUE SPACES.
       01  WRK-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               'S REFERENCE        LIST ENTRY T SCR SCRE'.
           05  FILLER               PIC X(40) VALUE
               'ENED NAME        LISTED NAME           N'.
       01  WRK-DETAIL-REC.
           05  WD-SOURCE            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WD-REF               PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WD-ENTRY-ID          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WD-LIST-TYPE         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WD-SCORE             PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WD-CAND-NAME         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WD-LIST-NAME         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WD-NEW               PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
       01  WRK-TOTAL-REC.
           05  FILLER               PIC X(10) VALUE 'SCREENED: '.
           05  WT-SCREENED          PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE '  NEW HITS: '.
           05  WT-NEW               PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE '  REOPENED: '.
           05  WT-REOPENED          PIC ZZZZZZ9.
           05  FILLER               PIC X(08) VALUE '  OPEN: '.
           05  WT-OPEN              PIC ZZZZZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********SANCTIONS SCREENING*******************'.
      *
           PERFORM 100-OPEN-FILES.
      *
      *    NOTHING IS SCREENED UNTIL THE LIST HAS PROVED OUT AGAINST
      *    ITS OWN TRAILER.
           PERFORM 150-LOAD-SANCTIONS-LIST.
           DISPLAY 'LIST VERSION           : ' WS-LIST-VERSION.
           DISPLAY 'LIST ENTRIES           : ' WS-LIST-COUNT.
      *
           IF WS-CUST-PRESENT
              PERFORM 200-SCREEN-ONE-CUSTOMER
                 UNTIL WS-CUS-EOF
           END-IF.
           IF WS-BEN-PRESENT
              PERFORM 220-SCREEN-ONE-PAYEE
                 UNTIL WS-BEN-EOF
           END-IF.
           IF WS-BULK-PRESENT
              PERFORM 240-SCREEN-ONE-BULK-ITEM
                 UNTIL WS-BULK-EOF
           END-IF.
      *
           PERFORM 380-WRITE-WORKLIST.
      *
           DISPLAY 'RECORDS SCREENED       : ' WS-SCREENED-COUNT.
           DISPLAY 'UNCHANGED - NOT DUE    : ' WS-UNCHANGED-COUNT.
           DISPLAY 'NEW POTENTIAL HITS     : ' WS-NEW-HIT-COUNT.
           DISPLAY 'CLEARED HITS REOPENED  : ' WS-REOPEN-COUNT.
           DISPLAY 'OPEN ON THE WORKLIST   : ' WS-OPEN-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-NEW-HIT-COUNT > ZEROES
              OR WS-REOPEN-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  SAN-LIST-FILE.
               IF WS-LIST-STATUS NOT = ZEROES
                  MOVE 'Error opening file SANLIST'    TO WS-ERR-MSG
                  MOVE WS-LIST-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    EACH SOURCE IS SCREENED ONLY WHEN IT IS REALLY THERE.
               OPEN INPUT  CUSKS080-FILE.
               IF WS-CUST-STATUS = '00'
                  MOVE 'Y' TO WS-CUST-PRESENT-SW
               END-IF.
      *
               OPEN INPUT  BENEF-MASTER-FILE.
               IF WS-BEN-STATUS = '00'
                  MOVE 'Y' TO WS-BEN-PRESENT-SW
               END-IF.
      *
               OPEN INPUT  BULK-IN-FILE.
               IF WS-BULK-STATUS = '00'
                  MOVE 'Y' TO WS-BULK-PRESENT-SW
               END-IF.
      *
               OPEN I-O    SCRN-REG-FILE.
               IF WS-REG-STATUS = '35'
                  OPEN OUTPUT SCRN-REG-FILE
                  CLOSE SCRN-REG-FILE
                  OPEN I-O SCRN-REG-FILE
               END-IF.
               IF WS-REG-STATUS NOT = ZEROES
                  MOVE 'Error opening file SCRNREG'    TO WS-ERR-MSG
                  MOVE WS-REG-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    SAN-HIT-FILE.
               IF WS-HIT-STATUS = '35'
                  OPEN OUTPUT SAN-HIT-FILE
                  CLOSE SAN-HIT-FILE
                  OPEN I-O SAN-HIT-FILE
               END-IF.
               IF WS-HIT-STATUS NOT = ZEROES
                  MOVE 'Error opening file SANHITS'    TO WS-ERR-MSG
                  MOVE WS-HIT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT SAN-WORK-FILE.
               IF WS-WORK-STATUS NOT = ZEROES
                  MOVE 'Error opening file SANWORK'    TO WS-ERR-MSG
                  MOVE WS-WORK-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         150-LOAD-SANCTIONS-LIST.
               PERFORM 155-LOAD-ONE-ENTRY UNTIL WS-LIST-EOF.
      *
               IF NOT WS-LIST-HDR-SEEN OR NOT WS-LIST-TRL-SEEN
                  OR WS-LIST-VERSION = SPACES
                  DISPLAY 'SANLIST HEADER/TRAILER MISSING'
                  MOVE 'SANLIST list hdr/trl missing'  TO WS-ERR-MSG
                  MOVE 'CT'                            TO WS-ERR-CDE
                  MOVE '150-LOAD-SANCTIONS'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               IF WS-LIST-COUNT NOT = WS-LIST-DECL-COUNT
                  DISPLAY 'SANLIST CONTROL TOTAL MISMATCH - '
                          'COUNTED ' WS-LIST-COUNT
                          ' DECLARED ' WS-LIST-DECL-COUNT
                  MOVE 'SANLIST list control total mismatch'
                                                       TO WS-ERR-MSG
                  MOVE 'CT'                            TO WS-ERR-CDE
                  MOVE '150-LOAD-SANCTIONS'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         155-LOAD-ONE-ENTRY.
               READ SAN-LIST-FILE
                  AT END
                     MOVE 'Y' TO WS-LIST-EOF-SW
                  NOT AT END
                     EVALUATE TRUE
                        WHEN SL-HEADER
                           MOVE 'Y' TO WS-LIST-HDR-SW
                           MOVE SL-HDR-VERSION TO WS-LIST-VERSION
                        WHEN SL-TRAILER
                           MOVE 'Y' TO WS-LIST-TRL-SW
                           MOVE SL-TRL-COUNT TO WS-LIST-DECL-COUNT
                        WHEN OTHER
                           PERFORM 160-ADD-LIST-ENTRY
                     END-EVALUATE
               END-READ.
      *
         160-ADD-LIST-ENTRY.
               IF WS-LIST-COUNT NOT < WS-LIST-MAX
                  MOVE 'Sanctions list table overflow' TO WS-ERR-MSG
                  MOVE 'OV'                            TO WS-ERR-CDE
                  MOVE '160-ADD-LIST-ENTRY'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-LIST-COUNT.
               SET SLT-IDX TO WS-LIST-COUNT.
               MOVE SL-ENTRY-ID  TO SLT-ENTRY-ID  (SLT-IDX).
               MOVE SL-LIST-TYPE TO SLT-LIST-TYPE (SLT-IDX).
               MOVE SL-NAME      TO SLT-NAME      (SLT-IDX).
               MOVE SL-ADDR      TO SLT-ADDR      (SLT-IDX).
               MOVE SL-CITY      TO SLT-CITY      (SLT-IDX).
               MOVE SL-NAME      TO WS-SPLIT-NAME.
               PERFORM 500-SPLIT-NAME.
               MOVE WS-SPLIT-WORDS TO SLT-WORDS (SLT-IDX).
               INSPECT SLT-ADDR (SLT-IDX) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               INSPECT SLT-CITY (SLT-IDX) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *    A CUSTOMER MERGED AWAY (FORWARDING POINTER SET) OR CLOSED
      *    IS NOT SCREENED - THE SURVIVING RECORD IS.
         200-SCREEN-ONE-CUSTOMER.
               READ CUSKS080-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-CUS-EOF-SW
                  NOT AT END
                     IF CUS-ACCT-ACTIVE
                        AND CUS-FORWARD-KEY = SPACES
                        MOVE 'C'            TO WS-CAND-SOURCE
                        MOVE CUSKS080-KEY   TO WS-CAND-REF
                        MOVE SPACES         TO WS-CAND-ACCT-NO
                        MOVE SPACES         TO WS-CAND-SNAPSHOT
                        MOVE CUS-FNAME      TO WS-CAND-NAME (1:15)
                        MOVE CUS-LNAME      TO WS-CAND-NAME (17:15)
                        MOVE CUS-ADDR-LINE1 TO WS-CAND-ADDR
                        MOVE CUS-CITY       TO WS-CAND-CITY
                        PERFORM 300-SCREEN-IF-DUE
                     END-IF
               END-READ.
      *
         220-SCREEN-ONE-PAYEE.
               READ BENEF-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-BEN-EOF-SW
                  NOT AT END
                     MOVE 'P'            TO WS-CAND-SOURCE
                     MOVE BEN-KEY        TO WS-CAND-REF
                     MOVE SPACES         TO WS-CAND-ACCT-NO
                     MOVE SPACES         TO WS-CAND-SNAPSHOT
                     MOVE BEN-NAME       TO WS-CAND-NAME
                     PERFORM 300-SCREEN-IF-DUE
               END-READ.
      *
      *    AN EMPLOYER FILE IS NEW EVERY TIME - EVERY BENEFICIARY ON
      *    IT IS SCREENED, UNDER THE EMPLOYER REF AND THE CREDITED
      *    ACCOUNT.
         240-SCREEN-ONE-BULK-ITEM.
               READ BULK-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-BULK-EOF-SW
                  NOT AT END
                     EVALUATE TRUE
                        WHEN BK-HEADER
                           MOVE SPACES TO WS-CAND-REF
                           MOVE BK-EMPLOYER-REF TO WS-CAND-REF (1:6)
                        WHEN BK-TRAILER
                           CONTINUE
                        WHEN OTHER
                           MOVE 'B'              TO WS-CAND-SOURCE
                           MOVE BK-BENEF-ACCT-NO TO WS-CAND-REF (7:10)
                           MOVE BK-BENEF-ACCT-NO TO WS-CAND-ACCT-NO
                           MOVE SPACES           TO WS-CAND-SNAPSHOT
                           MOVE BK-BENEF-NAME    TO WS-CAND-NAME
                           PERFORM 310-SCREEN-CANDIDATE
                     END-EVALUATE
               END-READ.
      *
      *    A CUSTOMER OR PAYEE IS DUE WHEN IT HAS NEVER BEEN SCREENED,
      *    WHEN ITS NAME OR ADDRESS HAS CHANGED SINCE, OR WHEN IT WAS
      *    LAST SCREENED AGAINST AN EARLIER LIST VERSION.
         300-SCREEN-IF-DUE.
               MOVE 'Y'            TO WS-REG-FOUND-SW.
               MOVE WS-CAND-SOURCE TO SR-SOURCE.
               MOVE WS-CAND-REF    TO SR-REF.
               READ SCRN-REG-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-REG-FOUND-SW
               END-READ.
               IF WS-REG-FOUND
                  AND SR-SNAPSHOT = WS-CAND-SNAPSHOT
                  AND SR-LIST-VERSION = WS-LIST-VERSION
                  ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                  PERFORM 310-SCREEN-CANDIDATE
                  MOVE WS-CAND-SOURCE   TO SR-SOURCE
                  MOVE WS-CAND-REF      TO SR-REF
                  MOVE WS-CAND-SNAPSHOT TO SR-SNAPSHOT
                  MOVE WS-LIST-VERSION  TO SR-LIST-VERSION
                  MOVE WS-TODAY-DATE    TO SR-SCREEN-DATE
                  MOVE WS-CAND-HITS     TO SR-HIT-COUNT
                  IF WS-REG-FOUND
                     REWRITE SCRN-REG-REC
                  ELSE
                     WRITE SCRN-REG-REC
                  END-IF
                  IF WS-REG-STATUS NOT = ZEROES
                     MOVE 'Error writting file SCRNREG' TO WS-ERR-MSG
                     MOVE WS-REG-STATUS                 TO WS-ERR-CDE
                     MOVE '300-SCREEN-IF-DUE'           TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  END-IF
               END-IF.
      *
         310-SCREEN-CANDIDATE.
               ADD 1 TO WS-SCREENED-COUNT.
               MOVE ZEROES TO WS-CAND-HITS.
               MOVE WS-CAND-NAME TO WS-SPLIT-NAME.
               PERFORM 500-SPLIT-NAME.
               MOVE WS-SPLIT-WORDS TO WS-CAND-WORDS.
               INSPECT WS-CAND-ADDR CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               INSPECT WS-CAND-CITY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               IF CW-COUNT > ZEROES
                  PERFORM 320-SCORE-ONE-ENTRY THRU 320-SCORE-EXIT
                      VARYING SLT-IDX FROM 1 BY 1
                      UNTIL SLT-IDX > WS-LIST-COUNT
               END-IF.
      *
         320-SCORE-ONE-ENTRY.
               IF SLT-WORD-COUNT (SLT-IDX) = ZEROES
                  GO TO 320-SCORE-EXIT
               END-IF.
               MOVE ZEROES TO WS-CREDITS.
               PERFORM 330-SCORE-LIST-WORD
                   VARYING WS-LW FROM 1 BY 1
                   UNTIL WS-LW > SLT-WORD-COUNT (SLT-IDX).
               COMPUTE WS-SCORE =
                   (WS-CREDITS * 50) / SLT-WORD-COUNT (SLT-IDX).
      *
      *    THE ADDRESS ONLY STRENGTHENS A NAME THAT ALREADY LOOKS
      *    LIKE THE LISTED ONE - IT NEVER MAKES A HIT ON ITS OWN.
               IF WS-SCORE NOT < 50
                  AND WS-CAND-ADDR NOT = SPACES
                  IF SLT-ADDR (SLT-IDX) = WS-CAND-ADDR
                     ADD 15 TO WS-SCORE
                  END-IF
                  IF SLT-CITY (SLT-IDX) NOT = SPACES
                     AND SLT-CITY (SLT-IDX) = WS-CAND-CITY
                     ADD 5 TO WS-SCORE
                  END-IF
                  IF WS-SCORE > 100
                     MOVE 100 TO WS-SCORE
                  END-IF
               END-IF.
      *
               IF WS-SCORE NOT < WS-HIT-THRESHOLD
                  PERFORM 350-RECORD-HIT THRU 350-RECORD-HIT-EXIT
               END-IF.
      *
         320-SCORE-EXIT.
               EXIT.
      *
         330-SCORE-LIST-WORD.
               MOVE ZEROES TO WS-BEST.
               PERFORM 335-COMPARE-WORD
                   VARYING WS-CWI FROM 1 BY 1
                   UNTIL WS-CWI > CW-COUNT
                      OR WS-BEST = 2.
               ADD WS-BEST TO WS-CREDITS.
      *
         335-COMPARE-WORD.
               IF SLT-WORD-TEXT (SLT-IDX, WS-LW) = CW-TEXT (WS-CWI)
                  MOVE 2 TO WS-BEST
               ELSE
                  IF WS-BEST = ZEROES
                     PERFORM 340-NEAR-TEST
                     IF WS-NEAR
                        MOVE 1 TO WS-BEST
                     END-IF
                  END-IF
               END-IF.
      *
         340-NEAR-TEST.
               MOVE 'N' TO WS-NEAR-SW.
               IF SLT-WORD-LEN (SLT-IDX, WS-LW) > 4
                  AND CW-LEN (WS-CWI) > 4
                  AND SLT-WORD-TEXT (SLT-IDX, WS-LW) (1:4)
                      = CW-TEXT (WS-CWI) (1:4)
                  MOVE 'Y' TO WS-NEAR-SW
               END-IF.
               IF NOT WS-NEAR
                  AND SLT-WORD-LEN (SLT-IDX, WS-LW) > 3
                  AND SLT-WORD-LEN (SLT-IDX, WS-LW) = CW-LEN (WS-CWI)
                  MOVE ZEROES TO WS-DIFFS
                  PERFORM 345-COUNT-ONE-DIFF
                      VARYING WS-POS FROM 1 BY 1
                      UNTIL WS-POS > CW-LEN (WS-CWI)
                         OR WS-DIFFS > 1
                  IF WS-DIFFS = 1
                     MOVE 'Y' TO WS-NEAR-SW
                  END-IF
               END-IF.
      *
         345-COUNT-ONE-DIFF.
               IF SLT-WORD-TEXT (SLT-IDX, WS-LW) (WS-POS:1)
                  NOT = CW-TEXT (WS-CWI) (WS-POS:1)
                  ADD 1 TO WS-DIFFS
               END-IF.
      *
      *    ONE SANHITS RECORD PER SCREENED RECORD AND LIST ENTRY. AN
      *    OPEN HIT IS REFRESHED, A CONFIRMED ONE LEFT AS DECIDED; A
      *    CLEARED OR RELEASED HIT STAYS CLEARED WHILE NEITHER NAME
      *    HAS CHANGED, AND GOES BACK ON THE WORKLIST IF ONE HAS.
         350-RECORD-HIT.
               ADD 1 TO WS-CAND-HITS.
               MOVE WS-CAND-SOURCE          TO SH-SOURCE.
               MOVE WS-CAND-REF             TO SH-REF.
               MOVE SLT-ENTRY-ID (SLT-IDX)  TO SH-ENTRY-ID.
               READ SAN-HIT-FILE
                   INVALID KEY
                       MOVE SPACES TO SAN-HIT-DATA
                       PERFORM 360-OPEN-HIT
                       WRITE SAN-HIT-REC
                       ADD 1 TO WS-NEW-HIT-COUNT
                       GO TO 350-RECORD-HIT-CHECK
               END-READ.
      *
               EVALUATE TRUE
                  WHEN SH-OPEN
                     MOVE WS-SCORE        TO SH-SCORE
                     MOVE WS-CAND-NAME    TO SH-CAND-NAME
                     MOVE SLT-NAME (SLT-IDX) TO SH-LIST-NAME
                     MOVE WS-LIST-VERSION TO SH-LIST-VERSION
                     REWRITE SAN-HIT-REC
                  WHEN SH-CONFIRMED
                     GO TO 350-RECORD-HIT-EXIT
                  WHEN SH-CAND-NAME = WS-CAND-NAME
                       AND SH-LIST-NAME = SLT-NAME (SLT-IDX)
                     GO TO 350-RECORD-HIT-EXIT
                  WHEN OTHER
                     PERFORM 360-OPEN-HIT
                     REWRITE SAN-HIT-REC
                     ADD 1 TO WS-REOPEN-COUNT
               END-EVALUATE.
      *
         350-RECORD-HIT-CHECK.
               IF WS-HIT-STATUS NOT = ZEROES
                  MOVE 'Error writting file SANHITS'   TO WS-ERR-MSG
                  MOVE WS-HIT-STATUS                   TO WS-ERR-CDE
                  MOVE '350-RECORD-HIT'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         350-RECORD-HIT-EXIT.
               EXIT.
      *
         360-OPEN-HIT.
               MOVE WS-CAND-NAME             TO SH-CAND-NAME.
               MOVE SLT-NAME (SLT-IDX)       TO SH-LIST-NAME.
               MOVE SLT-LIST-TYPE (SLT-IDX)  TO SH-LIST-TYPE.
               MOVE WS-SCORE                 TO SH-SCORE.
               MOVE 'O'                      TO SH-STATUS.
               MOVE WS-TODAY-DATE            TO SH-RAISED-DATE.
               MOVE WS-LIST-VERSION          TO SH-LIST-VERSION.
               MOVE WS-CAND-ACCT-NO          TO SH-ACCT-NO.
               MOVE ZEROES                   TO SH-DECIDED-DATE.
               MOVE SPACES                   TO SH-DECIDED-BY.
      *
      *    THE WORKLIST IS EVERY HIT STILL OPEN, OLD AND NEW - A HIT
      *    RAISED TONIGHT IS MARKED '*'.
         380-WRITE-WORKLIST.
               MOVE WS-LIST-VERSION TO WH-VERSION.
               MOVE WS-TODAY-DATE   TO WH-DATE.
               WRITE SAN-WORK-REC FROM WRK-HEADER-REC.
               WRITE SAN-WORK-REC FROM WRK-COLUMN-REC.
      *
               MOVE LOW-VALUES TO SH-KEY.
               START SAN-HIT-FILE KEY IS NOT LESS THAN SH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIT-EOF-SW
               END-START.
               PERFORM 385-LIST-ONE-HIT
                  UNTIL WS-HIT-EOF.
      *
               MOVE WS-SCREENED-COUNT TO WT-SCREENED.
               MOVE WS-NEW-HIT-COUNT  TO WT-NEW.
               MOVE WS-REOPEN-COUNT   TO WT-REOPENED.
               MOVE WS-OPEN-COUNT     TO WT-OPEN.
               WRITE SAN-WORK-REC FROM WRK-TOTAL-REC.
      *
         385-LIST-ONE-HIT.
               READ SAN-HIT-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-HIT-EOF-SW
                  NOT AT END
                     IF SH-OPEN
                        ADD 1 TO WS-OPEN-COUNT
                        MOVE SH-SOURCE    TO WD-SOURCE
                        MOVE SH-REF       TO WD-REF
                        MOVE SH-ENTRY-ID  TO WD-ENTRY-ID
                        MOVE SH-LIST-TYPE TO WD-LIST-TYPE
                        MOVE SH-SCORE     TO WD-SCORE
                        MOVE SH-CAND-NAME TO WD-CAND-NAME
                        MOVE SH-LIST-NAME TO WD-LIST-NAME
                        IF SH-RAISED-DATE = WS-TODAY-DATE
                           MOVE '*'       TO WD-NEW
                        ELSE
                           MOVE SPACE     TO WD-NEW
                        END-IF
                        WRITE SAN-WORK-REC FROM WRK-DETAIL-REC
                     END-IF
               END-READ.
      *
         400-CLOSE-FILES.
               CLOSE SAN-LIST-FILE.
               CLOSE CUSKS080-FILE.
               CLOSE BENEF-MASTER-FILE.
               CLOSE BULK-IN-FILE.
               CLOSE SCRN-REG-FILE.
               CLOSE SAN-HIT-FILE.
               CLOSE SAN-WORK-FILE.
      *
      *    WS-SPLIT-NAME IN, WS-SPLIT-WORDS OUT - UP TO SIX WORDS,
      *    EACH WITH ITS LENGTH.
         500-SPLIT-NAME.
               INSPECT WS-SPLIT-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz.,-''/&()'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ        '.
               MOVE SPACES TO WS-RAW-WORDS.
               UNSTRING WS-SPLIT-NAME DELIMITED BY ALL SPACE
                   INTO WS-RAW-WORD (1) WS-RAW-WORD (2)
                        WS-RAW-WORD (3) WS-RAW-WORD (4)
                        WS-RAW-WORD (5) WS-RAW-WORD (6)
               END-UNSTRING.
               MOVE SPACES TO WS-SPLIT-WORDS.
               MOVE ZEROES TO WS-SPLIT-COUNT.
               PERFORM 510-KEEP-ONE-WORD THRU 510-KEEP-EXIT
                   VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > 6.
      *
         510-KEEP-ONE-WORD.
               MOVE WS-RAW-WORD (WS-RAW-IDX) TO WS-NOISE-WORD.
               IF WS-NOISE-WORD = SPACES OR WS-IS-NOISE-WORD
                  GO TO 510-KEEP-EXIT
               END-IF.
               MOVE ZEROES TO WS-WORD-LEN.
               INSPECT WS-NOISE-WORD TALLYING WS-WORD-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
               IF WS-WORD-LEN < 2
                  GO TO 510-KEEP-EXIT
               END-IF.
               ADD 1 TO WS-SPLIT-COUNT.
               MOVE WS-NOISE-WORD TO WS-SPLIT-TEXT (WS-SPLIT-COUNT).
               MOVE WS-WORD-LEN   TO WS-SPLIT-LEN  (WS-SPLIT-COUNT).
      *
         510-KEEP-EXIT.
               EXIT.
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
