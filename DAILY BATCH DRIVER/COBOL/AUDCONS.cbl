      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 15-10-2020
      * Purpose: NIGHTLY AUDIT CONSOLIDATION - READS THE LATEST AUDIT
      *        : TRAIL OF EVERY MAINTENANCE PROGRAM (BNKACCM,
      *        : CBLVSMC2, CUSMERGE, RATEMNT, DEDRMNT, CTABLE, COAMNT,
      *        : TDMNT, BNKCHQM, CLIMNT, CLILMNT, EXEMPMNT, HOLMNT
      *        : AND AUTHREL'S RELAUDIT) AND FILES EACH CHANGE ON THE
      *        : KEYED CHGHIST FILE NORMALIZED TO ENTITY TYPE, ENTITY
      *        : KEY, FIELD, OLD VALUE, NEW VALUE, OPERATOR, CHECKER,
      *        : DATE AND SOURCE PROGRAM - SEE COPYBOOKS/CHGHIST.cbl.
      *        : AUDINQ THEN ANSWERS "WHO CHANGED THIS RECORD" FROM
      *        : ONE FILE INSTEAD OF THIRTEEN TRAILS IN THIRTEEN
      *        : LAYOUTS. A TRAIL NOT ALLOCATED IS SKIPPED, AND A
      *        : TRAIL ALREADY LOADED ADDS NOTHING THE SECOND TIME,
      *        : SO A RESTART OR A NIGHT WITH NO MAINTENANCE IS SAFE.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. AUDCONS.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL ACC-AUDIT-FILE ASSIGN TO ACCAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ACC-STATUS.
      *
           SELECT OPTIONAL CUS-AUDIT-FILE ASSIGN TO CUSAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CUS-STATUS.
      *
           SELECT OPTIONAL MRG-AUDIT-FILE ASSIGN TO MRGAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-MRG-STATUS.
      *
           SELECT OPTIONAL RAT-AUDIT-FILE ASSIGN TO RATAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RAT-STATUS.
      *
           SELECT OPTIONAL DDR-AUDIT-FILE ASSIGN TO DEDRAUD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DDR-STATUS.
      *
           SELECT OPTIONAL PRC-AUDIT-FILE ASSIGN TO PRCAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PRC-STATUS.
      *
           SELECT OPTIONAL COA-AUDIT-FILE ASSIGN TO COAAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-COA-STATUS.
      *
           SELECT OPTIONAL TDM-AUDIT-FILE ASSIGN TO TDAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-TDM-STATUS.
      *
           SELECT OPTIONAL CHQ-AUDIT-FILE ASSIGN TO CHQAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CHQ-STATUS.
      *
           SELECT OPTIONAL CLI-AUDIT-FILE ASSIGN TO CLIAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CLI-STATUS.
      *
           SELECT OPTIONAL CLL-AUDIT-FILE ASSIGN TO CLILAUD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CLL-STATUS.
      *
           SELECT OPTIONAL EXM-AUDIT-FILE ASSIGN TO EXMAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EXM-STATUS.
      *
           SELECT OPTIONAL HOL-AUDIT-FILE ASSIGN TO HOLAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-HOL-STATUS.
      *
           SELECT OPTIONAL REL-AUDIT-FILE ASSIGN TO RELAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-REL-STATUS.
      *
           SELECT CHG-HIST-FILE ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS  IS  WS-CHG-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    READER-SIDE COPIES OF EACH SOURCE PROGRAM'S AUDIT RECORD -
      *    NO SHARED COPYBOOKS EXIST FOR THEM, SO EACH IS REPEATED
      *    HERE UNDER ITS OWN PREFIX. A RECORD STARTING '*' IS THE
      *    SEALED TRAILER OF A HASH-CHAINED TRAIL AND IS SKIPPED.
      *
      *    LAYOUT MIRRORS BNKACCM.CBL'S ACC-AUDIT-REC.
       FD  ACC-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  ACC-AUDIT-REC.
           05  ACA-TRAN-CODE              PIC  X(01).
           05  ACA-ACCT-NO                PIC  X(10).
           05  ACA-RESULT                 PIC  X(08).
           05  ACA-OLD-LIMIT              PIC  9999999.99.
           05  ACA-NEW-LIMIT              PIC  9999999.99.
           05  ACA-ACCT-TYPE              PIC  X(01).
           05  ACA-TRAN-DATE              PIC  9(08).
           05  ACA-CHECKER-ID             PIC  X(08).
           05  ACA-OD-SANCTION-DATE       PIC  9(08).
           05  ACA-OD-EXPIRY-DATE         PIC  9(08).
           05  FILLER                     PIC  X(08).
      *
      *    LAYOUT MIRRORS CBLVSMC2.CBL'S CUS-AUDIT-REC.
       FD  CUS-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CUS-AUDIT-REC.
           05  CUA-TRAN-CODE              PIC  X(01).
           05  CUA-CUS-KEY                PIC  X(06).
           05  CUA-RESULT                 PIC  X(08).
           05  CUA-TRAN-DATE              PIC  9(08).
           05  CUA-OPERATOR-ID            PIC  X(08).
           05  CUA-FORWARD-KEY            PIC  X(06).
           05  FILLER                     PIC  X(43).
      *
      *    CUSMERGE WRITES THE SAME LAYOUT TO ITS OWN TRAIL.
       FD  MRG-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  MRG-AUDIT-REC.
           05  MGA-TRAN-CODE              PIC  X(01).
           05  MGA-CUS-KEY                PIC  X(06).
           05  MGA-RESULT                 PIC  X(08).
           05  MGA-TRAN-DATE              PIC  9(08).
           05  MGA-OPERATOR-ID            PIC  X(08).
           05  MGA-FORWARD-KEY            PIC  X(06).
           05  FILLER                     PIC  X(43).
      *
      *    LAYOUT MIRRORS RATEMNT.CBL'S RATE-AUDIT-REC.
       FD  RAT-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  RAT-AUDIT-REC.
           05  RTA-TRAN-CODE              PIC  X(01).
           05  RTA-CCY                    PIC  X(03).
           05  RTA-EFF-DATE               PIC  9(08).
           05  RTA-OLD-RATE               PIC  9(04)V9999.
           05  RTA-NEW-RATE               PIC  9(04)V9999.
           05  RTA-OPERATOR-ID            PIC  X(08).
           05  RTA-RESULT                 PIC  X(08).
           05  RTA-TRAN-DATE              PIC  9(08).
           05  RTA-CHECKER-ID             PIC  X(08).
           05  FILLER                     PIC  X(20).
      *
      *    LAYOUT MIRRORS DEDRMNT.CBL'S RATE-AUDIT-REC.
       FD  DDR-AUDIT-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  DDR-AUDIT-REC.
           05  DRA-TRAN-CODE              PIC  X(01).
           05  DRA-RATE-TYPE              PIC  X(08).
           05  DRA-EFF-DATE               PIC  9(08).
           05  DRA-OLD-DATA               PIC  X(20).
           05  DRA-NEW-DATA               PIC  X(20).
           05  DRA-OPERATOR-ID            PIC  X(08).
           05  DRA-RESULT                 PIC  X(08).
           05  DRA-TRAN-DATE              PIC  9(08).
           05  DRA-CHECKER-ID             PIC  X(08).
           05  FILLER                     PIC  X(31).
      *
      *    LAYOUT MIRRORS CTABLE'S PRICE-AUDIT-REC (1LTABLE.CBL) -
      *    THE ONE CUMULATIVE TRAIL, RELOADED WHOLE EACH NIGHT.
       FD  PRC-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PRC-AUDIT-REC.
           05  PRA-ACTION                 PIC  X(08).
           05  PRA-ITEM-NUMBER            PIC  9(03).
           05  PRA-OLD-PRICE              PIC S99V99.
           05  PRA-NEW-PRICE              PIC S99V99.
           05  PRA-DATE                   PIC  9(08).
           05  PRA-EFF-DATE               PIC  9(08).
           05  PRA-LOADED-BY              PIC  X(08).
           05  FILLER                     PIC  X(37).
      *
      *    LAYOUT MIRRORS COAMNT.CBL'S COA-AUDIT-REC.
       FD  COA-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  COA-AUDIT-REC.
           05  COA-TRAN-CODE              PIC  X(01).
           05  COA-ACCOUNT-CODE           PIC  X(06).
           05  COA-RESULT                 PIC  X(08).
           05  COA-CLASS                  PIC  X(01).
           05  COA-PARENT                 PIC  X(06).
           05  COA-OPERATOR-ID            PIC  X(08).
           05  COA-TRAN-DATE              PIC  9(08).
           05  FILLER                     PIC  X(42).
      *
      *    LAYOUT MIRRORS TDMNT.CBL'S TD-AUDIT-REC.
       FD  TDM-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  TDM-AUDIT-REC.
           05  TDA-TRAN-CODE              PIC  X(01).
           05  TDA-ACCT-NO                PIC  X(10).
           05  TDA-RESULT                 PIC  X(08).
           05  TDA-PRINCIPAL              PIC  9(7)V99.
           05  TDA-MATURITY-DATE          PIC  9(08).
           05  TDA-OPERATOR-ID            PIC  X(08).
           05  TDA-TRAN-DATE              PIC  9(08).
           05  FILLER                     PIC  X(28).
      *
      *    LAYOUT MIRRORS BNKCHQM.CBL'S CHQ-AUDIT-REC.
       FD  CHQ-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CHQ-AUDIT-REC.
           05  CQA-TRAN-CODE              PIC  X(01).
           05  CQA-ACCT-NO                PIC  X(10).
           05  CQA-RESULT                 PIC  X(08).
           05  CQA-START-NO               PIC  9(08).
           05  CQA-END-NO                 PIC  9(08).
           05  CQA-OPERATOR-ID            PIC  X(08).
           05  CQA-TRAN-DATE              PIC  9(08).
           05  FILLER                     PIC  X(29).
      *
      *    LAYOUT MIRRORS CLIMNT.CBL'S CLI-AUDIT-REC.
       FD  CLI-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLI-AUDIT-REC.
           05  CLA-TRAN-CODE              PIC  X(01).
           05  CLA-CUST-NO                PIC  X(06).
           05  CLA-CLIENT-ID              PIC  X(08).
           05  CLA-RESULT                 PIC  X(08).
           05  CLA-SETTLE-ACCT-NO         PIC  X(10).
           05  CLA-OPERATOR-ID            PIC  X(08).
           05  CLA-TRAN-DATE              PIC  9(08).
           05  CLA-DEMAT-ACCT             PIC  X(16).
           05  FILLER                     PIC  X(15).
      *
      *    LAYOUT MIRRORS CLILMNT.CBL'S LIMIT-AUDIT-REC.
       FD  CLL-AUDIT-FILE
            RECORD CONTAINS 120 CHARACTERS
            RECORDING MODE IS F.
       01  CLL-AUDIT-REC.
           05  CLL-TRAN-CODE              PIC  X(01).
           05  CLL-CLIENT-ID              PIC  X(08).
           05  CLL-OLD-MAX-TRADE          PIC  9(09)V99.
           05  CLL-OLD-MAX-SESSION        PIC  9(11)V99.
           05  CLL-NEW-MAX-TRADE          PIC  9(09)V99.
           05  CLL-NEW-MAX-SESSION        PIC  9(11)V99.
           05  CLL-OPERATOR-ID            PIC  X(08).
           05  CLL-RESULT                 PIC  X(08).
           05  CLL-TRAN-DATE              PIC  9(08).
           05  FILLER                     PIC  X(39).
      *
      *    LAYOUT MIRRORS EXEMPMNT.CBL'S EXM-AUDIT-REC.
       FD  EXM-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  EXM-AUDIT-REC.
           05  EXA-TRAN-CODE              PIC  X(01).
           05  EXA-CUST-ID                PIC  X(06).
           05  EXA-CERT-NO                PIC  X(10).
           05  EXA-RESULT                 PIC  X(08).
           05  EXA-EXPIRY-DATE            PIC  9(08).
           05  EXA-OPERATOR-ID            PIC  X(08).
           05  EXA-TRAN-DATE              PIC  9(08).
           05  FILLER                     PIC  X(31).
      *
      *    LAYOUT MIRRORS HOLMNT.CBL'S HOL-AUDIT-REC.
       FD  HOL-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  HOL-AUDIT-REC.
           05  HLA-TRAN-CODE              PIC  X(01).
           05  HLA-HOL-DATE               PIC  9(08).
           05  HLA-RESULT                 PIC  X(08).
           05  HLA-DESCRIPTION            PIC  X(30).
           05  HLA-OPERATOR-ID            PIC  X(08).
           05  HLA-TRAN-DATE              PIC  9(08).
           05  FILLER                     PIC  X(17).
      *
      *    LAYOUT MIRRORS AUTHREL.CBL'S REL-AUDIT-REC.
       FD  REL-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  REL-AUDIT-REC.
           05  RLA-PROGRAM                PIC  X(08).
           05  RLA-SEQ                    PIC  9(06).
           05  RLA-ACTION                 PIC  X(01).
           05  RLA-MAKER-ID               PIC  X(08).
           05  RLA-CHECKER-ID             PIC  X(08).
           05  RLA-RESULT                 PIC  X(08).
           05  RLA-TRAN-DATE              PIC  9(08).
           05  FILLER                     PIC  X(33).
      *
      *    THE CONSOLIDATED CHANGE HISTORY - SEE COPYBOOKS/CHGHIST.cbl.
       FD  CHG-HIST-FILE
            RECORD CONTAINS 160 CHARACTERS
            RECORDING MODE IS F.
       01  CHG-HIST-REC.
           COPY CHGHIST.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-ACC-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CUS-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-MRG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RAT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-DDR-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-PRC-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-TDM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CHQ-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CLI-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CLL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-EXM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HOL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-REL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CHG-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-OPEN-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-OPEN-DDNAME                 PIC X(08) VALUE SPACES.
      *
       01  WS-TRAIL-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-TRAIL-EOF                         VALUE 'Y'.
       01  WS-FILED-SW                    PIC X(01) VALUE 'N'.
           88  WS-FILED                             VALUE 'Y'.
      *
      *    RECORDS READ FROM EACH TRAIL - ALSO THE RUNNING POSITION
      *    THAT BECOMES CH-SOURCE-SEQ.
       01  WS-ACC-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-CUS-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-MRG-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-RAT-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-DDR-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-PRC-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-COA-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-TDM-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-CHQ-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-CLI-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-CLL-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-EXM-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-HOL-READ                    PIC 9(07) VALUE ZEROES.
       01  WS-REL-READ                    PIC 9(07) VALUE ZEROES.
      *
       01  WS-WRITE-COUNT                 PIC 9(07) VALUE ZEROES.
       01  WS-ON-FILE-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-UNFILED-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-VERSION                     PIC 9(02) VALUE ZEROES.
       01  WS-TODAY-DATE                  PIC 9(08) VALUE ZEROES.
      *
      *    THE CHANGE BEING FILED - SET ONCE PER TRAIL RECORD, THEN
      *    ONE WS-FIELD PER FIELD IT MOVED.
       01  WS-CHANGE.
           05  WS-CHG-ENTITY-TYPE         PIC X(04).
           05  WS-CHG-ENTITY-KEY          PIC X(16).
           05  WS-CHG-DATE                PIC 9(08).
           05  WS-CHG-SOURCE-PGM          PIC X(08).
           05  WS-CHG-SOURCE-SEQ          PIC 9(07).
           05  WS-CHG-FIELD-SEQ           PIC 9(02).
           05  WS-CHG-ACTION              PIC X(08).
           05  WS-CHG-TRAN-CODE           PIC X(01).
           05  WS-CHG-OPERATOR-ID         PIC X(08).
           05  WS-CHG-CHECKER-ID          PIC X(08).
       01  WS-FIELD.
           05  WS-FLD-NAME                PIC X(16).
           05  WS-FLD-OLD                 PIC X(20).
           05  WS-FLD-NEW                 PIC X(20).
      *
       01  WS-NEW-IMAGE                   PIC X(160).
      *
      *    PRINTABLE FORMS OF THE TRAILS' NUMERIC VALUES, AND THE
      *    COMPOSITE ENTITY KEYS.
       01  WS-EDIT-MONEY                  PIC -(12)9.99.
       01  WS-EDIT-PRICE                  PIC -99.99.
       01  WS-EDIT-RATE                   PIC Z(3)9.9999.
       01  WS-CHEQUE-RANGE.
           05  WS-CHQ-START-NO            PIC 9(08).
           05  FILLER                     PIC X(01) VALUE '-'.
           05  WS-CHQ-END-NO              PIC 9(08).
       01  WS-RATE-KEY.
           05  WS-RK-CCY                  PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RK-EFF-DATE             PIC 9(08).
       01  WS-DEDR-KEY.
           05  WS-DK-RATE-TYPE            PIC X(08).
           05  WS-DK-EFF-DATE             PIC 9(08).
       01  WS-AUTH-KEY.
           05  WS-AK-PROGRAM              PIC X(08).
           05  WS-AK-SEQ                  PIC 9(06).
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           DISPLAY '***********AUDIT TRAIL CONSOLIDATION**************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 200-LOAD-ACCAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 210-LOAD-CUSAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 220-LOAD-MRGAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 230-LOAD-RATAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 240-LOAD-DEDRAUD UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 250-LOAD-PRCAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 260-LOAD-COAAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 270-LOAD-TDAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 280-LOAD-CHQAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 290-LOAD-CLIAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 300-LOAD-CLILAUD UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 310-LOAD-EXMAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 320-LOAD-HOLAUDIT UNTIL WS-TRAIL-EOF.
           MOVE 'N' TO WS-TRAIL-EOF-SW.
           PERFORM 330-LOAD-RELAUDIT UNTIL WS-TRAIL-EOF.
      *
           DISPLAY 'ACCAUDIT RECORDS READ  : ' WS-ACC-READ.
           DISPLAY 'CUSAUDIT RECORDS READ  : ' WS-CUS-READ.
           DISPLAY 'MRGAUDIT RECORDS READ  : ' WS-MRG-READ.
           DISPLAY 'RATAUDIT RECORDS READ  : ' WS-RAT-READ.
           DISPLAY 'DEDRAUD  RECORDS READ  : ' WS-DDR-READ.
           DISPLAY 'PRCAUDIT RECORDS READ  : ' WS-PRC-READ.
           DISPLAY 'COAAUDIT RECORDS READ  : ' WS-COA-READ.
           DISPLAY 'TDAUDIT  RECORDS READ  : ' WS-TDM-READ.
           DISPLAY 'CHQAUDIT RECORDS READ  : ' WS-CHQ-READ.
           DISPLAY 'CLIAUDIT RECORDS READ  : ' WS-CLI-READ.
           DISPLAY 'CLILAUD  RECORDS READ  : ' WS-CLL-READ.
           DISPLAY 'EXMAUDIT RECORDS READ  : ' WS-EXM-READ.
           DISPLAY 'HOLAUDIT RECORDS READ  : ' WS-HOL-READ.
           DISPLAY 'RELAUDIT RECORDS READ  : ' WS-REL-READ.
           DISPLAY 'CHANGES FILED          : ' WS-WRITE-COUNT.
           DISPLAY 'CHANGES ALREADY ON FILE: ' WS-ON-FILE-COUNT.
           DISPLAY 'CHANGES NOT FILED      : ' WS-UNFILED-COUNT.
      *
           IF WS-UNFILED-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           PERFORM 800-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
      *
               OPEN I-O    CHG-HIST-FILE.
               IF WS-CHG-STATUS = '35'
                  OPEN OUTPUT CHG-HIST-FILE
                  CLOSE CHG-HIST-FILE
                  OPEN I-O CHG-HIST-FILE
               END-IF.
               IF WS-CHG-STATUS NOT = ZEROES
                  MOVE 'Error opening file CHGHIST'    TO WS-ERR-MSG
                  MOVE WS-CHG-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  ACC-AUDIT-FILE.
               MOVE WS-ACC-STATUS TO WS-OPEN-STATUS.
               MOVE 'ACCAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  CUS-AUDIT-FILE.
               MOVE WS-CUS-STATUS TO WS-OPEN-STATUS.
               MOVE 'CUSAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  MRG-AUDIT-FILE.
               MOVE WS-MRG-STATUS TO WS-OPEN-STATUS.
               MOVE 'MRGAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  RAT-AUDIT-FILE.
               MOVE WS-RAT-STATUS TO WS-OPEN-STATUS.
               MOVE 'RATAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  DDR-AUDIT-FILE.
               MOVE WS-DDR-STATUS TO WS-OPEN-STATUS.
               MOVE 'DEDRAUD '    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  PRC-AUDIT-FILE.
               MOVE WS-PRC-STATUS TO WS-OPEN-STATUS.
               MOVE 'PRCAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  COA-AUDIT-FILE.
               MOVE WS-COA-STATUS TO WS-OPEN-STATUS.
               MOVE 'COAAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  TDM-AUDIT-FILE.
               MOVE WS-TDM-STATUS TO WS-OPEN-STATUS.
               MOVE 'TDAUDIT '    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  CHQ-AUDIT-FILE.
               MOVE WS-CHQ-STATUS TO WS-OPEN-STATUS.
               MOVE 'CHQAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  CLI-AUDIT-FILE.
               MOVE WS-CLI-STATUS TO WS-OPEN-STATUS.
               MOVE 'CLIAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  CLL-AUDIT-FILE.
               MOVE WS-CLL-STATUS TO WS-OPEN-STATUS.
               MOVE 'CLILAUD '    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  EXM-AUDIT-FILE.
               MOVE WS-EXM-STATUS TO WS-OPEN-STATUS.
               MOVE 'EXMAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  HOL-AUDIT-FILE.
               MOVE WS-HOL-STATUS TO WS-OPEN-STATUS.
               MOVE 'HOLAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
               OPEN INPUT  REL-AUDIT-FILE.
               MOVE WS-REL-STATUS TO WS-OPEN-STATUS.
               MOVE 'RELAUDIT'    TO WS-OPEN-DDNAME.
               PERFORM 110-CHECK-TRAIL-OPEN.
      *
      *    A TRAIL NOT ALLOCATED TONIGHT (STATUS 05) SIMPLY READS AS
      *    EMPTY - ANYTHING ELSE IS A REAL OPEN FAILURE.
         110-CHECK-TRAIL-OPEN.
               IF WS-OPEN-STATUS NOT = '00'
                  AND WS-OPEN-STATUS NOT = '05'
                  MOVE SPACES                          TO WS-ERR-MSG
                  STRING 'Error opening file ' DELIMITED BY SIZE
                         WS-OPEN-DDNAME        DELIMITED BY SPACE
                         INTO WS-ERR-MSG
                  MOVE WS-OPEN-STATUS                  TO WS-ERR-CDE
                  MOVE '110-CHECK-TRAIL-OPEN'          TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    ONE LOAD PARAGRAPH PER TRAIL READS A RECORD AND, UNLESS IT
      *    IS A CHAIN TRAILER, HANDS IT TO ITS FILE PARAGRAPH, WHICH
      *    SETS WS-CHANGE AND FILES EACH FIELD THROUGH 600-PUT-FIELD.
      *
      *    BNKACCM - ACCOUNTS. THE TRAIL CARRIES NO OPERATOR, ONLY THE
      *    AUTHREL CHECKER ON DUAL-CONTROL TYPES.
         200-LOAD-ACCAUDIT.
               READ ACC-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-ACC-READ
                     IF ACC-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 205-FILE-ACCAUDIT
                     END-IF
               END-READ.
      *
         205-FILE-ACCAUDIT.
               MOVE 'ACCT'            TO WS-CHG-ENTITY-TYPE.
               MOVE ACA-ACCT-NO       TO WS-CHG-ENTITY-KEY.
               MOVE ACA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'BNKACCM '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-ACC-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE ACA-RESULT        TO WS-CHG-ACTION.
               MOVE ACA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE SPACES            TO WS-CHG-OPERATOR-ID.
               MOVE ACA-CHECKER-ID    TO WS-CHG-CHECKER-ID.
      *
               EVALUATE ACA-RESULT
                  WHEN 'OPENED  '
                  WHEN 'CHANGED '
                     MOVE 'OVERDRAFT-LIMIT'   TO WS-FLD-NAME
                     MOVE ACA-OLD-LIMIT       TO WS-FLD-OLD
                     MOVE ACA-NEW-LIMIT       TO WS-FLD-NEW
                     PERFORM 600-PUT-FIELD
                     MOVE 'ACCOUNT-TYPE'      TO WS-FLD-NAME
                     MOVE SPACES              TO WS-FLD-OLD
                     MOVE ACA-ACCT-TYPE       TO WS-FLD-NEW
                     PERFORM 600-PUT-FIELD
                     IF ACA-OD-SANCTION-DATE IS NUMERIC
                        AND ACA-OD-SANCTION-DATE > ZEROES
                        MOVE 'OD-SANCTION-DATE'  TO WS-FLD-NAME
                        MOVE SPACES              TO WS-FLD-OLD
                        MOVE ACA-OD-SANCTION-DATE TO WS-FLD-NEW
                        PERFORM 600-PUT-FIELD
                     END-IF
                     IF ACA-OD-EXPIRY-DATE IS NUMERIC
                        AND ACA-OD-EXPIRY-DATE > ZEROES
                        MOVE 'OD-EXPIRY-DATE'    TO WS-FLD-NAME
                        MOVE SPACES              TO WS-FLD-OLD
                        MOVE ACA-OD-EXPIRY-DATE  TO WS-FLD-NEW
                        PERFORM 600-PUT-FIELD
                     END-IF
                  WHEN 'HOLDER+ '
                     MOVE 'ACCOUNT-HOLDER'    TO WS-FLD-NAME
                     MOVE SPACES              TO WS-FLD-OLD
                     MOVE 'ADDED'             TO WS-FLD-NEW
                     PERFORM 600-PUT-FIELD
                  WHEN 'HOLDER- '
                     MOVE 'ACCOUNT-HOLDER'    TO WS-FLD-NAME
                     MOVE SPACES              TO WS-FLD-OLD
                     MOVE 'REMOVED'           TO WS-FLD-NEW
                     PERFORM 600-PUT-FIELD
                  WHEN OTHER
                     MOVE 'ACCOUNT-STATUS'    TO WS-FLD-NAME
                     MOVE SPACES              TO WS-FLD-OLD
                     MOVE ACA-RESULT          TO WS-FLD-NEW
                     PERFORM 600-PUT-FIELD
               END-EVALUATE.
      *
      *    CBLVSMC2 - CUSTOMERS. THE TRAIL NAMES WHAT WAS MAINTAINED
      *    BUT NOT THE VALUES, SO ONE RECORD PER CHANGE.
         210-LOAD-CUSAUDIT.
               READ CUS-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-CUS-READ
                     IF CUS-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 215-FILE-CUSAUDIT
                     END-IF
               END-READ.
      *
         215-FILE-CUSAUDIT.
               MOVE 'CUST'            TO WS-CHG-ENTITY-TYPE.
               MOVE CUA-CUS-KEY       TO WS-CHG-ENTITY-KEY.
               MOVE CUA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'CBLVSMC2'        TO WS-CHG-SOURCE-PGM.
               MOVE WS-CUS-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE CUA-RESULT        TO WS-CHG-ACTION.
               MOVE CUA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE CUA-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE SPACES            TO WS-CHG-CHECKER-ID.
      *
               EVALUATE CUA-TRAN-CODE
                  WHEN 'C'
                     MOVE 'NAME-ADDRESS'      TO WS-FLD-NAME
                  WHEN 'E'
                     MOVE 'CONTACT-DETAILS'   TO WS-FLD-NAME
                  WHEN 'K'
                     MOVE 'KYC-DETAILS'       TO WS-FLD-NAME
                  WHEN 'L'
                     MOVE 'CREDIT-LIMIT'      TO WS-FLD-NAME
                  WHEN OTHER
                     MOVE 'CUSTOMER-RECORD'   TO WS-FLD-NAME
               END-EVALUATE.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE SPACES            TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    CUSMERGE - A MERGE IS FILED UNDER BOTH CUSTOMERS, SO EACH
      *    SIDE'S HISTORY SHOWS WHERE THE OTHER WENT.
         220-LOAD-MRGAUDIT.
               READ MRG-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-MRG-READ
                     IF MRG-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 225-FILE-MRGAUDIT
                     END-IF
               END-READ.
      *
         225-FILE-MRGAUDIT.
               MOVE 'CUST'            TO WS-CHG-ENTITY-TYPE.
               MOVE MGA-CUS-KEY       TO WS-CHG-ENTITY-KEY.
               MOVE MGA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'CUSMERGE'        TO WS-CHG-SOURCE-PGM.
               MOVE WS-MRG-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE MGA-RESULT        TO WS-CHG-ACTION.
               MOVE MGA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE MGA-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE SPACES            TO WS-CHG-CHECKER-ID.
      *
               MOVE 'MERGED-INTO'     TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE MGA-FORWARD-KEY   TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
               IF MGA-FORWARD-KEY NOT = SPACES
                  MOVE MGA-FORWARD-KEY   TO WS-CHG-ENTITY-KEY
                  MOVE ZEROES            TO WS-CHG-FIELD-SEQ
                  MOVE 'MERGED-FROM'     TO WS-FLD-NAME
                  MOVE SPACES            TO WS-FLD-OLD
                  MOVE MGA-CUS-KEY       TO WS-FLD-NEW
                  PERFORM 600-PUT-FIELD
               END-IF.
      *
      *    RATEMNT - EXCHANGE RATES, KEYED CURRENCY + EFFECTIVE DATE.
         230-LOAD-RATAUDIT.
               READ RAT-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-RAT-READ
                     IF RAT-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 235-FILE-RATAUDIT
                     END-IF
               END-READ.
      *
         235-FILE-RATAUDIT.
               MOVE RTA-CCY           TO WS-RK-CCY.
               MOVE RTA-EFF-DATE      TO WS-RK-EFF-DATE.
               MOVE 'RATE'            TO WS-CHG-ENTITY-TYPE.
               MOVE WS-RATE-KEY       TO WS-CHG-ENTITY-KEY.
               MOVE RTA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'RATEMNT '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-RAT-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE RTA-RESULT        TO WS-CHG-ACTION.
               MOVE RTA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE RTA-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE RTA-CHECKER-ID    TO WS-CHG-CHECKER-ID.
      *
               MOVE 'EXCHANGE-RATE'   TO WS-FLD-NAME.
               MOVE RTA-OLD-RATE      TO WS-EDIT-RATE.
               MOVE WS-EDIT-RATE      TO WS-FLD-OLD.
               MOVE RTA-NEW-RATE      TO WS-EDIT-RATE.
               MOVE WS-EDIT-RATE      TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    DEDRMNT - DEDUCTION RATES, KEYED RATE TYPE + EFFECTIVE
      *    DATE. THE TRAIL ALREADY HOLDS THE DATA AS TEXT.
         240-LOAD-DEDRAUD.
               READ DDR-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-DDR-READ
                     IF DDR-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 245-FILE-DEDRAUD
                     END-IF
               END-READ.
      *
         245-FILE-DEDRAUD.
               MOVE DRA-RATE-TYPE     TO WS-DK-RATE-TYPE.
               MOVE DRA-EFF-DATE      TO WS-DK-EFF-DATE.
               MOVE 'DEDR'            TO WS-CHG-ENTITY-TYPE.
               MOVE WS-DEDR-KEY       TO WS-CHG-ENTITY-KEY.
               MOVE DRA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'DEDRMNT '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-DDR-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE DRA-RESULT        TO WS-CHG-ACTION.
               MOVE DRA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE DRA-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE DRA-CHECKER-ID    TO WS-CHG-CHECKER-ID.
      *
               MOVE 'RATE-DATA'       TO WS-FLD-NAME.
               MOVE DRA-OLD-DATA      TO WS-FLD-OLD.
               MOVE DRA-NEW-DATA      TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    CTABLE - ITEM PRICES. THE LOADER'S ID STANDS AS OPERATOR.
         250-LOAD-PRCAUDIT.
               READ PRC-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-PRC-READ
                     IF PRC-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 255-FILE-PRCAUDIT
                     END-IF
               END-READ.
      *
         255-FILE-PRCAUDIT.
               MOVE 'PRIC'            TO WS-CHG-ENTITY-TYPE.
               MOVE PRA-ITEM-NUMBER   TO WS-CHG-ENTITY-KEY.
               MOVE PRA-DATE          TO WS-CHG-DATE.
               MOVE 'CTABLE  '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-PRC-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE PRA-ACTION        TO WS-CHG-ACTION.
               MOVE SPACE             TO WS-CHG-TRAN-CODE.
               MOVE PRA-LOADED-BY     TO WS-CHG-OPERATOR-ID.
               MOVE SPACES            TO WS-CHG-CHECKER-ID.
      *
               MOVE 'PRICE'           TO WS-FLD-NAME.
               MOVE PRA-OLD-PRICE     TO WS-EDIT-PRICE.
               MOVE WS-EDIT-PRICE     TO WS-FLD-OLD.
               MOVE PRA-NEW-PRICE     TO WS-EDIT-PRICE.
               MOVE WS-EDIT-PRICE     TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
               IF PRA-EFF-DATE IS NUMERIC
                  AND PRA-EFF-DATE > ZEROES
                  MOVE 'EFFECTIVE-DATE'  TO WS-FLD-NAME
                  MOVE SPACES            TO WS-FLD-OLD
                  MOVE PRA-EFF-DATE      TO WS-FLD-NEW
                  PERFORM 600-PUT-FIELD
               END-IF.
      *
      *    COAMNT - CHART OF ACCOUNTS.
         260-LOAD-COAAUDIT.
               READ COA-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-COA-READ
                     IF COA-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 265-FILE-COAAUDIT
                     END-IF
               END-READ.
      *
         265-FILE-COAAUDIT.
               MOVE 'GLAC'            TO WS-CHG-ENTITY-TYPE.
               MOVE COA-ACCOUNT-CODE  TO WS-CHG-ENTITY-KEY.
               MOVE COA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'COAMNT  '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-COA-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE COA-RESULT        TO WS-CHG-ACTION.
               MOVE COA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE COA-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE SPACES            TO WS-CHG-CHECKER-ID.
      *
               MOVE 'ACCOUNT-CLASS'   TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE COA-CLASS         TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
               MOVE 'PARENT-ACCOUNT'  TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE COA-PARENT        TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    TDMNT - TERM DEPOSITS, FILED UNDER THE DEPOSIT ACCOUNT.
         270-LOAD-TDAUDIT.
               READ TDM-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-TDM-READ
                     IF TDM-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 275-FILE-TDAUDIT
                     END-IF
               END-READ.
      *
         275-FILE-TDAUDIT.
               MOVE 'ACCT'            TO WS-CHG-ENTITY-TYPE.
               MOVE TDA-ACCT-NO       TO WS-CHG-ENTITY-KEY.
               MOVE TDA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'TDMNT   '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-TDM-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE TDA-RESULT        TO WS-CHG-ACTION.
               MOVE TDA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE TDA-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE SPACES            TO WS-CHG-CHECKER-ID.
      *
               MOVE 'TD-PRINCIPAL'    TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE TDA-PRINCIPAL     TO WS-EDIT-MONEY.
               MOVE WS-EDIT-MONEY     TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
               MOVE 'MATURITY-DATE'   TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE TDA-MATURITY-DATE TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    BNKCHQM - CHEQUE BOOKS AND STOPS, FILED UNDER THE ACCOUNT.
         280-LOAD-CHQAUDIT.
               READ CHQ-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-CHQ-READ
                     IF CHQ-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 285-FILE-CHQAUDIT
                     END-IF
               END-READ.
      *
         285-FILE-CHQAUDIT.
               MOVE 'ACCT'            TO WS-CHG-ENTITY-TYPE.
               MOVE CQA-ACCT-NO       TO WS-CHG-ENTITY-KEY.
               MOVE CQA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'BNKCHQM '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-CHQ-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE CQA-RESULT        TO WS-CHG-ACTION.
               MOVE CQA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE CQA-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE SPACES            TO WS-CHG-CHECKER-ID.
      *
               MOVE CQA-START-NO      TO WS-CHQ-START-NO.
               MOVE CQA-END-NO        TO WS-CHQ-END-NO.
               MOVE 'CHEQUE-RANGE'    TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE WS-CHEQUE-RANGE   TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    CLIMNT - CUSTOMER-TO-CLIENT LINKS, FILED UNDER THE CLIENT
      *    WITH ITS DETAILS AND UNDER THE CUSTOMER AS THE LINK ITSELF.
         290-LOAD-CLIAUDIT.
               READ CLI-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-CLI-READ
                     IF CLI-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 295-FILE-CLIAUDIT
                     END-IF
               END-READ.
      *
         295-FILE-CLIAUDIT.
               MOVE 'CLNT'            TO WS-CHG-ENTITY-TYPE.
               MOVE CLA-CLIENT-ID     TO WS-CHG-ENTITY-KEY.
               MOVE CLA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'CLIMNT  '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-CLI-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE CLA-RESULT        TO WS-CHG-ACTION.
               MOVE CLA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE CLA-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE SPACES            TO WS-CHG-CHECKER-ID.
      *
               MOVE 'CUSTOMER-LINK'   TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE CLA-CUST-NO       TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
               MOVE 'SETTLE-ACCOUNT'  TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE CLA-SETTLE-ACCT-NO TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
               MOVE 'DEMAT-ACCOUNT'   TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE CLA-DEMAT-ACCT    TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
               MOVE 'CUST'            TO WS-CHG-ENTITY-TYPE.
               MOVE CLA-CUST-NO       TO WS-CHG-ENTITY-KEY.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE 'CLIENT-LINK'     TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE CLA-CLIENT-ID     TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    CLILMNT - CLIENT TRADING LIMITS.
         300-LOAD-CLILAUD.
               READ CLL-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-CLL-READ
                     IF CLL-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 305-FILE-CLILAUD
                     END-IF
               END-READ.
      *
         305-FILE-CLILAUD.
               MOVE 'CLNT'            TO WS-CHG-ENTITY-TYPE.
               MOVE CLL-CLIENT-ID     TO WS-CHG-ENTITY-KEY.
               MOVE CLL-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'CLILMNT '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-CLL-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE CLL-RESULT        TO WS-CHG-ACTION.
               MOVE CLL-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE CLL-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE SPACES            TO WS-CHG-CHECKER-ID.
      *
               MOVE 'MAX-TRADE'       TO WS-FLD-NAME.
               MOVE CLL-OLD-MAX-TRADE TO WS-EDIT-MONEY.
               MOVE WS-EDIT-MONEY     TO WS-FLD-OLD.
               MOVE CLL-NEW-MAX-TRADE TO WS-EDIT-MONEY.
               MOVE WS-EDIT-MONEY     TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
               MOVE 'MAX-SESSION'     TO WS-FLD-NAME.
               MOVE CLL-OLD-MAX-SESSION TO WS-EDIT-MONEY.
               MOVE WS-EDIT-MONEY     TO WS-FLD-OLD.
               MOVE CLL-NEW-MAX-SESSION TO WS-EDIT-MONEY.
               MOVE WS-EDIT-MONEY     TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    EXEMPMNT - TAX-EXEMPTION CERTIFICATES, KEYED BY THE SALES
      *    CUSTOMER ID THE REGISTRY USES.
         310-LOAD-EXMAUDIT.
               READ EXM-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-EXM-READ
                     IF EXM-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 315-FILE-EXMAUDIT
                     END-IF
               END-READ.
      *
         315-FILE-EXMAUDIT.
               MOVE 'EXMP'            TO WS-CHG-ENTITY-TYPE.
               MOVE EXA-CUST-ID       TO WS-CHG-ENTITY-KEY.
               MOVE EXA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'EXEMPMNT'        TO WS-CHG-SOURCE-PGM.
               MOVE WS-EXM-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE EXA-RESULT        TO WS-CHG-ACTION.
               MOVE EXA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE EXA-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE SPACES            TO WS-CHG-CHECKER-ID.
      *
               MOVE 'CERTIFICATE-NO'  TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE EXA-CERT-NO       TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
               MOVE 'EXPIRY-DATE'     TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE EXA-EXPIRY-DATE   TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    HOLMNT - THE HOLIDAY CALENDAR, KEYED BY THE HOLIDAY DATE.
         320-LOAD-HOLAUDIT.
               READ HOL-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-HOL-READ
                     IF HOL-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 325-FILE-HOLAUDIT
                     END-IF
               END-READ.
      *
         325-FILE-HOLAUDIT.
               MOVE 'HOLI'            TO WS-CHG-ENTITY-TYPE.
               MOVE HLA-HOL-DATE      TO WS-CHG-ENTITY-KEY.
               MOVE HLA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'HOLMNT  '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-HOL-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE HLA-RESULT        TO WS-CHG-ACTION.
               MOVE HLA-TRAN-CODE     TO WS-CHG-TRAN-CODE.
               MOVE HLA-OPERATOR-ID   TO WS-CHG-OPERATOR-ID.
               MOVE SPACES            TO WS-CHG-CHECKER-ID.
      *
               MOVE 'DESCRIPTION'     TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE HLA-DESCRIPTION   TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    AUTHREL - MAKER-CHECKER DECISIONS, KEYED BY THE PENDAUTH
      *    ITEM. THE MAKER STANDS AS OPERATOR. A RELEASED ITEM ALSO
      *    REACHES ITS OWN PROGRAM'S TRAIL WITH THE CHECKER ON IT.
         330-LOAD-RELAUDIT.
               READ REL-AUDIT-FILE
                  AT END
                     MOVE 'Y' TO WS-TRAIL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-REL-READ
                     IF REL-AUDIT-REC (1:1) NOT = '*'
                        PERFORM 335-FILE-RELAUDIT
                     END-IF
               END-READ.
      *
         335-FILE-RELAUDIT.
               MOVE RLA-PROGRAM       TO WS-AK-PROGRAM.
               MOVE RLA-SEQ           TO WS-AK-SEQ.
               MOVE 'AUTH'            TO WS-CHG-ENTITY-TYPE.
               MOVE WS-AUTH-KEY       TO WS-CHG-ENTITY-KEY.
               MOVE RLA-TRAN-DATE     TO WS-CHG-DATE.
               MOVE 'AUTHREL '        TO WS-CHG-SOURCE-PGM.
               MOVE WS-REL-READ       TO WS-CHG-SOURCE-SEQ.
               MOVE ZEROES            TO WS-CHG-FIELD-SEQ.
               MOVE RLA-RESULT        TO WS-CHG-ACTION.
               MOVE RLA-ACTION        TO WS-CHG-TRAN-CODE.
               MOVE RLA-MAKER-ID      TO WS-CHG-OPERATOR-ID.
               MOVE RLA-CHECKER-ID    TO WS-CHG-CHECKER-ID.
      *
               MOVE 'DECISION'        TO WS-FLD-NAME.
               MOVE SPACES            TO WS-FLD-OLD.
               MOVE RLA-RESULT        TO WS-FLD-NEW.
               PERFORM 600-PUT-FIELD.
      *
      *    FILE ONE FIELD OF THE CURRENT CHANGE. A DELETION'S VALUES
      *    ARE WHAT WAS REMOVED, SO THEY FILE AS THE OLD VALUE.
         600-PUT-FIELD.
               ADD 1 TO WS-CHG-FIELD-SEQ.
               IF WS-CHG-ACTION = 'DELETED '
                  AND WS-FLD-OLD = SPACES
                  MOVE WS-FLD-NEW        TO WS-FLD-OLD
                  MOVE SPACES            TO WS-FLD-NEW
               END-IF.
      *
               MOVE SPACES              TO CHG-HIST-REC.
               MOVE WS-CHG-ENTITY-TYPE  TO CH-ENTITY-TYPE.
               MOVE WS-CHG-ENTITY-KEY   TO CH-ENTITY-KEY.
               MOVE WS-CHG-DATE         TO CH-CHANGE-DATE.
               MOVE WS-CHG-SOURCE-PGM   TO CH-SOURCE-PGM.
               MOVE WS-CHG-SOURCE-SEQ   TO CH-SOURCE-SEQ.
               MOVE WS-CHG-FIELD-SEQ    TO CH-FIELD-SEQ.
               MOVE ZEROES              TO CH-VERSION.
               MOVE WS-FLD-NAME         TO CH-FIELD-NAME.
               MOVE WS-FLD-OLD          TO CH-OLD-VALUE.
               MOVE WS-FLD-NEW          TO CH-NEW-VALUE.
               MOVE WS-CHG-ACTION       TO CH-ACTION.
               MOVE WS-CHG-TRAN-CODE    TO CH-TRAN-CODE.
               MOVE WS-CHG-OPERATOR-ID  TO CH-OPERATOR-ID.
               MOVE WS-CHG-CHECKER-ID   TO CH-CHECKER-ID.
               MOVE WS-TODAY-DATE       TO CH-LOADED-DATE.
               MOVE CHG-HIST-REC        TO WS-NEW-IMAGE.
      *
               MOVE 'N'    TO WS-FILED-SW.
               MOVE ZEROES TO WS-VERSION.
               PERFORM 610-TRY-ONE-VERSION
                  UNTIL WS-FILED OR WS-VERSION > 9.
      *
               IF NOT WS-FILED
                  ADD 1 TO WS-UNFILED-COUNT
                  DISPLAY 'CHANGE-HISTORY VERSIONS EXHAUSTED FOR '
                          WS-CHG-ENTITY-TYPE ' ' WS-CHG-ENTITY-KEY
                          ' ' WS-CHG-SOURCE-PGM ' ' WS-CHG-SOURCE-SEQ
               END-IF.
      *
         610-TRY-ONE-VERSION.
               MOVE WS-NEW-IMAGE TO CHG-HIST-REC.
               MOVE WS-VERSION   TO CH-VERSION.
      *
               WRITE CHG-HIST-REC
                   INVALID KEY
                       PERFORM 620-COMPARE-FILED
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITE-COUNT
                       MOVE 'Y' TO WS-FILED-SW
               END-WRITE.
      *
      *    THE KEY IS TAKEN - IF THE RECORD ON FILE SAYS THE SAME
      *    THING (FIELD THROUGH CHECKER, BYTES 47-127) THIS TRAIL WAS
      *    LOADED BEFORE; OTHERWISE IT IS ANOTHER CHANGE AND TRIES THE
      *    NEXT VERSION.
         620-COMPARE-FILED.
               IF WS-CHG-STATUS NOT = '22'
                  MOVE 'Error writting file CHGHIST'   TO WS-ERR-MSG
                  MOVE WS-CHG-STATUS                   TO WS-ERR-CDE
                  MOVE '620-COMPARE-FILED'             TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               READ CHG-HIST-FILE
                   INVALID KEY
                       MOVE 'Error reading file CHGHIST' TO WS-ERR-MSG
                       MOVE WS-CHG-STATUS                TO WS-ERR-CDE
                       MOVE '620-COMPARE-FILED'          TO WS-ERR-PROC
                       PERFORM 900-ERR-HANDLING
               END-READ.
      *
               IF CHG-HIST-REC (47:81) = WS-NEW-IMAGE (47:81)
                  ADD 1 TO WS-ON-FILE-COUNT
                  MOVE 'Y' TO WS-FILED-SW
               ELSE
                  ADD 1 TO WS-VERSION
               END-IF.
      *
         800-CLOSE-FILES.
               CLOSE ACC-AUDIT-FILE.
               CLOSE CUS-AUDIT-FILE.
               CLOSE MRG-AUDIT-FILE.
               CLOSE RAT-AUDIT-FILE.
               CLOSE DDR-AUDIT-FILE.
               CLOSE PRC-AUDIT-FILE.
               CLOSE COA-AUDIT-FILE.
               CLOSE TDM-AUDIT-FILE.
               CLOSE CHQ-AUDIT-FILE.
               CLOSE CLI-AUDIT-FILE.
               CLOSE CLL-AUDIT-FILE.
               CLOSE EXM-AUDIT-FILE.
               CLOSE HOL-AUDIT-FILE.
               CLOSE REL-AUDIT-FILE.
               CLOSE CHG-HIST-FILE.
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
