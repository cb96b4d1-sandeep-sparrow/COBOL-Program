      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 09-11-2020
      * Purpose: HASH-CHAIN VERIFICATION UTILITY - RECOMPUTES THE
      *        : RUNNING HASH CHNHASH WROTE ON EVERY RECORD OF A
      *        : CHAINED AUDIT TRAIL OR JOURNAL, PROVES EACH SEALED
      *        : TRAILER AGAINST THE RECORDS AHEAD OF IT, AND
      *        : REPORTS THE FIRST RECORD WHERE THE CHAIN BREAKS -
      *        : AN EDITED, INSERTED OR DELETED RECORD, OR A FILE
      *        : CUT SHORT OF ITS SEAL. EVERY INPUT IS OPTIONAL AND
      *        : WHATEVER IS ALLOCATED IS PROVED:
      *        :   CHNIN    80-BYTE TRAILS (AUDITFIL FAMILY,
      *        :            JRNFILE GENERATIONS, 80-BYTE
      *        :            MAINTENANCE TRAILS) - CONCATENATE AS
      *        :            MANY SEALED FILES AS WANTED;
      *        :   CHNIN100 THE 100-BYTE MAINTENANCE TRAILS;
      *        :   CHNIN120 THE 120-BYTE MAINTENANCE TRAILS (DEDRAUD,
      *        :            CLILAUD, CAAUDIT, RGNAUDIT);
      *        :   CHNIN160 THE 160-BYTE MAINTENANCE TRAILS
      *        :            (EXPAUDIT);
      *        :   CHNARCH  MONARCH'S MONTHLY AUDIT ARCHIVE (DATE
      *        :            PREFIX + THE ORIGINAL 80 BYTES);
      *        :   TRANHIST THE KEYED HISTORY (OR ITS TRANARCH
      *        :            ARCHIVE) - ONE CHAIN PER ACCOUNT, EACH
      *        :            ACCOUNT'S NEWEST LINK PROVED AGAINST THE
      *        :            THCHAIN ANCHOR WHEN THAT IS ALLOCATED.
      *        : SAME RETURN-CODE CONVENTION AS EXTVRFY - 0 CLEAN,
      *        : 8 ANY BREAK OR MISSING SEAL, 16 UNUSABLE INPUT.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. CHNVRFY.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT OPTIONAL TRAIL-80-FILE ASSIGN TO CHNIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-T80-STATUS.
      *
           SELECT OPTIONAL TRAIL-100-FILE ASSIGN TO CHNIN100
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-T100-STATUS.
      *
           SELECT OPTIONAL TRAIL-120-FILE ASSIGN TO CHNIN120
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-T120-STATUS.
      *
           SELECT OPTIONAL TRAIL-160-FILE ASSIGN TO CHNIN160
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-T160-STATUS.
      *
           SELECT OPTIONAL MONTH-ARCH-FILE ASSIGN TO CHNARCH
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-ARCH-STATUS.
      *
           SELECT OPTIONAL TRAN-HIST-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TH-STATUS.
      *
           SELECT OPTIONAL TH-ANCHOR-FILE ASSIGN TO THCHAIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS THC-ACCT-NO
               FILE STATUS IS WS-THC-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  TRAIL-80-FILE RECORDING MODE F.
       01  TRAIL-80-REC                   PIC X(80).
      *
       FD  TRAIL-100-FILE RECORDING MODE F.
       01  TRAIL-100-REC                  PIC X(100).
      *
       FD  TRAIL-120-FILE RECORDING MODE F.
       01  TRAIL-120-REC                  PIC X(120).
      *
       FD  TRAIL-160-FILE RECORDING MODE F.
       01  TRAIL-160-REC                  PIC X(160).
      *
      *    LAYOUT MIRRORS MONARCH.CBL'S AUDIT-ARCH-REC.
       FD  MONTH-ARCH-FILE RECORDING MODE F.
       01  MONTH-ARCH-REC.
           05  MAR-DATE                   PIC 9(08).
           05  MAR-DATA                   PIC X(80).
      *
      *    LAYOUT MIRRORS BNKHARC.CBL'S TRAN-HIST-REC.
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
           05  FILLER                     PIC  X(28).
           05  TH-PREV-LINK               PIC  9(11) COMP-3.
           05  TH-CHAIN-LINK              PIC  9(11) COMP-3.
      *
      *    LAYOUT MIRRORS BNKHARC.CBL'S TH-ANCHOR-REC.
       FD  TH-ANCHOR-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  TH-ANCHOR-REC.
           05  THC-ACCT-NO                PIC  X(10).
           05  THC-LAST-LINK              PIC  9(11) COMP-3.
           05  THC-LAST-DATE              PIC  9(08).
           05  THC-LAST-SEQ               PIC  9(04).
           05  THC-RECORD-COUNT           PIC  9(09).
           05  FILLER                     PIC  X(43).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-T80-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-T100-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-T120-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-T160-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ARCH-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TH-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-THC-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                               VALUE 'Y'.
       01  WS-BROKEN-SW                   PIC X(01) VALUE 'N'.
           88  WS-BROKEN                            VALUE 'Y'.
       01  WS-ANCHOR-SW                   PIC X(01) VALUE 'N'.
           88  WS-ANCHOR-SUPPLIED                   VALUE 'Y'.
       01  WS-INPUT-COUNT                 PIC 9(01) VALUE ZERO.
      *
      *    THE INPUT BEING PROVED AND ITS RUNNING POSITION.
       01  WS-INPUT-NAME                  PIC X(08) VALUE SPACES.
       01  WS-RECORD-NO                   PIC 9(09) VALUE ZEROES.
       01  WS-SEAL-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-BREAK-REASON                PIC X(45) VALUE SPACES.
       01  WS-CHK-REC                     PIC X(160) VALUE SPACES.
       01  WS-PRE-HASH                    PIC 9(11) VALUE ZEROES.
       01  WS-PRE-COUNT                   PIC 9(09) VALUE ZEROES.
      *
      *    PER-ACCOUNT POSITION IN THE KEYED HISTORY.
       01  WS-PREV-ACCT-NO                PIC X(10) VALUE SPACES.
       01  WS-PREV-LINK                   PIC 9(11) VALUE ZEROES.
       01  WS-ACCOUNT-COUNT               PIC 9(07) VALUE ZEROES.
      *
       01  WS-CHAIN-CTL.
           05  WS-CHAIN-FUNC              PIC X(01) VALUE 'C'.
           05  WS-CHAIN-LEN               PIC 9(03) VALUE 80.
           05  WS-CHAIN-FILE              PIC X(08) VALUE SPACES.
           05  WS-CHAIN-HASH              PIC 9(11) VALUE ZEROES.
           05  WS-CHAIN-COUNT             PIC 9(09) VALUE ZEROES.
           05  WS-CHAIN-RESULT            PIC X(01) VALUE SPACE.
      *
       01  WS-TRAILER-REC.
           COPY CHAINTRL.
      *
       01  WS-VERIFY-RC                   PIC 9(02) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           DISPLAY '***********HASH-CHAIN VERIFICATION****************'.
      *
           PERFORM 200-VERIFY-TRAIL-80.
           PERFORM 220-VERIFY-TRAIL-100.
           PERFORM 260-VERIFY-TRAIL-120.
           PERFORM 280-VERIFY-TRAIL-160.
           PERFORM 240-VERIFY-MONTH-ARCHIVE.
           PERFORM 500-VERIFY-TRAN-HISTORY.
      *
           IF WS-INPUT-COUNT = ZERO
              MOVE 'No chained file allocated'   TO WS-ERR-MSG
              MOVE 'NF'                          TO WS-ERR-CDE
              MOVE '000-MAIN'                    TO WS-ERR-PROC
              PERFORM 900-ERR-HANDLING
           END-IF.
      *
           MOVE WS-VERIFY-RC TO RETURN-CODE.
           STOP RUN.
      *
      *    EACH SEQUENTIAL INPUT IS A RUN OF SEALED FILES - THE
      *    CHAIN STARTS AT ZERO, EVERY RECORD LINKS TO THE ONE
      *    BEFORE, AND EACH TRAILER CLOSES ITS FILE AND STARTS THE
      *    NEXT ONE'S CHAIN AT ZERO AGAIN.
         200-VERIFY-TRAIL-80.
               OPEN INPUT TRAIL-80-FILE.
               IF WS-T80-STATUS = '00'
                  MOVE 'CHNIN   ' TO WS-INPUT-NAME
                  MOVE 80         TO WS-CHAIN-LEN
                  PERFORM 300-START-INPUT
                  PERFORM 210-READ-TRAIL-80
                      UNTIL WS-EOF
                  PERFORM 320-END-INPUT
                  CLOSE TRAIL-80-FILE
               END-IF.
      *
         210-READ-TRAIL-80.
               READ TRAIL-80-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SW
                  NOT AT END
                     MOVE TRAIL-80-REC TO WS-CHK-REC
                     PERFORM 310-CHECK-ONE-RECORD THRU 310-CHECK-EXIT
               END-READ.
      *
         220-VERIFY-TRAIL-100.
               OPEN INPUT TRAIL-100-FILE.
               IF WS-T100-STATUS = '00'
                  MOVE 'CHNIN100' TO WS-INPUT-NAME
                  MOVE 100        TO WS-CHAIN-LEN
                  PERFORM 300-START-INPUT
                  PERFORM 230-READ-TRAIL-100
                      UNTIL WS-EOF
                  PERFORM 320-END-INPUT
                  CLOSE TRAIL-100-FILE
               END-IF.
      *
         230-READ-TRAIL-100.
               READ TRAIL-100-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SW
                  NOT AT END
                     MOVE TRAIL-100-REC TO WS-CHK-REC
                     PERFORM 310-CHECK-ONE-RECORD THRU 310-CHECK-EXIT
               END-READ.
      *
      *    THE MONTHLY ARCHIVE KEEPS EVERY DAILY RECORD AND TRAILER
      *    IN ITS ORIGINAL ORDER BEHIND AN EIGHT-BYTE DATE PREFIX -
      *    THE PREFIX IS NOT PART OF THE CHAIN.
         240-VERIFY-MONTH-ARCHIVE.
               OPEN INPUT MONTH-ARCH-FILE.
               IF WS-ARCH-STATUS = '00'
                  MOVE 'CHNARCH ' TO WS-INPUT-NAME
                  MOVE 80         TO WS-CHAIN-LEN
                  PERFORM 300-START-INPUT
                  PERFORM 250-READ-MONTH-ARCHIVE
                      UNTIL WS-EOF
                  PERFORM 320-END-INPUT
                  CLOSE MONTH-ARCH-FILE
               END-IF.
      *
         250-READ-MONTH-ARCHIVE.
               READ MONTH-ARCH-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SW
                  NOT AT END
                     MOVE MAR-DATA TO WS-CHK-REC
                     PERFORM 310-CHECK-ONE-RECORD THRU 310-CHECK-EXIT
               END-READ.
      *
         260-VERIFY-TRAIL-120.
               OPEN INPUT TRAIL-120-FILE.
               IF WS-T120-STATUS = '00'
                  MOVE 'CHNIN120' TO WS-INPUT-NAME
                  MOVE 120        TO WS-CHAIN-LEN
                  PERFORM 300-START-INPUT
                  PERFORM 270-READ-TRAIL-120
                      UNTIL WS-EOF
                  PERFORM 320-END-INPUT
                  CLOSE TRAIL-120-FILE
               END-IF.
      *
         270-READ-TRAIL-120.
               READ TRAIL-120-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SW
                  NOT AT END
                     MOVE TRAIL-120-REC TO WS-CHK-REC
                     PERFORM 310-CHECK-ONE-RECORD THRU 310-CHECK-EXIT
               END-READ.
      *
         280-VERIFY-TRAIL-160.
               OPEN INPUT TRAIL-160-FILE.
               IF WS-T160-STATUS = '00'
                  MOVE 'CHNIN160' TO WS-INPUT-NAME
                  MOVE 160        TO WS-CHAIN-LEN
                  PERFORM 300-START-INPUT
                  PERFORM 290-READ-TRAIL-160
                      UNTIL WS-EOF
                  PERFORM 320-END-INPUT
                  CLOSE TRAIL-160-FILE
               END-IF.
      *
         290-READ-TRAIL-160.
               READ TRAIL-160-FILE
                  AT END
                     MOVE 'Y' TO WS-EOF-SW
                  NOT AT END
                     MOVE TRAIL-160-REC TO WS-CHK-REC
                     PERFORM 310-CHECK-ONE-RECORD THRU 310-CHECK-EXIT
               END-READ.
      *
         300-START-INPUT.
               ADD 1 TO WS-INPUT-COUNT.
               MOVE 'N'    TO WS-EOF-SW.
               MOVE 'N'    TO WS-BROKEN-SW.
               MOVE ZEROES TO WS-RECORD-NO.
               MOVE ZEROES TO WS-SEAL-COUNT.
               MOVE ZEROES TO WS-CHAIN-HASH.
               MOVE ZEROES TO WS-CHAIN-COUNT.
      *
      *    ONCE AN INPUT HAS BROKEN THE REST OF IT IS ONLY COUNTED -
      *    THE FIRST BREAK IS THE ONE THAT MATTERS.
         310-CHECK-ONE-RECORD.
               ADD 1 TO WS-RECORD-NO.
               IF WS-BROKEN
                  GO TO 310-CHECK-EXIT
               END-IF.
      *
               MOVE 'C' TO WS-CHAIN-FUNC.
               IF WS-CHK-REC (1:10) = '* TRAILER '
                  MOVE WS-CHAIN-HASH  TO WS-PRE-HASH
                  MOVE WS-CHAIN-COUNT TO WS-PRE-COUNT
                  CALL 'CHNHASH' USING WS-CHK-REC WS-CHAIN-CTL
                  MOVE WS-CHK-REC (1:80) TO WS-TRAILER-REC
                  IF WS-CHAIN-RESULT NOT = 'Y'
                     MOVE 'TRAILER ALTERED'         TO WS-BREAK-REASON
                     PERFORM 330-REPORT-BREAK
                     GO TO 310-CHECK-EXIT
                  END-IF
                  IF CT-RECORD-COUNT NOT NUMERIC
                     OR CT-LAST-HASH NOT NUMERIC
                     OR CT-RECORD-COUNT NOT = WS-PRE-COUNT
                     OR CT-LAST-HASH NOT = WS-PRE-HASH
                     MOVE 'TRAILER DOES NOT SEAL THE RECORDS BEFORE IT'
                                                    TO WS-BREAK-REASON
                     PERFORM 330-REPORT-BREAK
                     GO TO 310-CHECK-EXIT
                  END-IF
                  ADD 1 TO WS-SEAL-COUNT
                  DISPLAY WS-INPUT-NAME ' SEALED ' CT-FILE-ID ' '
                          CT-SEAL-DATE ' RECORDS ' CT-RECORD-COUNT
                  MOVE ZEROES TO WS-CHAIN-HASH
                  MOVE ZEROES TO WS-CHAIN-COUNT
               ELSE
                  CALL 'CHNHASH' USING WS-CHK-REC WS-CHAIN-CTL
                  IF WS-CHAIN-RESULT NOT = 'Y'
                     MOVE 'RECORD ALTERED, INSERTED OR OUT OF ORDER'
                                                    TO WS-BREAK-REASON
                     PERFORM 330-REPORT-BREAK
                  END-IF
               END-IF.
      *
         310-CHECK-EXIT.
               EXIT.
      *
      *    RECORDS LEFT AFTER THE LAST SEAL (OR NO SEAL AT ALL) MEAN
      *    THE FILE WAS CUT SHORT OR ITS TRAILER REMOVED.
         320-END-INPUT.
               IF NOT WS-BROKEN
                  IF WS-CHAIN-COUNT > ZEROES
                     OR WS-SEAL-COUNT = ZEROES
                     MOVE 'NO TRAILER - FILE INCOMPLETE OR UNSEALED'
                                                    TO WS-BREAK-REASON
                     PERFORM 330-REPORT-BREAK
                  ELSE
                     DISPLAY WS-INPUT-NAME ' CHAIN VERIFIED CLEAN - '
                             WS-RECORD-NO ' RECORDS, '
                             WS-SEAL-COUNT ' SEALS'
                  END-IF
               END-IF.
      *
         330-REPORT-BREAK.
               MOVE 'Y' TO WS-BROKEN-SW.
               MOVE 8   TO WS-VERIFY-RC.
               DISPLAY WS-INPUT-NAME ' CHAIN BROKEN AT RECORD '
                       WS-RECORD-NO.
               DISPLAY '  ' WS-BREAK-REASON.
               DISPLAY '  RECORD: ' WS-CHK-REC (1:60).
      *
      *    THE KEYED HISTORY IS READ IN KEY ORDER, WHICH IS EACH
      *    ACCOUNT'S POSTING ORDER. EVERY RECORD CARRIES ITS
      *    PREDECESSOR'S LINK, SO ITS OWN CONTENT IS PROVED ON ITS
      *    OWN AND ITS PLACE BY THE RECORD BEFORE IT. THE OLDEST
      *    RECORD LEFT FOR AN ACCOUNT MAY LINK TO ONE HISTPRUN HAS
      *    MOVED TO TRANARCH, SO ONLY ITS CONTENT IS PROVED.
         500-VERIFY-TRAN-HISTORY.
               OPEN INPUT TRAN-HIST-FILE.
               IF WS-TH-STATUS = '00'
                  MOVE 'TRANHIST' TO WS-INPUT-NAME
                  MOVE 80         TO WS-CHAIN-LEN
                  PERFORM 300-START-INPUT
                  MOVE SPACES     TO WS-PREV-ACCT-NO
                  MOVE ZEROES     TO WS-ACCOUNT-COUNT
                  OPEN INPUT TH-ANCHOR-FILE
                  IF WS-THC-STATUS = '00'
                     MOVE 'Y' TO WS-ANCHOR-SW
                  END-IF
                  PERFORM 510-READ-ONE-HISTORY
                      UNTIL WS-EOF
                  IF NOT WS-BROKEN
                     PERFORM 530-CHECK-ANCHOR
                  END-IF
                  IF NOT WS-BROKEN
                     DISPLAY 'TRANHIST CHAIN VERIFIED CLEAN - '
                             WS-RECORD-NO ' RECORDS, '
                             WS-ACCOUNT-COUNT ' ACCOUNTS'
                  END-IF
                  CLOSE TH-ANCHOR-FILE
                  CLOSE TRAN-HIST-FILE
               END-IF.
      *
         510-READ-ONE-HISTORY.
               READ TRAN-HIST-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-EOF-SW
                  NOT AT END
                     PERFORM 520-CHECK-ONE-HISTORY
                         THRU 520-CHECK-EXIT
               END-READ.
      *
         520-CHECK-ONE-HISTORY.
               ADD 1 TO WS-RECORD-NO.
               IF WS-BROKEN
                  GO TO 520-CHECK-EXIT
               END-IF.
               MOVE TRAN-HIST-REC TO WS-CHK-REC.
      *
               IF TH-ACCT-NO NOT = WS-PREV-ACCT-NO
                  IF WS-PREV-ACCT-NO NOT = SPACES
                     PERFORM 530-CHECK-ANCHOR
                     IF WS-BROKEN
                        GO TO 520-CHECK-EXIT
                     END-IF
                  END-IF
                  ADD 1 TO WS-ACCOUNT-COUNT
                  MOVE TH-ACCT-NO TO WS-PREV-ACCT-NO
               ELSE
                  IF TH-PREV-LINK NOT NUMERIC
                     OR TH-PREV-LINK NOT = WS-PREV-LINK
                     MOVE 'RECORD MISSING OR OUT OF ORDER BEFORE THIS'
                                                    TO WS-BREAK-REASON
                     PERFORM 330-REPORT-BREAK
                     GO TO 520-CHECK-EXIT
                  END-IF
               END-IF.
      *
               MOVE 'C' TO WS-CHAIN-FUNC.
               IF TH-PREV-LINK NUMERIC
                  MOVE TH-PREV-LINK TO WS-CHAIN-HASH
               ELSE
                  MOVE ZEROES       TO WS-CHAIN-HASH
               END-IF.
               CALL 'CHNHASH' USING WS-CHK-REC WS-CHAIN-CTL.
               IF WS-CHAIN-RESULT NOT = 'Y'
                  MOVE 'HISTORY RECORD ALTERED'     TO WS-BREAK-REASON
                  PERFORM 330-REPORT-BREAK
                  GO TO 520-CHECK-EXIT
               END-IF.
               MOVE WS-CHAIN-HASH TO WS-PREV-LINK.
      *
         520-CHECK-EXIT.
               EXIT.
      *
      *    THE ANCHOR HOLDS THE LINK OF EACH ACCOUNT'S NEWEST
      *    HISTORY RECORD - A DIFFERENT LAST LINK MEANS THE NEWEST
      *    RECORDS WERE REMOVED OR REPLACED.
         530-CHECK-ANCHOR.
               IF WS-ANCHOR-SUPPLIED
                  MOVE WS-PREV-ACCT-NO TO WS-CHK-REC
                  MOVE WS-PREV-ACCT-NO TO THC-ACCT-NO
                  READ TH-ANCHOR-FILE
                      INVALID KEY
                          MOVE 'ACCOUNT HAS NO CHAIN ANCHOR'
                                                    TO WS-BREAK-REASON
                          PERFORM 330-REPORT-BREAK
                      NOT INVALID KEY
                          IF THC-LAST-LINK NOT NUMERIC
                             OR THC-LAST-LINK NOT = WS-PREV-LINK
                              MOVE 'NEWEST RECORDS REMOVED OR REPLACED'
                                                    TO WS-BREAK-REASON
                              PERFORM 330-REPORT-BREAK
                          END-IF
                  END-READ
               END-IF.
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
