      *        : BEING REOPENED OUTPUT BY THE NEXT NIGHT'S RUN AND
      *        : "WHAT HAPPENED ON THIS ACCOUNT ON THE 12TH" NO
      *        : LONGER MEANS A TRIP TO THE BACKUP TAPES.
      *        : EACH ACCOUNT'S HISTORY IS HASH-CHAINED (CHNHASH) -
      *        : EVERY RECORD CARRIES ITS PREDECESSOR'S LINK AND ITS
      *        : OWN, AND THCHAIN ANCHORS THE NEWEST LINK PER
      *        : ACCOUNT, SO CHNVRFY CAN PROVE THE HISTORY UNTOUCHED.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY
               FILE STATUS  IS  WS-HIST-STATUS.
      *
           SELECT TH-ANCHOR-FILE ASSIGN TO THCHAIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS THC-ACCT-NO
               FILE STATUS  IS  WS-THC-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
       FD  AUDIT-IN-FILE RECORDING MODE F.
       01  AUDIT-TRAIL-REC.
           05  AUD-ACCT-NO                PIC  X(10).
      *        SEALED TRAILER OF A HASH-CHAINED TRAIL (CHAINTRL).
               88  AUD-CHAIN-TRAILER      VALUE '* TRAILER '.
           05  AUD-TRAN-TYPE              PIC  X(08).
           05  AUD-AMOUNT                 PIC  9999999.99.
           05  AUD-TRAN-DATE              PIC  9(08).
               10  TH-SEQ-NO              PIC  9(04).
           05  TH-TRAN-TYPE               PIC  X(08).
           05  TH-AMOUNT                  PIC  9999999.99.
           05  FILLER                     PIC  X(28).
           05  TH-PREV-LINK               PIC  9(11) COMP-3.
           05  TH-CHAIN-LINK              PIC  9(11) COMP-3.
      *
      *    ONE ANCHOR PER ACCOUNT - THE LINK, DATE AND SEQUENCE OF
      *    ITS NEWEST HISTORY RECORD AND HOW MANY HAVE BEEN CHAINED.
      *    HISTPRUN NEVER TOUCHES IT, SO THE CHAIN CARRIES ON ACROSS
      *    A PRUNE.
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
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-THC-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-AUDIT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-AUDIT-EOF                         VALUE 'Y'.
       01  WS-WRITTEN-SW                  PIC X(01) VALUE 'N'.
           88  WS-WRITTEN                           VALUE 'Y'.
       01  WS-ANCHOR-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-ANCHOR-FOUND                      VALUE 'Y'.
      *
       01  WS-READ-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-WRITE-COUNT                 PIC 9(07) VALUE ZEROES.
       01  WS-SEQ-NO                      PIC 9(04) VALUE ZEROES.
       01  WS-PREV-LINK                   PIC 9(11) VALUE ZEROES.
      *
       01  WS-TH-CHAIN.
           05  WS-TH-CHAIN-FUNC           PIC X(01) VALUE 'H'.
           05  WS-TH-CHAIN-LEN            PIC 9(03) VALUE 80.
           05  WS-TH-CHAIN-FILE           PIC X(08) VALUE 'TRANHIST'.
           05  WS-TH-CHAIN-HASH           PIC 9(11) VALUE ZEROES.
           05  WS-TH-CHAIN-COUNT          PIC 9(09) VALUE ZEROES.
           05  WS-TH-CHAIN-RESULT         PIC X(01) VALUE SPACE.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    TH-ANCHOR-FILE.
               IF WS-THC-STATUS = '35'
                  OPEN OUTPUT TH-ANCHOR-FILE
                  CLOSE TH-ANCHOR-FILE
                  OPEN I-O TH-ANCHOR-FILE
               END-IF.
               IF WS-THC-STATUS NOT = ZEROES
                  MOVE 'Error opening file THCHAIN'    TO WS-ERR-MSG
                  MOVE WS-THC-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-ARCHIVE-AUDIT-RECORD.
               READ AUDIT-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-AUDIT-EOF-SW
                  NOT AT END
                     IF NOT AUD-CHAIN-TRAILER
                        ADD 1 TO WS-READ-COUNT
                        PERFORM 210-WRITE-HISTORY-RECORD
                     END-IF
               END-READ.
      *
      *    SEQUENCE NUMBERS START AT 0001 PER ACCOUNT/DATE AND STEP
         210-WRITE-HISTORY-RECORD.
               MOVE 'N' TO WS-WRITTEN-SW.
               MOVE 1   TO WS-SEQ-NO.
               PERFORM 230-READ-ANCHOR.
               PERFORM 220-TRY-ONE-SEQUENCE
                  UNTIL WS-WRITTEN OR WS-SEQ-NO > 9999.
      *
               IF NOT WS-WRITTEN
                  DISPLAY 'HISTORY SEQUENCE EXHAUSTED FOR '
                          AUD-ACCT-NO ' ' AUD-TRAN-DATE
               ELSE
                  PERFORM 240-ADVANCE-ANCHOR
               END-IF.
      *
         220-TRY-ONE-SEQUENCE.
               MOVE WS-SEQ-NO     TO TH-SEQ-NO.
               MOVE AUD-TRAN-TYPE TO TH-TRAN-TYPE.
               MOVE AUD-AMOUNT    TO TH-AMOUNT.
               MOVE SPACES        TO TRAN-HIST-REC (41:28).
               MOVE WS-PREV-LINK  TO TH-PREV-LINK.
               MOVE WS-PREV-LINK  TO WS-TH-CHAIN-HASH.
               MOVE 'H'           TO WS-TH-CHAIN-FUNC.
               CALL 'CHNHASH' USING TRAN-HIST-REC WS-TH-CHAIN.
      *
               WRITE TRAN-HIST-REC
                   INVALID KEY
                       ADD 1 TO WS-WRITE-COUNT
                       MOVE 'Y' TO WS-WRITTEN-SW
               END-WRITE.
      *
      *    THE NEW RECORD LINKS TO THE ACCOUNT'S NEWEST ONE - THE
      *    FIRST RECORD OF AN ACCOUNT LINKS TO ZERO.
         230-READ-ANCHOR.
               MOVE AUD-ACCT-NO TO THC-ACCT-NO.
               READ TH-ANCHOR-FILE
                   INVALID KEY
                       MOVE 'N'    TO WS-ANCHOR-FOUND-SW
                       MOVE ZEROES TO WS-PREV-LINK
                   NOT INVALID KEY
                       MOVE 'Y'    TO WS-ANCHOR-FOUND-SW
                       MOVE THC-LAST-LINK TO WS-PREV-LINK
               END-READ.
      *
         240-ADVANCE-ANCHOR.
               IF WS-ANCHOR-FOUND
                  MOVE TH-CHAIN-LINK TO THC-LAST-LINK
                  MOVE TH-TRAN-DATE  TO THC-LAST-DATE
                  MOVE TH-SEQ-NO     TO THC-LAST-SEQ
                  ADD 1              TO THC-RECORD-COUNT
                  REWRITE TH-ANCHOR-REC
               ELSE
                  MOVE SPACES        TO TH-ANCHOR-REC
                  MOVE AUD-ACCT-NO   TO THC-ACCT-NO
                  MOVE TH-CHAIN-LINK TO THC-LAST-LINK
                  MOVE TH-TRAN-DATE  TO THC-LAST-DATE
                  MOVE TH-SEQ-NO     TO THC-LAST-SEQ
                  MOVE 1             TO THC-RECORD-COUNT
                  WRITE TH-ANCHOR-REC
               END-IF.
               IF WS-THC-STATUS NOT = ZEROES
                  MOVE 'Error writting file THCHAIN'   TO WS-ERR-MSG
                  MOVE WS-THC-STATUS                   TO WS-ERR-CDE
                  MOVE '240-ADVANCE-ANCHOR'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         400-CLOSE-FILES.
               CLOSE AUDIT-IN-FILE.
               CLOSE TRAN-HIST-FILE.
               CLOSE TH-ANCHOR-FILE.
      *
         900-ERR-HANDLING.
               DISPLAY '********************************'.
