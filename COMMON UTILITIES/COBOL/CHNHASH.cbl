      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 09-11-2020
      * Purpose: SHARED CALLABLE HASH-CHAIN SERVICE FOR THE AUDIT
      *        : TRAILS AND JOURNALS - EVERY RECORD WRITTEN CARRIES,
      *        : IN ITS LAST SIX BYTES, A RUNNING HASH (PACKED
      *        : 9(11)) COMPUTED OVER ITS OWN CONTENT AND THE
      *        : PREVIOUS RECORD'S HASH, AND THE FILE ENDS WITH A
      *        : SEALED TRAILER (CHAINTRL), SO A RECORD EDITED,
      *        : INSERTED OR REMOVED AFTER THE FACT BREAKS THE
      *        : CHAIN FROM THAT POINT ON. SAME SHARED-SUBPROGRAM
      *        : ROLE AS CHKDGT:
      *        :   CALL 'CHNHASH' USING RECORD CHAIN-CONTROL
      *        : CHAIN-CONTROL IS FUNCTION X(01), RECORD LENGTH
      *        : 9(03), FILE ID X(08), RUNNING HASH 9(11), RECORD
      *        : COUNT 9(09) AND RESULT X(01), KEPT BY THE CALLER
      *        : (ZERO HASH AND COUNT AT OPEN):
      *        :   'H' LINKS THE RECORD - HASH STORED IN ITS LAST
      *        :       SIX BYTES, RUNNING HASH AND COUNT ADVANCED;
      *        :   'S' BUILDS THE SEALED TRAILER IN THE RECORD AREA
      *        :       AND LINKS IT - WRITE IT, THEN CLOSE;
      *        :   'C' CHECKS A RECORD READ BACK - RESULT 'Y' WHEN
      *        :       ITS STORED LINK IS THE ONE RECOMPUTED, 'N'
      *        :       OTHERWISE; THE RUNNING HASH MOVES ON TO THE
      *        :       STORED LINK EITHER WAY.
      * Tectonics: COBC
      ******************************************************************
      *--------------------------
       IDENTIFICATION DIVISION.
      *--------------------------
       PROGRAM-ID.  CHNHASH.
      *--------------------------
       ENVIRONMENT DIVISION.
      *--------------------------
      *--------------------------
       DATA DIVISION.
      *--------------------------
       WORKING-STORAGE SECTION.
      *
      *    THE RUNNING HASH IS KEPT BELOW A FIXED MODULUS SO IT
      *    ALWAYS FITS THE ELEVEN-DIGIT LINK FIELD.
       01  WS-HASH-MODULUS         PIC 9(11) VALUE 99999999977.
       01  WS-HASH-WORK            PIC 9(15) VALUE ZEROES.
       01  WS-HASH-QUOTIENT        PIC 9(15) VALUE ZEROES.
       01  WS-HASH-RESULT          PIC 9(11) VALUE ZEROES.
      *
       01  WS-CONTENT-LEN          PIC 9(03) VALUE ZEROES.
       01  WS-LINK-POS             PIC 9(03) VALUE ZEROES.
       01  WS-POSITION             PIC 9(03) VALUE ZEROES.
      *
      *    ONE BYTE OF THE RECORD VIEWED AS A BINARY NUMBER.
       01  WS-BYTE-PAIR.
           05  WS-BYTE-HIGH        PIC X(01) VALUE LOW-VALUE.
           05  WS-BYTE-LOW         PIC X(01) VALUE LOW-VALUE.
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
                                   PIC 9(04) COMP.
      *
      *    THE SIX-BYTE LINK AS STORED ON THE RECORD.
       01  WS-LINK-PACKED          PIC 9(11) COMP-3 VALUE ZEROES.
       01  WS-LINK-BYTES REDEFINES WS-LINK-PACKED
                                   PIC X(06).
      *
       01  WS-SEAL-DATE            PIC 9(08) VALUE ZEROES.
      *
       01  WS-TRAILER-REC.
           COPY CHAINTRL.
      *
       LINKAGE SECTION.
      *
      *    SIZED FOR THE LONGEST TRAIL - ONLY THE CALLER'S OWN
      *    RECORD LENGTH IS EVER TOUCHED.
       01  LS-RECORD               PIC X(160).
       01  LS-CHAIN-CTL.
           05  LS-CHAIN-FUNC       PIC X(01).
           05  LS-CHAIN-LEN        PIC 9(03).
           05  LS-CHAIN-FILE       PIC X(08).
           05  LS-CHAIN-HASH       PIC 9(11).
           05  LS-CHAIN-COUNT      PIC 9(09).
           05  LS-CHAIN-RESULT     PIC X(01).
      *--------------------------
       PROCEDURE DIVISION USING LS-RECORD LS-CHAIN-CTL.
      *--------------------------
       MAIN-PARA.
      *
           MOVE 'Y' TO LS-CHAIN-RESULT.
           IF LS-CHAIN-LEN NOT NUMERIC
              OR LS-CHAIN-LEN < 80
              OR LS-CHAIN-LEN > 160
              MOVE 'N' TO LS-CHAIN-RESULT
              GOBACK
           END-IF.
           COMPUTE WS-CONTENT-LEN = LS-CHAIN-LEN - 6.
           COMPUTE WS-LINK-POS    = LS-CHAIN-LEN - 5.
      *
           IF LS-CHAIN-FUNC = 'S'
              PERFORM 200-BUILD-TRAILER
           END-IF.
      *
           PERFORM 100-COMPUTE-HASH.
      *
           IF LS-CHAIN-FUNC = 'C'
              MOVE LS-RECORD (WS-LINK-POS:6) TO WS-LINK-BYTES
              IF WS-LINK-PACKED NOT NUMERIC
                 OR WS-LINK-PACKED NOT = WS-HASH-RESULT
                 MOVE 'N' TO LS-CHAIN-RESULT
              END-IF
              IF WS-LINK-PACKED NUMERIC
                 MOVE WS-LINK-PACKED TO LS-CHAIN-HASH
              ELSE
                 MOVE ZEROES         TO LS-CHAIN-HASH
              END-IF
           ELSE
              MOVE WS-HASH-RESULT TO WS-LINK-PACKED
              MOVE WS-LINK-BYTES  TO LS-RECORD (WS-LINK-POS:6)
              MOVE WS-HASH-RESULT TO LS-CHAIN-HASH
           END-IF.
      *
      *    THE TRAILER IS NOT ONE OF THE RECORDS IT COUNTS.
           IF LS-CHAIN-FUNC NOT = 'S'
              ADD 1 TO LS-CHAIN-COUNT
           END-IF.
           GOBACK.
      *
      *    HASH = PREVIOUS HASH, THEN FOR EVERY CONTENT BYTE
      *    (HASH x 257 + BYTE + 1) MODULO THE MODULUS - EVERY BYTE
      *    AND ITS POSITION MOVE THE RESULT.
       100-COMPUTE-HASH.
      *
           IF LS-CHAIN-HASH NUMERIC
              MOVE LS-CHAIN-HASH TO WS-HASH-WORK
           ELSE
              MOVE ZEROES        TO WS-HASH-WORK
           END-IF.
           PERFORM 110-ADD-ONE-BYTE
               VARYING WS-POSITION FROM 1 BY 1
               UNTIL WS-POSITION > WS-CONTENT-LEN.
           MOVE WS-HASH-WORK TO WS-HASH-RESULT.
      *
       110-ADD-ONE-BYTE.
      *
           MOVE LS-RECORD (WS-POSITION:1) TO WS-BYTE-LOW.
           COMPUTE WS-HASH-WORK =
               (WS-HASH-WORK * 257) + WS-BYTE-VALUE + 1.
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-WORK.
      *
      *    THE SEAL - COUNT AND LAST HASH OF THE RECORDS AHEAD OF IT,
      *    THE FILE IT CLOSES AND THE BUSINESS DATE IT WAS SEALED.
       200-BUILD-TRAILER.
      *
           CALL 'GETBDATE' USING WS-SEAL-DATE.
           MOVE SPACES          TO WS-TRAILER-REC.
           MOVE '* TRAILER '    TO CT-ID.
           MOVE LS-CHAIN-FILE   TO CT-FILE-ID.
           MOVE LS-CHAIN-COUNT  TO CT-RECORD-COUNT.
           MOVE WS-SEAL-DATE    TO CT-SEAL-DATE.
           IF LS-CHAIN-HASH NUMERIC
              MOVE LS-CHAIN-HASH TO CT-LAST-HASH
           ELSE
              MOVE ZEROES        TO CT-LAST-HASH
           END-IF.
           MOVE SPACES          TO LS-RECORD (1:LS-CHAIN-LEN).
           MOVE WS-TRAILER-REC (1:74) TO LS-RECORD (1:74).
      *
       END PROGRAM CHNHASH.
