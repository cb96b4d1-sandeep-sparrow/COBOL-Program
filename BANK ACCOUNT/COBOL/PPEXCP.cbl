      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 08-12-2020
      * Purpose: POSITIVE-PAY EXCEPTIONS EXTRACT - AFTER THE BNKACC
      *        : STEP, SWEEPS THE PPREG REGISTER FOR CHEQUES HELD AS
      *        : POSITIVE-PAY EXCEPTIONS (PRESENTED BUT NOT MATCHING
      *        : THE CUSTOMER'S ISSUED-CHEQUE LIST) AND WRITES THEM TO
      *        : THE EXCEPTIONS FILE THE CUSTOMERS WORK FROM. EACH ITEM
      *        : WAITS FOR THE CUSTOMER'S PAY OR RETURN DECISION, WHICH
      *        : PPDECIDE APPLIES AHEAD OF THE NEXT NIGHT'S BNKACC.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. PPEXCP.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    POSITIVE-PAY REGISTER - SWEPT IN KEY ORDER, READ ONLY.
           SELECT POS-PAY-FILE ASSIGN TO PPREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PP-STATUS.
      *
      *    CUSTOMER EXCEPTIONS FILE - ONE DETAIL PER HELD CHEQUE,
      *    BRACKETED BY A HEADER AND A COUNT/AMOUNT TRAILER.
           SELECT PP-EXC-OUT-FILE ASSIGN TO PPEXOUT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PPEXOUT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
       FD  POS-PAY-FILE
            RECORD CONTAINS 140 CHARACTERS
            RECORDING MODE IS F.
       01  POS-PAY-REC.
           02  PP-KEY.
               03  PP-ACCT-NO       PIC X(10).
               03  PP-CHEQUE-NO     PIC 9(08).
      *    NAMED REGISTER FIELDS (POS-PAY-DATA GROUP) - SEE
      *    COPYBOOKS/PPREG.cbl
           COPY PPREG.
      *
      *    PX-REASON-CODE IS PP-EXC-REASON - '01' NOT ISSUED, '02'
      *    AMOUNT DIFFERS, '03' ALREADY PAID, '04' VOIDED. THE
      *    CUSTOMER ANSWERS EACH DETAIL ON THE PPDECN DECISION FILE.
       FD  PP-EXC-OUT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PP-EXC-OUT-REC.
           05  PX-ACCT-NO                 PIC  X(10).
               88  PX-HEADER                       VALUE 'PPXHDR'.
               88  PX-TRAILER                      VALUE 'PPXTRL'.
           05  PX-CHEQUE-NO               PIC  9(08).
           05  PX-PRESENTED-AMT           PIC  9(07)V99.
           05  PX-ISSUED-AMT              PIC  9(07)V99.
           05  PX-REASON-CODE             PIC  X(02).
           05  PX-PRESENTED-DATE          PIC  9(08).
           05  PX-PAYEE                   PIC  X(24).
           05  FILLER                     PIC  X(10).
       01  PP-EXC-OUT-HDR REDEFINES PP-EXC-OUT-REC.
           05  PX-HDR-ID                  PIC  X(10).
           05  PX-HDR-DATE                PIC  9(08).
           05  FILLER                     PIC  X(62).
       01  PP-EXC-OUT-TRL REDEFINES PP-EXC-OUT-REC.
           05  PX-TRL-ID                  PIC  X(10).
           05  PX-TRL-COUNT               PIC  9(07).
           05  PX-TRL-AMOUNT              PIC  9(09)V99.
           05  FILLER                     PIC  X(52).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-PP-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-PPEXOUT-STATUS              PIC X(02) VALUE SPACES.
      *
       01  WS-PP-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-PP-EOF                            VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-EXC-COUNT                   PIC 9(07) VALUE ZEROES.
       01  WS-EXC-AMOUNT                  PIC 9(09)V99 VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********POSITIVE-PAY EXCEPTIONS EXTRACT********'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE SPACES        TO PP-EXC-OUT-REC.
           MOVE 'PPXHDR'      TO PX-HDR-ID.
           MOVE WS-TODAY-DATE TO PX-HDR-DATE.
           WRITE PP-EXC-OUT-REC.
      *
           MOVE LOW-VALUES TO PP-KEY.
           START POS-PAY-FILE KEY IS NOT LESS THAN PP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PP-EOF-SW
           END-START.
           PERFORM 200-CHECK-ONE-ENTRY
              UNTIL WS-PP-EOF.
      *
           MOVE SPACES        TO PP-EXC-OUT-REC.
           MOVE 'PPXTRL'      TO PX-TRL-ID.
           MOVE WS-EXC-COUNT  TO PX-TRL-COUNT.
           MOVE WS-EXC-AMOUNT TO PX-TRL-AMOUNT.
           WRITE PP-EXC-OUT-REC.
      *
           DISPLAY 'EXCEPTIONS AWAITING DECISION: ' WS-EXC-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  POS-PAY-FILE.
               IF WS-PP-STATUS NOT = ZEROES
                  MOVE 'Error opening file PPREG'      TO WS-ERR-MSG
                  MOVE WS-PP-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT PP-EXC-OUT-FILE.
               IF WS-PPEXOUT-STATUS NOT = ZEROES
                  MOVE 'Error opening file PPEXOUT'    TO WS-ERR-MSG
                  MOVE WS-PPEXOUT-STATUS               TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    EVERY ITEM STILL PENDING GOES OUT - TONIGHT'S NEW ONES,
      *    AND ANY OLDER ONE NOT YET SETTLED.
         200-CHECK-ONE-ENTRY.
               READ POS-PAY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PP-EOF-SW
                   NOT AT END
                       IF PP-EXC-PENDING
                           PERFORM 210-WRITE-EXCEPTION
                       END-IF
               END-READ.
      *
         210-WRITE-EXCEPTION.
               MOVE SPACES             TO PP-EXC-OUT-REC.
               MOVE PP-ACCT-NO         TO PX-ACCT-NO.
               MOVE PP-CHEQUE-NO       TO PX-CHEQUE-NO.
               MOVE PP-EXC-AMOUNT      TO PX-PRESENTED-AMT.
               MOVE PP-ISSUED-AMOUNT   TO PX-ISSUED-AMT.
               MOVE PP-EXC-REASON      TO PX-REASON-CODE.
               MOVE PP-EXC-DATE        TO PX-PRESENTED-DATE.
               MOVE PP-PAYEE           TO PX-PAYEE.
               WRITE PP-EXC-OUT-REC.
               IF WS-PPEXOUT-STATUS NOT = ZEROES
                  MOVE 'Error writting file PPEXOUT'   TO WS-ERR-MSG
                  MOVE WS-PPEXOUT-STATUS               TO WS-ERR-CDE
                  MOVE '210-WRITE-EXCEPTION'           TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1             TO WS-EXC-COUNT.
               ADD PP-EXC-AMOUNT TO WS-EXC-AMOUNT.
      *
         400-CLOSE-FILES.
               CLOSE POS-PAY-FILE.
               CLOSE PP-EXC-OUT-FILE.
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
