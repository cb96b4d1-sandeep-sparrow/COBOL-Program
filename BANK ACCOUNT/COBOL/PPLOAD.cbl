      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 08-12-2020
      * Purpose: POSITIVE-PAY ISSUED-CHEQUE LOAD - READS THE ISSUED-
      *        : CHEQUE FILES OUR CORPORATE CUSTOMERS SEND EACH DAY
      *        : (CHEQUE NUMBER, AMOUNT, PAYEE, ISSUE DATE), PROVES
      *        : EACH FILE AGAINST ITS DECLARED TRAILER, AND LOADS THE
      *        : CHEQUES ONTO THE PPREG POSITIVE-PAY REGISTER THAT
      *        : BNKACC MATCHES PRESENTED CHEQUES AGAINST. A CUSTOMER
      *        : MAY ALSO VOID A CHEQUE IT ISSUED BUT WILL NOT HONOUR.
      *        : RUNS AHEAD OF THE BNKACC STEP SO TODAY'S LIST IS IN
      *        : PLACE BEFORE TODAY'S CHEQUES ARE PAID.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. PPLOAD.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT PP-ISSUE-FILE ASSIGN TO PPISSUE
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-PPISSUE-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
      *    POSITIVE-PAY REGISTER - ONE RECORD PER ACCOUNT/CHEQUE.
           SELECT POS-PAY-FILE ASSIGN TO PPREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PP-STATUS.
      *
      *    LOAD REPORT - EVERY CHEQUE WITH WHAT WAS DONE WITH IT, AND
      *    THE ONES THAT COULD NOT BE LOADED, FOR THE CORPORATE DESK
      *    TO TAKE UP WITH THE CUSTOMER.
           SELECT PP-RPT-FILE ASSIGN TO PPLDRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    EACH CUSTOMER BRACKETS ITS FILE WITH PPHDR/PPTRL - THE
      *    TRAILER DECLARES THE DETAIL COUNT AND AMOUNT TOTAL. SEVERAL
      *    CUSTOMERS' FILES MAY BE CONCATENATED. PI-ACTION 'I' (OR
      *    SPACE) ISSUES THE CHEQUE, 'V' VOIDS ONE ISSUED EARLIER.
       FD  PP-ISSUE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PP-ISSUE-REC.
           05  PI-REC-TYPE                PIC  X(06).
               88  PI-HEADER                       VALUE 'PPHDR '.
               88  PI-TRAILER                      VALUE 'PPTRL '.
           05  PI-ACCT-NO                 PIC  X(10).
           05  PI-CHEQUE-NO               PIC  9(08).
           05  PI-AMOUNT                  PIC  9(07)V99.
           05  PI-PAYEE                   PIC  X(24).
           05  PI-ISSUE-DATE              PIC  9(08).
           05  PI-ACTION                  PIC  X(01).
               88  PI-ISSUE                        VALUE 'I' ' '.
               88  PI-VOID                         VALUE 'V'.
           05  FILLER                     PIC  X(14).
       01  PP-ISSUE-HDR REDEFINES PP-ISSUE-REC.
           05  FILLER                     PIC  X(06).
           05  PI-HDR-SENDER-ID           PIC  X(08).
           05  PI-HDR-FILE-DATE           PIC  9(08).
           05  FILLER                     PIC  X(58).
       01  PP-ISSUE-TRL REDEFINES PP-ISSUE-REC.
           05  FILLER                     PIC  X(06).
           05  PI-TRL-COUNT               PIC  9(07).
           05  PI-TRL-AMOUNT              PIC  9(09)V99.
           05  FILLER                     PIC  X(56).
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
       FD  PP-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  PP-RPT-REC                     PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-PPISSUE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-PP-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-PPISSUE-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-PPISSUE-EOF                       VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
      *    FILE CONTROL-TOTAL WORK FIELDS - WHAT THE VERIFY PASS
      *    COUNTED/SUMMED VS WHAT THE CUSTOMER TRAILERS DECLARED.
       01  WS-PI-HDR-SW                   PIC X(01) VALUE 'N'.
           88  WS-PI-HDR-SEEN                       VALUE 'Y'.
       01  WS-PI-TRL-SW                   PIC X(01) VALUE 'N'.
           88  WS-PI-TRL-SEEN                       VALUE 'Y'.
       01  WS-PI-DTL-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-PI-DTL-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       01  WS-PI-DECL-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-PI-DECL-AMOUNT              PIC 9(11)V99 VALUE ZEROES.
      *
       01  WS-LOADED-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-VOIDED-COUNT                PIC 9(07) VALUE ZEROES.
       01  WS-ALREADY-COUNT               PIC 9(07) VALUE ZEROES.
       01  WS-EXCEPTION-COUNT             PIC 9(07) VALUE ZEROES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(38) VALUE
               'POSITIVE-PAY ISSUED-CHEQUE LOAD FOR  '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-ACCT-NO           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-CHEQUE-NO         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-AMOUNT            PIC Z(6)9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACTION            PIC X(30).
           05  FILLER               PIC X(19) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  RT-LABEL             PIC X(24).
           05  RT-COUNT             PIC ZZZZZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.
      *
       01  WS-RD-ACTION                   PIC X(30) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********POSITIVE-PAY ISSUED-CHEQUE LOAD********'.
      *
           PERFORM 100-OPEN-FILES.
      *
      *    NOTHING LOADS UNTIL THE CUSTOMER FILES HAVE PROVED OUT
      *    AGAINST THEIR DECLARED CONTROLS.
           PERFORM 150-VERIFY-PP-CONTROLS.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE PP-RPT-REC FROM RPT-HEADER-REC.
      *
           PERFORM 200-PROCESS-PP
              UNTIL WS-PPISSUE-EOF.
      *
           MOVE 'CHEQUES LOADED        :' TO RT-LABEL.
           MOVE WS-LOADED-COUNT           TO RT-COUNT.
           WRITE PP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'CHEQUES VOIDED        :' TO RT-LABEL.
           MOVE WS-VOIDED-COUNT           TO RT-COUNT.
           WRITE PP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'ALREADY ON REGISTER   :' TO RT-LABEL.
           MOVE WS-ALREADY-COUNT          TO RT-COUNT.
           WRITE PP-RPT-REC FROM RPT-TOTAL-REC.
           MOVE 'NOT LOADED            :' TO RT-LABEL.
           MOVE WS-EXCEPTION-COUNT        TO RT-COUNT.
           WRITE PP-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'CHEQUES LOADED       : ' WS-LOADED-COUNT.
           DISPLAY 'CHEQUES VOIDED       : ' WS-VOIDED-COUNT.
           DISPLAY 'ALREADY ON REGISTER  : ' WS-ALREADY-COUNT.
           DISPLAY 'NOT LOADED           : ' WS-EXCEPTION-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-EXCEPTION-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  PP-ISSUE-FILE.
               IF WS-PPISSUE-STATUS NOT = ZEROES
                  MOVE 'Error opening file PPISSUE'    TO WS-ERR-MSG
                  MOVE WS-PPISSUE-STATUS               TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  BALANCE-AMT.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file BALFILE'    TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    POS-PAY-FILE.
               IF WS-PP-STATUS = '35'
                  OPEN OUTPUT POS-PAY-FILE
                  CLOSE POS-PAY-FILE
                  OPEN I-O POS-PAY-FILE
               END-IF.
               IF WS-PP-STATUS NOT = ZEROES
                  MOVE 'Error opening file PPREG'      TO WS-ERR-MSG
                  MOVE WS-PP-STATUS                    TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT PP-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file PPLDRPT'    TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         150-VERIFY-PP-CONTROLS.
               PERFORM 160-VERIFY-ONE-RECORD UNTIL WS-PPISSUE-EOF.
      *
               IF NOT WS-PI-HDR-SEEN OR NOT WS-PI-TRL-SEEN
                  DISPLAY 'PPISSUE CUSTOMER HEADER/TRAILER MISSING'
                  MOVE 'PPISSUE customer hdr/trl missing'
                                                     TO WS-ERR-MSG
                  MOVE 'CT'                          TO WS-ERR-CDE
                  MOVE '150-VERIFY-PP'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               IF WS-PI-DTL-COUNT NOT = WS-PI-DECL-COUNT
                  OR WS-PI-DTL-AMOUNT NOT = WS-PI-DECL-AMOUNT
                  DISPLAY 'PPISSUE CONTROL TOTAL MISMATCH - '
                          'COUNTED ' WS-PI-DTL-COUNT
                          ' DECLARED ' WS-PI-DECL-COUNT
                  DISPLAY '  AMOUNT COUNTED ' WS-PI-DTL-AMOUNT
                          ' DECLARED ' WS-PI-DECL-AMOUNT
                  MOVE 'PPISSUE customer control total mismatch'
                                                     TO WS-ERR-MSG
                  MOVE 'CT'                          TO WS-ERR-CDE
                  MOVE '150-VERIFY-PP'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               CLOSE PP-ISSUE-FILE.
               OPEN INPUT PP-ISSUE-FILE.
               MOVE 'N' TO WS-PPISSUE-EOF-SW.
      *
         160-VERIFY-ONE-RECORD.
               READ PP-ISSUE-FILE
                  AT END
                     MOVE 'Y' TO WS-PPISSUE-EOF-SW
                  NOT AT END
                     EVALUATE TRUE
                        WHEN PI-HEADER
                           MOVE 'Y' TO WS-PI-HDR-SW
                        WHEN PI-TRAILER
                           MOVE 'Y' TO WS-PI-TRL-SW
                           ADD PI-TRL-COUNT  TO WS-PI-DECL-COUNT
                           ADD PI-TRL-AMOUNT TO WS-PI-DECL-AMOUNT
                        WHEN OTHER
                           ADD 1 TO WS-PI-DTL-COUNT
                           IF PI-AMOUNT IS NUMERIC
                              ADD PI-AMOUNT TO WS-PI-DTL-AMOUNT
                           END-IF
                     END-EVALUATE
               END-READ.
      *
         200-PROCESS-PP.
               READ PP-ISSUE-FILE
                  AT END
                     MOVE 'Y' TO WS-PPISSUE-EOF-SW
                  NOT AT END
                     IF PI-HEADER OR PI-TRAILER
                        CONTINUE
                     ELSE
                        PERFORM 210-LOAD-ONE-CHEQUE
                           THRU 210-LOAD-EXIT
                     END-IF
               END-READ.
      *
         210-LOAD-ONE-CHEQUE.
               IF PI-CHEQUE-NO NOT NUMERIC OR PI-CHEQUE-NO = ZEROES
                  OR PI-AMOUNT NOT NUMERIC OR PI-AMOUNT = ZEROES
                  OR (NOT PI-ISSUE AND NOT PI-VOID)
                  MOVE 'INVALID CHEQUE DETAILS'   TO WS-RD-ACTION
                  PERFORM 260-WRITE-EXCEPTION
                  GO TO 210-LOAD-EXIT
               END-IF.
      *
               MOVE PI-ACCT-NO TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       MOVE 'UNKNOWN ACCOUNT'     TO WS-RD-ACTION
                       PERFORM 260-WRITE-EXCEPTION
                       GO TO 210-LOAD-EXIT
               END-READ.
               IF POSPAY-FLAG NOT = 'Y'
                  MOVE 'ACCOUNT NOT ON POSITIVE PAY' TO WS-RD-ACTION
                  PERFORM 260-WRITE-EXCEPTION
                  GO TO 210-LOAD-EXIT
               END-IF.
      *
               MOVE PI-ACCT-NO   TO PP-ACCT-NO.
               MOVE PI-CHEQUE-NO TO PP-CHEQUE-NO.
               IF PI-VOID
                  PERFORM 230-VOID-ONE-CHEQUE
               ELSE
                  PERFORM 220-ISSUE-ONE-CHEQUE
               END-IF.
      *
         210-LOAD-EXIT.
               EXIT.
      *
      *    A NEW NUMBER IS ADDED. A NUMBER ALREADY PRESENTED BEFORE
      *    THE LIST ARRIVED ('N') TAKES ON THE ISSUE DETAILS - ANY
      *    EXCEPTION IT RAISED STAYS WITH THE CUSTOMER TO DECIDE. THE
      *    SAME CHEQUE SENT AGAIN (A RESENT FILE OR A RERUN) IS LEFT
      *    AS IT IS; A DIFFERENT CHEQUE UNDER A NUMBER ALREADY USED
      *    IS NOT LOADED.
         220-ISSUE-ONE-CHEQUE.
               READ POS-PAY-FILE
                   INVALID KEY
                       MOVE SPACES           TO POS-PAY-DATA
                       MOVE ZEROES           TO PP-PAID-DATE
                       MOVE ZEROES           TO PP-EXC-DATE
                       MOVE ZEROES           TO PP-EXC-AMOUNT
                       MOVE ZEROES           TO PP-DECIDED-DATE
                       PERFORM 240-SET-ISSUE-FIELDS
                       WRITE POS-PAY-REC
                       IF WS-PP-STATUS NOT = ZEROES
                          MOVE 'Error writting file PPREG'
                                                    TO WS-ERR-MSG
                          MOVE WS-PP-STATUS         TO WS-ERR-CDE
                          MOVE '220-ISSUE-ONE'      TO WS-ERR-PROC
                          PERFORM 900-ERR-HANDLING
                       END-IF
                       ADD 1 TO WS-LOADED-COUNT
                       MOVE 'LOADED'                TO WS-RD-ACTION
                       PERFORM 270-WRITE-REPORT-LINE
                   NOT INVALID KEY
                       EVALUATE TRUE
                          WHEN PP-NOT-ISSUED
                             PERFORM 240-SET-ISSUE-FIELDS
                             REWRITE POS-PAY-REC
                             ADD 1 TO WS-LOADED-COUNT
                             MOVE 'LOADED - ALREADY PRESENTED'
                                                    TO WS-RD-ACTION
                             PERFORM 270-WRITE-REPORT-LINE
                          WHEN PP-ISSUED
                           AND PP-ISSUED-AMOUNT = PI-AMOUNT
                           AND PP-PAYEE = PI-PAYEE
                             ADD 1 TO WS-ALREADY-COUNT
                             MOVE 'ALREADY ON REGISTER'
                                                    TO WS-RD-ACTION
                             PERFORM 270-WRITE-REPORT-LINE
                          WHEN OTHER
                             MOVE 'DUPLICATE CHEQUE NUMBER'
                                                    TO WS-RD-ACTION
                             PERFORM 260-WRITE-EXCEPTION
                       END-EVALUATE
               END-READ.
      *
      *    ONLY AN ISSUED, UNPAID CHEQUE CAN BE VOIDED - ONE ALREADY
      *    PAID IS PAST STOPPING, AND STOP-PAYMENT ORDERS ARE A
      *    BNKCHQM MATTER.
         230-VOID-ONE-CHEQUE.
               READ POS-PAY-FILE
                   INVALID KEY
                       MOVE 'VOID - CHEQUE NOT ON REGISTER'
                                                    TO WS-RD-ACTION
                       PERFORM 260-WRITE-EXCEPTION
                   NOT INVALID KEY
                       EVALUATE TRUE
                          WHEN PP-ISSUED
                             MOVE 'V'               TO PP-STATUS
                             REWRITE POS-PAY-REC
                             ADD 1 TO WS-VOIDED-COUNT
                             MOVE 'VOIDED'          TO WS-RD-ACTION
                             PERFORM 270-WRITE-REPORT-LINE
                          WHEN PP-VOIDED
                             ADD 1 TO WS-ALREADY-COUNT
                             MOVE 'ALREADY VOIDED'  TO WS-RD-ACTION
                             PERFORM 270-WRITE-REPORT-LINE
                          WHEN OTHER
                             MOVE 'VOID - CHEQUE PAID/NOT ISSUED'
                                                    TO WS-RD-ACTION
                             PERFORM 260-WRITE-EXCEPTION
                       END-EVALUATE
               END-READ.
      *
         240-SET-ISSUE-FIELDS.
               MOVE PI-AMOUNT        TO PP-ISSUED-AMOUNT.
               MOVE PI-PAYEE         TO PP-PAYEE.
               IF PI-ISSUE-DATE IS NUMERIC
                  MOVE PI-ISSUE-DATE TO PP-ISSUE-DATE
               ELSE
                  MOVE ZEROES        TO PP-ISSUE-DATE
               END-IF.
               MOVE 'I'              TO PP-STATUS.
               MOVE WS-TODAY-DATE    TO PP-LOAD-DATE.
      *
         260-WRITE-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               DISPLAY 'NOT LOADED: ' PI-ACCT-NO ' ' PI-CHEQUE-NO
                       ' ' WS-RD-ACTION.
               PERFORM 270-WRITE-REPORT-LINE.
      *
         270-WRITE-REPORT-LINE.
               MOVE PI-ACCT-NO       TO RD-ACCT-NO.
               IF PI-CHEQUE-NO IS NUMERIC
                  MOVE PI-CHEQUE-NO  TO RD-CHEQUE-NO
               ELSE
                  MOVE ZEROES        TO RD-CHEQUE-NO
               END-IF.
               IF PI-AMOUNT IS NUMERIC
                  MOVE PI-AMOUNT     TO RD-AMOUNT
               ELSE
                  MOVE ZEROES        TO RD-AMOUNT
               END-IF.
               MOVE WS-RD-ACTION     TO RD-ACTION.
               WRITE PP-RPT-REC FROM RPT-DETAIL-REC.
      *
         400-CLOSE-FILES.
               CLOSE PP-ISSUE-FILE.
               CLOSE BALANCE-AMT.
               CLOSE POS-PAY-FILE.
               CLOSE PP-RPT-FILE.
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
