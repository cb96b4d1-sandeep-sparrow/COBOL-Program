      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 22-02-2021
      * Purpose: INVOICE DISPUTE MAINTENANCE - COLLECTIONS KEY THE
      *        : DISPUTES CUSTOMERS RAISE AGAINST AN INVOICE (REASON,
      *        : AMOUNT IN DISPUTE, OWNER) ONTO THE INVDISP REGISTER,
      *        : AND THEIR RESOLUTION WHEN IT IS DECIDED. WHILE A
      *        : DISPUTE IS OPEN DUNLET, FINCHG AND CREDEXP LEAVE THE
      *        : DISPUTED AMOUNT ALONE. 'A' OPENS A DISPUTE, 'U'
      *        : UPHOLDS ONE (IN FULL, OR FOR THE AMOUNT KEYED) AND
      *        : RAISES THE CREDIT MEMO FOR PAYAPPL ON CRMOUT, 'R'
      *        : REJECTS ONE, RETURNING THE INVOICE TO NORMAL
      *        : COLLECTION.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. DSPMNT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO INVDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ID-KEY
                  FILE STATUS IS WS-DISP-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO DSPTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT REJECT-FILE ASSIGN TO DSPREJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REJECT-STATUS.
      *    CREDIT MEMOS FOR UPHELD DISPUTES, IN PAYFILE LAYOUT - THE
      *    FILE IS CONCATENATED ONTO PAYFILE FOR THE NEXT PAYAPPL
      *    RUN, WHERE A LARGE MEMO STILL WAITS FOR SUPERVISOR
      *    RELEASE LIKE ANY OTHER.
           SELECT CREDIT-MEMO-FILE ASSIGN TO CRMOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CRM-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD DISPUTE-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 DISPUTE-REC.
           05 ID-KEY.
              10 ID-CUST-NO           PIC X(06).
              10 ID-INVNO             PIC X(06).
      *    NAMED DISPUTE FIELDS (ID-DISPUTE-DATA GROUP) - SEE
      *    COPYBOOKS/INVDISP.cbl
           COPY INVDISP.
      *
      *    TRAN-AMOUNT IS THE AMOUNT IN DISPUTE ON AN 'A' AND THE
      *    AMOUNT TO CREDIT ON A 'U' (ZEROES = THE WHOLE DISPUTED
      *    AMOUNT). TRAN-OWNER IS THE COLLECTOR WHO WORKS THE CASE.
       FD TRANSACTION-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 DISP-TRAN-REC.
           05 TRAN-CODE               PIC X(01).
              88 TRAN-ADD                     VALUE 'A'.
              88 TRAN-UPHOLD                  VALUE 'U'.
              88 TRAN-REJECT                  VALUE 'R'.
           05 TRAN-CUST-NO            PIC X(06).
           05 TRAN-INVNO              PIC X(06).
           05 TRAN-AMOUNT             PIC 9(7)V99.
           05 TRAN-REASON-CODE        PIC X(02).
           05 TRAN-REASON-TEXT        PIC X(12).
           05 TRAN-OWNER              PIC X(08).
           05 TRAN-OPERATOR-ID        PIC X(08).
           05 FILLER                  PIC X(28).
      *
       FD REJECT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 DISP-REJECT-REC.
           05 REJ-TRAN-CODE           PIC X(01).
           05 REJ-CUST-NO             PIC X(06).
           05 REJ-INVNO               PIC X(06).
           05 REJ-REASON-CODE         PIC X(02).
           05 REJ-REASON-TEXT         PIC X(30).
           05 REJ-TRAN-DATE           PIC 9(08).
           05 FILLER                  PIC X(27).
      *
      *    LAYOUT MIRRORS PAYAPPL.CBL'S PAYMENT-REC.
       FD CREDIT-MEMO-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01 CREDIT-MEMO-REC.
           05 CRM-CUSTNO              PIC X(06).
           05 CRM-INVNO               PIC X(06).
           05 CRM-AMOUNT              PIC 9(7)V99.
           05 CRM-DATE                PIC 9(08).
           05 CRM-TYPE                PIC X(01).
           05 CRM-REASON-CODE         PIC X(02).
           05 CRM-RELEASE-FLAG        PIC X(01).
           05 FILLER                  PIC X(47).
      *
       WORKING-STORAGE SECTION.
      *
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE INVOICE  END-EXEC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
      *
       01 WS-DISP-STATUS              PIC X(02) VALUE SPACES.
       01 WS-TRAN-STATUS              PIC X(02) VALUE SPACES.
       01 WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
       01 WS-CRM-STATUS               PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01 SWITCHES.
           05 END-OF-TRANS-SW         PIC X(01) VALUE 'N'.
              88 END-OF-TRANS                   VALUE 'Y'.
           05 WS-EDIT-OK-SW           PIC X(01) VALUE 'Y'.
              88 WS-EDIT-OK                     VALUE 'Y'.
           05 WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
              88 WS-DISPUTE-ON-FILE             VALUE 'Y'.
      *
       01 WS-TODAY-DATE               PIC 9(08).
       01 WS-READ-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-ADD-COUNT                PIC 9(07) VALUE ZEROES.
       01 WS-UPHELD-COUNT             PIC 9(07) VALUE ZEROES.
       01 WS-REJECTED-COUNT           PIC 9(07) VALUE ZEROES.
       01 WS-REJECT-COUNT             PIC 9(07) VALUE ZEROES.
       01 WS-MEMO-TOTAL               PIC 9(9)V99 VALUE ZEROES.
      *
       01 WS-REJ-REASON-CDE           PIC X(02) VALUE SPACES.
       01 WS-REJ-REASON-TXT           PIC X(30) VALUE SPACES.
       01 WS-OPEN-BALANCE             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CREDIT-AMOUNT            PIC 9(7)V99 VALUE ZEROES.
      *
      *    PAYAPPL REASON CODE CARRIED BY A DISPUTE CREDIT MEMO.
       01 WS-DISPUTE-MEMO-REASON      PIC X(02) VALUE 'DS'.
      *
      *    AUTHCHK INTERFACE FIELDS.
       01 WS-AUTH-PROGRAM             PIC X(08) VALUE 'DSPMNT  '.
       01 WS-AUTH-AMOUNT              PIC 9(9)V99 VALUE ZEROES.
       01 WS-AUTH-RESULT              PIC X(01) VALUE 'Y'.
      *
       PROCEDURE DIVISION.
      *
       000-APPLY-DISPUTES.
      *
            DISPLAY "***                                         ***".
            DISPLAY "INVOICE DISPUTE MAINTENANCE RUN".
      *
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 010-OPEN-FILES.
      *
            PERFORM 100-PROCESS-TRANSACTION
               UNTIL END-OF-TRANS.
      *
            DISPLAY 'TRANSACTIONS READ : ' WS-READ-COUNT.
            DISPLAY 'DISPUTES OPENED   : ' WS-ADD-COUNT.
            DISPLAY 'DISPUTES UPHELD   : ' WS-UPHELD-COUNT.
            DISPLAY 'CREDIT MEMOS AMT  : ' WS-MEMO-TOTAL.
            DISPLAY 'DISPUTES REJECTED : ' WS-REJECTED-COUNT.
            DISPLAY 'REJECTED          : ' WS-REJECT-COUNT.
      *
            PERFORM 999-CLOSE-FILES.
      *
            IF WS-REJECT-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
            END-IF.
      *
            DISPLAY "END OF DISPUTE RUN.".
            STOP RUN.
      *
       010-OPEN-FILES.
      *
            OPEN I-O DISPUTE-FILE.
            IF WS-DISP-STATUS = '35'
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
            END-IF.
            IF WS-DISP-STATUS NOT = '00'
               MOVE 'Error opening file INVDISP'  TO WS-ERR-MSG
               MOVE WS-DISP-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN INPUT TRANSACTION-FILE.
            IF WS-TRAN-STATUS NOT = '00'
               MOVE 'Error opening file DSPTRAN'  TO WS-ERR-MSG
               MOVE WS-TRAN-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN OUTPUT REJECT-FILE.
            IF WS-REJECT-STATUS NOT = '00'
               MOVE 'Error opening file DSPREJ'   TO WS-ERR-MSG
               MOVE WS-REJECT-STATUS              TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN OUTPUT CREDIT-MEMO-FILE.
            IF WS-CRM-STATUS NOT = '00'
               MOVE 'Error opening file CRMOUT'   TO WS-ERR-MSG
               MOVE WS-CRM-STATUS                 TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       100-PROCESS-TRANSACTION.
      *
            READ TRANSACTION-FILE
               AT END
                  MOVE 'Y' TO END-OF-TRANS-SW
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  PERFORM 110-APPLY-ONE-TRANSACTION
                     THRU 110-APPLY-EXIT
            END-READ.
      *
       110-APPLY-ONE-TRANSACTION.
      *
            IF TRAN-UPHOLD AND TRAN-AMOUNT IS NUMERIC
               MOVE TRAN-AMOUNT TO WS-AUTH-AMOUNT
            ELSE
               MOVE ZEROES      TO WS-AUTH-AMOUNT
            END-IF.
            CALL 'AUTHCHK' USING TRAN-OPERATOR-ID WS-AUTH-PROGRAM
                                 TRAN-CODE WS-AUTH-AMOUNT
                                 WS-AUTH-RESULT.
            IF WS-AUTH-RESULT = 'N'
               MOVE '07' TO WS-REJ-REASON-CDE
               MOVE 'OPERATOR NOT AUTHORIZED'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
               GO TO 110-APPLY-EXIT
            END-IF.
      *
            EVALUATE TRUE
               WHEN TRAN-ADD
                  PERFORM 120-OPEN-DISPUTE THRU 120-OPEN-EXIT
               WHEN TRAN-UPHOLD
                  PERFORM 130-UPHOLD-DISPUTE THRU 130-UPHOLD-EXIT
               WHEN TRAN-REJECT
                  PERFORM 140-REJECT-DISPUTE THRU 140-REJECT-EXIT
               WHEN OTHER
                  MOVE '01' TO WS-REJ-REASON-CDE
                  MOVE 'UNKNOWN TRANSACTION CODE'
                      TO WS-REJ-REASON-TXT
                  PERFORM 300-WRITE-REJECT
            END-EVALUATE.
      *
       110-APPLY-EXIT.
            EXIT.
      *
      *    THE INVOICE MUST BE THE CUSTOMER'S AND STILL OPEN, AND
      *    THE DISPUTE CANNOT CLAIM MORE THAN IS STILL OPEN ON IT.
      *    AN INVOICE WHOSE EARLIER DISPUTE WAS SETTLED MAY BE
      *    DISPUTED AGAIN - THE NEW CASE REPLACES THE CLOSED ONE.
       120-OPEN-DISPUTE.
      *
            PERFORM 200-EDIT-INVOICE.
            IF NOT WS-EDIT-OK
               GO TO 120-OPEN-EXIT
            END-IF.
            IF TRAN-AMOUNT IS NOT NUMERIC
               OR TRAN-AMOUNT NOT > ZEROES
               OR TRAN-AMOUNT > WS-OPEN-BALANCE
               MOVE '05' TO WS-REJ-REASON-CDE
               MOVE 'AMOUNT MISSING OR OVER OPEN'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
               GO TO 120-OPEN-EXIT
            END-IF.
            MOVE TRAN-REASON-CODE TO ID-REASON-CODE.
            IF NOT ID-REASON-VALID
               MOVE '06' TO WS-REJ-REASON-CDE
               MOVE 'REASON NOT PR/QT/DM/NR/DU/OT'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
               GO TO 120-OPEN-EXIT
            END-IF.
      *
            PERFORM 210-READ-DISPUTE.
            IF WS-DISPUTE-ON-FILE AND ID-IN-DISPUTE
               MOVE '08' TO WS-REJ-REASON-CDE
               MOVE 'DISPUTE ALREADY OPEN'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
               GO TO 120-OPEN-EXIT
            END-IF.
      *
            INITIALIZE DISPUTE-REC.
            MOVE TRAN-CUST-NO       TO ID-CUST-NO.
            MOVE TRAN-INVNO         TO ID-INVNO.
            MOVE TRAN-REASON-CODE   TO ID-REASON-CODE.
            MOVE TRAN-REASON-TEXT   TO ID-REASON-TEXT.
            MOVE TRAN-AMOUNT        TO ID-DISPUTE-AMOUNT.
            MOVE WS-TODAY-DATE      TO ID-OPENED-DATE.
            MOVE TRAN-OWNER         TO ID-OWNER.
            IF TRAN-OWNER = SPACES
               MOVE TRAN-OPERATOR-ID TO ID-OWNER
            END-IF.
            MOVE 'O'                TO ID-STATUS.
            IF WS-DISPUTE-ON-FILE
               REWRITE DISPUTE-REC
                   INVALID KEY
                       MOVE '12' TO WS-REJ-REASON-CDE
                       MOVE 'DISPUTE REWRITE FAILED'
                           TO WS-REJ-REASON-TXT
                       PERFORM 300-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
               END-REWRITE
            ELSE
               WRITE DISPUTE-REC
                   INVALID KEY
                       MOVE '08' TO WS-REJ-REASON-CDE
                       MOVE 'DISPUTE ALREADY OPEN'
                           TO WS-REJ-REASON-TXT
                       PERFORM 300-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
               END-WRITE
            END-IF.
      *
       120-OPEN-EXIT.
            EXIT.
      *
      *    THE CUSTOMER WAS RIGHT - THE CREDIT MEMO GOES TO PAYAPPL,
      *    WHICH MARKS THE DISPUTE CREDITED ONCE IT HAS POSTED. UNTIL
      *    THEN THE CREDITED AMOUNT STAYS OUT OF COLLECTION; ANY
      *    PART OF THE DISPUTE NOT UPHELD GOES BACK INTO IT NOW.
       130-UPHOLD-DISPUTE.
      *
            PERFORM 220-READ-OPEN-DISPUTE.
            IF NOT WS-EDIT-OK
               GO TO 130-UPHOLD-EXIT
            END-IF.
            IF TRAN-AMOUNT IS NOT NUMERIC
               OR TRAN-AMOUNT = ZEROES
               MOVE ID-DISPUTE-AMOUNT TO WS-CREDIT-AMOUNT
            ELSE
               MOVE TRAN-AMOUNT       TO WS-CREDIT-AMOUNT
            END-IF.
            IF WS-CREDIT-AMOUNT > ID-DISPUTE-AMOUNT
               MOVE '11' TO WS-REJ-REASON-CDE
               MOVE 'CREDIT MORE THAN DISPUTED'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
               GO TO 130-UPHOLD-EXIT
            END-IF.
      *
            MOVE 'U'              TO ID-STATUS.
            MOVE WS-TODAY-DATE    TO ID-RESOLVED-DATE.
            MOVE WS-CREDIT-AMOUNT TO ID-CREDIT-AMOUNT.
            MOVE TRAN-OPERATOR-ID TO ID-RESOLVED-BY.
            REWRITE DISPUTE-REC
                INVALID KEY
                    MOVE '12' TO WS-REJ-REASON-CDE
                    MOVE 'DISPUTE REWRITE FAILED'
                        TO WS-REJ-REASON-TXT
                    PERFORM 300-WRITE-REJECT
                    GO TO 130-UPHOLD-EXIT
            END-REWRITE.
      *
            MOVE SPACES                 TO CREDIT-MEMO-REC.
            MOVE ID-CUST-NO             TO CRM-CUSTNO.
            MOVE ID-INVNO               TO CRM-INVNO.
            MOVE WS-CREDIT-AMOUNT       TO CRM-AMOUNT.
            MOVE WS-TODAY-DATE          TO CRM-DATE.
            MOVE 'C'                    TO CRM-TYPE.
            MOVE WS-DISPUTE-MEMO-REASON TO CRM-REASON-CODE.
            WRITE CREDIT-MEMO-REC.
            IF WS-CRM-STATUS NOT = '00'
               MOVE 'Error writting file CRMOUT'  TO WS-ERR-MSG
               MOVE WS-CRM-STATUS                 TO WS-ERR-CDE
               MOVE '130-UPHOLD-DISPUTE'          TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
            ADD 1                TO WS-UPHELD-COUNT.
            ADD WS-CREDIT-AMOUNT TO WS-MEMO-TOTAL.
      *
       130-UPHOLD-EXIT.
            EXIT.
      *
       140-REJECT-DISPUTE.
      *
            PERFORM 220-READ-OPEN-DISPUTE.
            IF NOT WS-EDIT-OK
               GO TO 140-REJECT-EXIT
            END-IF.
            MOVE 'R'              TO ID-STATUS.
            MOVE WS-TODAY-DATE    TO ID-RESOLVED-DATE.
            MOVE ZEROES           TO ID-CREDIT-AMOUNT.
            MOVE TRAN-OPERATOR-ID TO ID-RESOLVED-BY.
            REWRITE DISPUTE-REC
                INVALID KEY
                    MOVE '12' TO WS-REJ-REASON-CDE
                    MOVE 'DISPUTE REWRITE FAILED'
                        TO WS-REJ-REASON-TXT
                    PERFORM 300-WRITE-REJECT
                NOT INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
            END-REWRITE.
      *
       140-REJECT-EXIT.
            EXIT.
      *
      *    SAME INVOICE READ AS PROMMNT'S, PLUS THE OWNERSHIP TEST.
       200-EDIT-INVOICE.
      *
            MOVE 'Y' TO WS-EDIT-OK-SW.
            MOVE TRAN-INVNO TO INVNO.
            EXEC SQL
               SELECT INVCUST, INVTOTAL, INVPAID
                 INTO :INVCUST, :INVTOTAL, :INVPAID
                 FROM INV
                WHERE INVNO = :INVNO
            END-EXEC.
            EVALUATE TRUE
               WHEN SQLCODE = 100
                  MOVE 'N' TO WS-EDIT-OK-SW
                  MOVE '02' TO WS-REJ-REASON-CDE
                  MOVE 'INVOICE NOT FOUND'
                      TO WS-REJ-REASON-TXT
                  PERFORM 300-WRITE-REJECT
               WHEN SQLCODE NOT = 0
                  DISPLAY 'SQLCODE ON INVOICE READ: ' SQLCODE
                  MOVE 'N' TO WS-EDIT-OK-SW
                  MOVE '03' TO WS-REJ-REASON-CDE
                  MOVE 'INVOICE LOOKUP FAILED'
                      TO WS-REJ-REASON-TXT
                  PERFORM 300-WRITE-REJECT
               WHEN INVCUST NOT = TRAN-CUST-NO
                  MOVE 'N' TO WS-EDIT-OK-SW
                  MOVE '02' TO WS-REJ-REASON-CDE
                  MOVE 'INVOICE NOT THIS CUSTOMER''S'
                      TO WS-REJ-REASON-TXT
                  PERFORM 300-WRITE-REJECT
               WHEN OTHER
                  COMPUTE WS-OPEN-BALANCE = INVTOTAL - INVPAID
                  IF WS-OPEN-BALANCE NOT > ZEROES
                     MOVE 'N' TO WS-EDIT-OK-SW
                     MOVE '04' TO WS-REJ-REASON-CDE
                     MOVE 'INVOICE ALREADY SETTLED'
                         TO WS-REJ-REASON-TXT
                     PERFORM 300-WRITE-REJECT
                  END-IF
            END-EVALUATE.
      *
       210-READ-DISPUTE.
      *
            MOVE 'Y' TO WS-ON-FILE-SW.
            MOVE TRAN-CUST-NO TO ID-CUST-NO.
            MOVE TRAN-INVNO   TO ID-INVNO.
            READ DISPUTE-FILE
                INVALID KEY
                    MOVE 'N' TO WS-ON-FILE-SW
            END-READ.
      *
      *    A RESOLUTION NEEDS A DISPUTE STILL WAITING FOR ONE.
       220-READ-OPEN-DISPUTE.
      *
            MOVE 'Y' TO WS-EDIT-OK-SW.
            PERFORM 210-READ-DISPUTE.
            IF NOT WS-DISPUTE-ON-FILE
               MOVE 'N' TO WS-EDIT-OK-SW
               MOVE '09' TO WS-REJ-REASON-CDE
               MOVE 'DISPUTE NOT ON FILE'
                   TO WS-REJ-REASON-TXT
               PERFORM 300-WRITE-REJECT
            ELSE
               IF NOT ID-OPEN
                  MOVE 'N' TO WS-EDIT-OK-SW
                  MOVE '10' TO WS-REJ-REASON-CDE
                  MOVE 'DISPUTE ALREADY RESOLVED'
                      TO WS-REJ-REASON-TXT
                  PERFORM 300-WRITE-REJECT
               END-IF
            END-IF.
      *
       300-WRITE-REJECT.
      *
            ADD 1 TO WS-REJECT-COUNT.
            MOVE TRAN-CODE         TO REJ-TRAN-CODE.
            MOVE TRAN-CUST-NO      TO REJ-CUST-NO.
            MOVE TRAN-INVNO        TO REJ-INVNO.
            MOVE WS-REJ-REASON-CDE TO REJ-REASON-CODE.
            MOVE WS-REJ-REASON-TXT TO REJ-REASON-TEXT.
            MOVE WS-TODAY-DATE     TO REJ-TRAN-DATE.
            WRITE DISP-REJECT-REC.
      *
       Y0001-ERR-HANDLING.
      *
            DISPLAY '********************************'.
            DISPLAY '  ERROR HANDLING REPORT '.
            DISPLAY '********************************'.
            DISPLAY '  ' WS-ERR-MSG.
            DISPLAY '  ' WS-ERR-CDE.
            DISPLAY '  ' WS-ERR-PROC.
            DISPLAY '********************************'.
      *
            CALL 'ERRLOG' USING WS-ERR-MSG WS-ERR-CDE WS-ERR-PROC
                                WS-ERR-SEV.
      *
            PERFORM 999-CLOSE-FILES.
            STOP RUN.
      *
       999-CLOSE-FILES.
      *
            CLOSE DISPUTE-FILE.
            CLOSE TRANSACTION-FILE.
            CLOSE REJECT-FILE.
            CLOSE CREDIT-MEMO-FILE.
      *
       END PROGRAM DSPMNT.
