      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 24-11-2020
      * Purpose: SANCTIONS DECISIONS - APPLIES COMPLIANCE'S DECISIONS
      *        : ON THE SANSCRN WORKLIST (SANDEC, ONE PER HIT, KEYED
      *        : BY AN AUTHORISED OPERATOR AND COUNTERSIGNED BY A
      *        : SECOND ID). A CONFIRMED HIT BLOCKS: A CUSTOMER'S
      *        : EVERY CUSTACCT-LINKED ACCOUNT, A BULK BENEFICIARY'S
      *        : CREDITED ACCOUNT, OR THE PAYEE ON BENEFMST - BNKACC,
      *        : PAYREQ AND BULKCRD REFUSE A BLOCKED ACCOUNT OR PAYEE
      *        : FROM THEN ON. A FALSE POSITIVE IS CLEARED FROM THE
      *        : WORKLIST; A RELEASE (DELISTED OR OVERTURNED) LIFTS
      *        : THE BLOCK UNLESS ANOTHER CONFIRMED HIT STILL HOLDS
      *        : IT. EVERY DECISION, APPLIED OR REFUSED, GOES ON THE
      *        : HASH-CHAINED SANAUDIT TRAIL AND THE SANDRPT REPORT.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. SANDECD.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    ONE COMPLIANCE DECISION PER RECORD, AGAINST ONE HIT.
           SELECT SAN-DEC-FILE ASSIGN TO SANDEC
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-DEC-STATUS.
      *
           SELECT SAN-HIT-FILE ASSIGN TO SANHITS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HIT-STATUS.
      *
      *    CUSTOMER-TO-ACCOUNT CROSS-REFERENCE (MAINTAINED BY
      *    BNKACCM) - READ BY CUSTOMER FOR A LISTED CUSTOMER'S
      *    ACCOUNTS, AND SWEPT WHOLE FOR THE OTHER HOLDERS OF EACH.
           SELECT XREF-FILE ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
           SELECT BENEF-MASTER-FILE ASSIGN TO BENEFMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-KEY
               FILE STATUS IS WS-BEN-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO SANAUDIT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-AUDIT-STATUS.
      *
           SELECT SAN-DEC-RPT-FILE ASSIGN TO SANDRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    SD-SOURCE/SD-REF/SD-ENTRY-ID ARE THE HIT'S SANHITS KEY AS
      *    PRINTED ON THE WORKLIST. SD-DECISION 'X' CONFIRM AN OPEN
      *    HIT, 'F' CLEAR AN OPEN HIT AS A FALSE POSITIVE, 'R'
      *    RELEASE A CONFIRMED HIT.
       FD  SAN-DEC-FILE RECORDING MODE F.
       01  SAN-DEC-REC.
           05  SD-SOURCE                  PIC  X(01).
           05  SD-REF                     PIC  X(16).
           05  SD-ENTRY-ID                PIC  X(10).
           05  SD-DECISION                PIC  X(01).
               88  SD-CONFIRM                      VALUE 'X'.
               88  SD-FALSE-POSITIVE               VALUE 'F'.
               88  SD-RELEASE                      VALUE 'R'.
           05  SD-OPERATOR-ID             PIC  X(08).
           05  SD-CHECKER-ID              PIC  X(08).
           05  FILLER                     PIC  X(36).
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
      *    LAYOUT MIRRORS BNKACCM.CBL'S XREF-REC.
       FD  XREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  XREF-REC.
           05  XR-KEY.
               10  XR-CUST-NO             PIC  X(06).
               10  XR-ACCT-NO             PIC  X(10).
           05  XR-OPENED-DATE             PIC  9(08).
           05  XR-HOLDER-ROLE             PIC  X(01).
           05  FILLER                     PIC  X(55).
      *
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  BALANCE-IO.
           02  ACCT-NO                    PIC X(10).
      *    NAMED ACCOUNT-DATA FIELDS (BALANCE-DATA GROUP) - SEE
      *    COPYBOOKS/BALREC.cbl
           COPY BALREC.
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
      *    ONE AUDIT LINE PER DECISION - APPLIED OR REFUSED, WITH THE
      *    NUMBER OF ACCOUNTS (OR PAYEES) BLOCKED OR RELEASED -
      *    HASH-CHAINED (CHNHASH) LIKE EVERY OTHER MAINTENANCE TRAIL
      *    AND SEALED AT CLOSE.
       FD  AUDIT-TRAIL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  SAN-AUDIT-REC.
           05 AUD-SOURCE              PIC X(01).
           05 AUD-REF                 PIC X(16).
           05 AUD-ENTRY-ID            PIC X(10).
           05 AUD-DECISION            PIC X(01).
           05 AUD-RESULT              PIC X(08).
           05 AUD-ACCOUNTS            PIC 9(03).
           05 AUD-TRAN-DATE           PIC 9(08).
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-CHECKER-ID          PIC X(08).
           05 FILLER                  PIC X(11).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
       FD  SAN-DEC-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  SAN-DEC-RPT-REC                PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-DEC-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HIT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-BEN-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-DEC-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-DEC-EOF                           VALUE 'Y'.
       01  WS-XREF-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-XREF-EOF                          VALUE 'Y'.
       01  WS-HIT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-HIT-EOF                           VALUE 'Y'.
       01  WS-REFUSE-SW                   PIC X(01) VALUE 'N'.
           88  WS-REFUSED                           VALUE 'Y'.
       01  WS-STILL-HELD-SW               PIC X(01) VALUE 'N'.
           88  WS-STILL-HELD                        VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
      *
       01  WS-READ-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-CONFIRMED-COUNT             PIC 9(05) VALUE ZEROES.
       01  WS-CLEARED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-RELEASED-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-REFUSED-COUNT               PIC 9(05) VALUE ZEROES.
      *
      *    THE REFUSAL REASON PRINTED ON THE REPORT - A REFUSED
      *    DECISION CHANGES NOTHING AND MUST BE RE-KEYED.
       01  WS-REFUSE-REASON               PIC X(30) VALUE SPACES.
      *
      *    THE BLOCK BEING SET ('S') OR LIFTED (SPACE), AND HOW MANY
      *    ACCOUNTS OR PAYEES IT WAS APPLIED TO.
       01  WS-NEW-SANCTION-STATUS         PIC X(01) VALUE SPACE.
       01  WS-BLOCKED-COUNT               PIC 9(03) VALUE ZEROES.
       01  WS-RESULT                      PIC X(08) VALUE SPACES.
      *
      *    A LISTED CUSTOMER'S ACCOUNTS, LOADED FROM CUSTACCT BEFORE
      *    ANY OF THEM IS TOUCHED.
       01  WS-LA-COUNT                    PIC 9(03) VALUE ZEROES.
       01  WS-LA-MAX                      PIC 9(03) VALUE 50.
       01  LISTED-ACCOUNT-TABLE.
           05  LA-ENTRY OCCURS 50 TIMES INDEXED BY LA-IDX.
               10  LA-ACCT-NO             PIC X(10).
       01  WS-CUR-ACCT-NO                 PIC X(10) VALUE SPACES.
      *
      *    THE SANHITS KEY STILL UNDER TEST FOR ANOTHER CONFIRMED HIT
      *    BEFORE A BLOCK IS LIFTED.
       01  WS-HELD-SOURCE                 PIC X(01) VALUE SPACE.
       01  WS-HELD-REF                    PIC X(16) VALUE SPACES.
      *
      *    THE OTHER CUSTOMERS ON THE ACCOUNT BEING RELEASED.
       01  WS-OH-COUNT                    PIC 9(03) VALUE ZEROES.
       01  WS-OH-MAX                      PIC 9(03) VALUE 20.
       01  OTHER-HOLDER-TABLE.
           05  OH-ENTRY OCCURS 20 TIMES INDEXED BY OH-IDX.
               10  OH-CUST-NO             PIC X(06).
      *
      *    AUTHCHK INTERFACE FIELDS.
       01  WS-AUTH-PROGRAM                PIC X(08) VALUE 'SANDECD '.
       01  WS-AUTH-ACTION                 PIC X(01) VALUE 'C'.
       01  WS-AUTH-AMOUNT                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-AUTH-RESULT                 PIC X(01) VALUE 'Y'.
      *
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC          PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN           PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE          PIC X(08) VALUE 'SANAUDIT'.
           05  WS-AUD-CHAIN-HASH          PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT         PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT        PIC X(01) VALUE SPACE.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(35) VALUE
               'SANCTIONS DECISIONS -             '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(37) VALUE SPACES.
       01  RPT-RULE-REC             PIC X(80) VALUE ALL '-'.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(40) VALUE
               'S REFERENCE        LIST ENTRY D RESULT  '.
           05  FILLER               PIC X(40) VALUE
               ' ACC REASON                             '.
       01  RPT-DETAIL-REC.
           05  RD-SOURCE            PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-REF               PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ENTRY-ID          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-DECISION          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-RESULT            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-ACCOUNTS          PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-REASON            PIC X(30).
           05  FILLER               PIC X(05) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(11) VALUE 'CONFIRMED: '.
           05  RTT-CONFIRMED        PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  CLEARED: '.
           05  RTT-CLEARED          PIC ZZZZ9.
           05  FILLER               PIC X(12) VALUE '  RELEASED: '.
           05  RTT-RELEASED         PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE '  REFUSED: '.
           05  RTT-REFUSED          PIC ZZZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********SANCTIONS DECISIONS********************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE SAN-DEC-RPT-REC FROM RPT-HEADER-REC.
           WRITE SAN-DEC-RPT-REC FROM RPT-COLUMN-REC.
      *
           PERFORM 200-PROCESS-ONE-DECISION
              UNTIL WS-DEC-EOF.
      *
           MOVE WS-CONFIRMED-COUNT TO RTT-CONFIRMED.
           MOVE WS-CLEARED-COUNT   TO RTT-CLEARED.
           MOVE WS-RELEASED-COUNT  TO RTT-RELEASED.
           MOVE WS-REFUSED-COUNT   TO RTT-REFUSED.
           WRITE SAN-DEC-RPT-REC FROM RPT-RULE-REC.
           WRITE SAN-DEC-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'DECISIONS READ      : ' WS-READ-COUNT.
           DISPLAY 'HITS CONFIRMED      : ' WS-CONFIRMED-COUNT.
           DISPLAY 'FALSE POSITIVES     : ' WS-CLEARED-COUNT.
           DISPLAY 'HITS RELEASED       : ' WS-RELEASED-COUNT.
           DISPLAY 'DECISIONS REFUSED   : ' WS-REFUSED-COUNT.
      *
           PERFORM 400-CLOSE-FILES.
      *
           IF WS-REFUSED-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  SAN-DEC-FILE.
               IF WS-DEC-STATUS NOT = ZEROES
                  MOVE 'Error opening file SANDEC'     TO WS-ERR-MSG
                  MOVE WS-DEC-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    SAN-HIT-FILE.
               IF WS-HIT-STATUS NOT = ZEROES
                  MOVE 'Error opening file SANHITS'    TO WS-ERR-MSG
                  MOVE WS-HIT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  XREF-FILE.
               IF WS-XREF-STATUS NOT = ZEROES
                  MOVE 'Error opening file CUSTACCT'   TO WS-ERR-MSG
                  MOVE WS-XREF-STATUS                  TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    BALANCE-AMT.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error opening file BALFILE'    TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O    BENEF-MASTER-FILE.
               IF WS-BEN-STATUS NOT = ZEROES
                  MOVE 'Error opening file BENEFMST'   TO WS-ERR-MSG
                  MOVE WS-BEN-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT AUDIT-TRAIL-FILE.
               IF WS-AUDIT-STATUS NOT = ZEROES
                  MOVE 'Error opening file SANAUDIT'   TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT SAN-DEC-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file SANDRPT'    TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-PROCESS-ONE-DECISION.
               READ SAN-DEC-FILE
                   AT END
                       MOVE 'Y' TO WS-DEC-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE ZEROES TO WS-BLOCKED-COUNT
                       PERFORM 210-VALIDATE-DECISION
                           THRU 210-VALIDATE-EXIT
                       IF WS-REFUSED
                           ADD 1 TO WS-REFUSED-COUNT
                           MOVE 'REFUSED' TO WS-RESULT
                       ELSE
                           PERFORM 300-APPLY-DECISION
                       END-IF
                       PERFORM 380-WRITE-DECISION-LINE
               END-READ.
      *
      *    EVERY TEST RUNS BEFORE ANYTHING IS TOUCHED - A REFUSED
      *    DECISION LEAVES THE HIT AND THE ACCOUNTS AS THEY WERE.
         210-VALIDATE-DECISION.
               MOVE 'N'    TO WS-REFUSE-SW.
               MOVE SPACES TO WS-REFUSE-REASON.
      *
      *    THE OPERATOR NEEDS A SANDECD GRANT, AND A DIFFERENT
      *    CHECKER MUST HAVE COUNTERSIGNED THE DECISION.
               CALL 'AUTHCHK' USING SD-OPERATOR-ID WS-AUTH-PROGRAM
                                    WS-AUTH-ACTION WS-AUTH-AMOUNT
                                    WS-AUTH-RESULT.
               IF WS-AUTH-RESULT = 'N'
                  MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
               IF SD-CHECKER-ID = SPACES
                  OR SD-CHECKER-ID = SD-OPERATOR-ID
                  MOVE 'RELEASE CHECKER INVALID' TO WS-REFUSE-REASON
                  GO TO 210-REFUSE
               END-IF.
      *
               MOVE SD-SOURCE   TO SH-SOURCE.
               MOVE SD-REF      TO SH-REF.
               MOVE SD-ENTRY-ID TO SH-ENTRY-ID.
               READ SAN-HIT-FILE
                   INVALID KEY
                       MOVE 'HIT NOT ON FILE' TO WS-REFUSE-REASON
               END-READ.
               IF WS-REFUSE-REASON NOT = SPACES
                  GO TO 210-REFUSE
               END-IF.
      *
      *    ONLY AN OPEN HIT IS CONFIRMED OR CLEARED, AND ONLY A
      *    CONFIRMED ONE RELEASED.
               EVALUATE TRUE
                  WHEN SD-CONFIRM AND SH-OPEN
                  WHEN SD-FALSE-POSITIVE AND SH-OPEN
                  WHEN SD-RELEASE AND SH-CONFIRMED
                     CONTINUE
                  WHEN SD-CONFIRM OR SD-FALSE-POSITIVE OR SD-RELEASE
                     MOVE 'DECISION NOT VALID FOR STATUS'
                                                 TO WS-REFUSE-REASON
                     GO TO 210-REFUSE
                  WHEN OTHER
                     MOVE 'DECISION CODE INVALID' TO WS-REFUSE-REASON
                     GO TO 210-REFUSE
               END-EVALUATE.
               GO TO 210-VALIDATE-EXIT.
      *
         210-REFUSE.
               MOVE 'Y' TO WS-REFUSE-SW.
      *
         210-VALIDATE-EXIT.
               EXIT.
      *
      *    THE HIT IS UPDATED FIRST, SO WHEN A RELEASE LOOKS FOR
      *    ANOTHER CONFIRMED HIT ON THE SAME RECORD IT NO LONGER
      *    FINDS THIS ONE.
         300-APPLY-DECISION.
               MOVE SD-DECISION    TO SH-STATUS.
               MOVE WS-TODAY-DATE  TO SH-DECIDED-DATE.
               MOVE SD-OPERATOR-ID TO SH-DECIDED-BY.
               REWRITE SAN-HIT-REC.
               IF WS-HIT-STATUS NOT = ZEROES
                  MOVE 'Error rewriting file SANHITS'  TO WS-ERR-MSG
                  MOVE WS-HIT-STATUS                   TO WS-ERR-CDE
                  MOVE '300-APPLY-DECISION'            TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               EVALUATE TRUE
                  WHEN SD-CONFIRM
                     ADD 1 TO WS-CONFIRMED-COUNT
                     MOVE 'BLOCKED'  TO WS-RESULT
                     MOVE 'S'        TO WS-NEW-SANCTION-STATUS
                     PERFORM 310-SET-BLOCK
                  WHEN SD-FALSE-POSITIVE
                     ADD 1 TO WS-CLEARED-COUNT
                     MOVE 'CLEARED'  TO WS-RESULT
                  WHEN SD-RELEASE
                     ADD 1 TO WS-RELEASED-COUNT
                     MOVE SD-SOURCE  TO WS-HELD-SOURCE
                     MOVE SD-REF     TO WS-HELD-REF
                     PERFORM 350-CHECK-STILL-HELD
                     IF WS-STILL-HELD
                        MOVE 'HELD'     TO WS-RESULT
                     ELSE
                        MOVE 'RELEASED' TO WS-RESULT
                        MOVE SPACE      TO WS-NEW-SANCTION-STATUS
                        PERFORM 310-SET-BLOCK
                     END-IF
               END-EVALUATE.
      *
      *    A CUSTOMER IS BLOCKED ON EVERY ACCOUNT CUSTACCT LINKS TO
      *    THEM, WHATEVER THE HOLDER ROLE; A BULK BENEFICIARY ON THE
      *    ACCOUNT THE EMPLOYER FILE CREDITED; A PAYEE ON BENEFMST.
         310-SET-BLOCK.
               EVALUATE SD-SOURCE
                  WHEN 'C'
                     PERFORM 320-LOAD-LISTED-ACCOUNTS
                     PERFORM 330-SET-ONE-ACCOUNT
                        THRU 330-SET-EXIT
                       VARYING LA-IDX FROM 1 BY 1
                         UNTIL LA-IDX > WS-LA-COUNT
                  WHEN 'B'
                     MOVE 1          TO WS-LA-COUNT
                     SET LA-IDX      TO 1
                     MOVE SH-ACCT-NO TO LA-ACCT-NO (LA-IDX)
                     PERFORM 330-SET-ONE-ACCOUNT
                        THRU 330-SET-EXIT
                  WHEN 'P'
                     PERFORM 340-SET-PAYEE THRU 340-SET-PAYEE-EXIT
               END-EVALUATE.
      *
      *    THE CROSS-REFERENCE IS KEYED CUSTOMER/ACCOUNT, SO THE
      *    CUSTOMER'S ACCOUNTS SIT TOGETHER UNDER THE CUSTOMER KEY.
         320-LOAD-LISTED-ACCOUNTS.
               MOVE ZEROES       TO WS-LA-COUNT.
               MOVE 'N'          TO WS-XREF-EOF-SW.
               MOVE SD-REF (1:6) TO XR-CUST-NO.
               MOVE LOW-VALUES   TO XR-ACCT-NO.
               START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-XREF-EOF-SW
               END-START.
               PERFORM 321-LOAD-ONE-ACCOUNT
                  UNTIL WS-XREF-EOF.
      *
         321-LOAD-ONE-ACCOUNT.
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF-SW
                   NOT AT END
                       IF XR-CUST-NO NOT = SD-REF (1:6)
                           MOVE 'Y' TO WS-XREF-EOF-SW
                       ELSE
                           IF WS-LA-COUNT NOT < WS-LA-MAX
                               MOVE 'Too many accounts on customer'
                                                      TO WS-ERR-MSG
                               MOVE WS-XREF-STATUS    TO WS-ERR-CDE
                               MOVE '321-LOAD-ONE-ACCOUNT'
                                                      TO WS-ERR-PROC
                               PERFORM 900-ERR-HANDLING
                           END-IF
                           ADD 1 TO WS-LA-COUNT
                           SET LA-IDX TO WS-LA-COUNT
                           MOVE XR-ACCT-NO TO LA-ACCT-NO (LA-IDX)
                       END-IF
               END-READ.
      *
      *    AN ACCOUNT NOT ON BALFILE (CLOSED AND PURGED) IS PASSED
      *    OVER. A CUSTOMER'S ACCOUNT SHARED WITH ANOTHER HOLDER WHO
      *    IS ALSO CONFIRMED ON THE LIST STAYS BLOCKED ON RELEASE.
         330-SET-ONE-ACCOUNT.
               MOVE LA-ACCT-NO (LA-IDX) TO WS-CUR-ACCT-NO.
               MOVE WS-CUR-ACCT-NO      TO ACCT-NO.
               READ BALANCE-AMT
                   INVALID KEY
                       GO TO 330-SET-EXIT
               END-READ.
      *
               IF WS-NEW-SANCTION-STATUS = SPACE
                  PERFORM 360-CHECK-OTHER-HOLDERS
                  IF WS-STILL-HELD
                     GO TO 330-SET-EXIT
                  END-IF
               END-IF.
      *
               MOVE WS-NEW-SANCTION-STATUS TO SANCTION-STATUS.
               REWRITE BALANCE-IO.
               IF WS-BAL-STATUS NOT = ZEROES
                  MOVE 'Error rewriting file BALFILE'  TO WS-ERR-MSG
                  MOVE WS-BAL-STATUS                   TO WS-ERR-CDE
                  MOVE '330-SET-ONE-ACCOUNT'           TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-BLOCKED-COUNT.
      *
         330-SET-EXIT.
               EXIT.
      *
         340-SET-PAYEE.
               MOVE SD-REF (1:14) TO BEN-KEY.
               READ BENEF-MASTER-FILE
                   INVALID KEY
                       GO TO 340-SET-PAYEE-EXIT
               END-READ.
               MOVE WS-NEW-SANCTION-STATUS TO BEN-SANCTION-STATUS.
               REWRITE BENEF-MASTER-REC.
               IF WS-BEN-STATUS NOT = ZEROES
                  MOVE 'Error rewriting file BENEFMST' TO WS-ERR-MSG
                  MOVE WS-BEN-STATUS                   TO WS-ERR-CDE
                  MOVE '340-SET-PAYEE'                 TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
               ADD 1 TO WS-BLOCKED-COUNT.
      *
         340-SET-PAYEE-EXIT.
               EXIT.
      *
      *    IS ANY OTHER HIT ON WS-HELD-SOURCE/WS-HELD-REF STILL
      *    CONFIRMED? THE HITS FOR ONE RECORD SIT TOGETHER UNDER ITS
      *    SOURCE AND REFERENCE.
         350-CHECK-STILL-HELD.
               MOVE 'N'            TO WS-STILL-HELD-SW.
               MOVE 'N'            TO WS-HIT-EOF-SW.
               MOVE WS-HELD-SOURCE TO SH-SOURCE.
               MOVE WS-HELD-REF    TO SH-REF.
               MOVE LOW-VALUES     TO SH-ENTRY-ID.
               START SAN-HIT-FILE KEY IS NOT LESS THAN SH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIT-EOF-SW
               END-START.
               PERFORM 351-CHECK-ONE-HIT
                  UNTIL WS-HIT-EOF OR WS-STILL-HELD.
      *
         351-CHECK-ONE-HIT.
               READ SAN-HIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIT-EOF-SW
                   NOT AT END
                       IF SH-SOURCE NOT = WS-HELD-SOURCE
                          OR SH-REF NOT = WS-HELD-REF
                           MOVE 'Y' TO WS-HIT-EOF-SW
                       ELSE
                           IF SH-CONFIRMED
                               MOVE 'Y' TO WS-STILL-HELD-SW
                           END-IF
                       END-IF
               END-READ.
      *
      *    CUSTACCT IS KEYED BY CUSTOMER FIRST, SO THE OTHER HOLDERS
      *    OF AN ACCOUNT CAN ONLY BE FOUND BY SWEEPING THE WHOLE
      *    FILE. RELEASES ARE RARE, SO IT IS SWEPT AGAIN FOR EACH
      *    ACCOUNT. A BULK BENEFICIARY CONFIRMED AGAINST THE SAME
      *    ACCOUNT IS NOT SEEN HERE - THAT BLOCK IS LIFTED BY ITS OWN
      *    RELEASE.
         360-CHECK-OTHER-HOLDERS.
               MOVE 'N'        TO WS-STILL-HELD-SW.
               MOVE ZEROES     TO WS-OH-COUNT.
               MOVE 'N'        TO WS-XREF-EOF-SW.
               MOVE LOW-VALUES TO XR-KEY.
               START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-XREF-EOF-SW
               END-START.
               PERFORM 361-NOTE-ONE-HOLDER
                  UNTIL WS-XREF-EOF.
               PERFORM 362-CHECK-ONE-HOLDER
                  VARYING OH-IDX FROM 1 BY 1
                    UNTIL OH-IDX > WS-OH-COUNT
                       OR WS-STILL-HELD.
      *
         361-NOTE-ONE-HOLDER.
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF-SW
                   NOT AT END
                       IF XR-ACCT-NO = WS-CUR-ACCT-NO
                          AND XR-CUST-NO NOT = SD-REF (1:6)
                          AND WS-OH-COUNT < WS-OH-MAX
                           ADD 1 TO WS-OH-COUNT
                           SET OH-IDX TO WS-OH-COUNT
                           MOVE XR-CUST-NO TO OH-CUST-NO (OH-IDX)
                       END-IF
               END-READ.
      *
         362-CHECK-ONE-HOLDER.
               MOVE 'C'                  TO WS-HELD-SOURCE.
               MOVE SPACES               TO WS-HELD-REF.
               MOVE OH-CUST-NO (OH-IDX)  TO WS-HELD-REF (1:6).
               PERFORM 350-CHECK-STILL-HELD.
      *
         380-WRITE-DECISION-LINE.
               MOVE SPACES           TO RPT-DETAIL-REC.
               MOVE SD-SOURCE        TO RD-SOURCE.
               MOVE SD-REF           TO RD-REF.
               MOVE SD-ENTRY-ID      TO RD-ENTRY-ID.
               MOVE SD-DECISION      TO RD-DECISION.
               MOVE WS-RESULT        TO RD-RESULT.
               MOVE WS-BLOCKED-COUNT TO RD-ACCOUNTS.
               MOVE WS-REFUSE-REASON TO RD-REASON.
               WRITE SAN-DEC-RPT-REC FROM RPT-DETAIL-REC.
               IF WS-REFUSED
                  DISPLAY 'DECISION REFUSED: ' SD-SOURCE SD-REF ' '
                          SD-ENTRY-ID ' ' WS-REFUSE-REASON
               END-IF.
      *
               MOVE SPACES           TO SAN-AUDIT-REC.
               MOVE SD-SOURCE        TO AUD-SOURCE.
               MOVE SD-REF           TO AUD-REF.
               MOVE SD-ENTRY-ID      TO AUD-ENTRY-ID.
               MOVE SD-DECISION      TO AUD-DECISION.
               MOVE WS-RESULT        TO AUD-RESULT.
               MOVE WS-BLOCKED-COUNT TO AUD-ACCOUNTS.
               MOVE WS-TODAY-DATE    TO AUD-TRAN-DATE.
               MOVE SD-OPERATOR-ID   TO AUD-OPERATOR-ID.
               MOVE SD-CHECKER-ID    TO AUD-CHECKER-ID.
               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING SAN-AUDIT-REC WS-AUD-CHAIN.
               WRITE SAN-AUDIT-REC.
               IF WS-AUDIT-STATUS NOT = ZEROES
                  MOVE 'Error writting file SANAUDIT'  TO WS-ERR-MSG
                  MOVE WS-AUDIT-STATUS                 TO WS-ERR-CDE
                  MOVE '380-WRITE-DECISION-LINE'       TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         400-CLOSE-FILES.
               CLOSE SAN-DEC-FILE.
               CLOSE SAN-HIT-FILE.
               CLOSE XREF-FILE.
               CLOSE BALANCE-AMT.
               CLOSE BENEF-MASTER-FILE.
               MOVE 'S' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING SAN-AUDIT-REC WS-AUD-CHAIN.
               WRITE SAN-AUDIT-REC.
               CLOSE AUDIT-TRAIL-FILE.
               CLOSE SAN-DEC-RPT-FILE.
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
