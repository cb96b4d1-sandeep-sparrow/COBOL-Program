      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 21-12-2020
      * Purpose: WEEKLY BAD-CONTACT WORKLIST - SWEEPS CUSKS080 FOR
      *        : EVERY CUSTOMER WHOSE ADDRESS OR EMAIL IS FLAGGED BAD
      *        : (SET BY RTNMAIL FROM RETURNED POST OR BY DISTACK
      *        : FROM A FAILED DELIVERY) AND LISTS THEM BY THE HOME
      *        : BRANCH OF THEIR PRIMARY ACCOUNT, WITH THE DATE AND
      *        : SOURCE OF THE FLAG, HOW MANY DAYS IT HAS STOOD, HOW
      *        : MANY LETTERS/STATEMENTS THE BRANCH IS HOLDING FOR
      *        : THEM ON MAILHOLD, AND THE CBLVSMC2 TRANSACTION THAT
      *        : PUTS IT RIGHT. THE FLAG CLEARS ITSELF WHEN THAT
      *        : TRANSACTION CHANGES THE ADDRESS OR EMAIL, SO A
      *        : CUSTOMER DROPS OFF NEXT WEEK'S LIST ONCE FIXED.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. BADADDR.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS IS CUSKS080-STATUS.
      *
      *    NO CROSS-REFERENCE OR BALANCE FILE - EVERY CUSTOMER IS
      *    LISTED UNDER HEAD OFFICE.
           SELECT OPTIONAL XREF-FILE ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT OPTIONAL BALANCE-AMT ASSIGN TO BALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-BAL-STATUS.
      *
      *    BRANCH MAIL HOLD LIST WRITTEN BY THE LETTER PROGRAMS -
      *    SEE COPYBOOKS/MAILHOLD.cbl.
           SELECT OPTIONAL MAIL-HOLD-FILE ASSIGN TO MAILHOLD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-HOLD-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT BAD-RPT-FILE ASSIGN TO BADRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
      *    LAYOUT MIRRORS BNKACCM.CBL'S XREF-REC.
       FD  XREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  XREF-REC.
           05 XR-KEY.
              10 XR-CUST-NO           PIC X(06).
              10 XR-ACCT-NO           PIC X(10).
           05 XR-OPENED-DATE          PIC 9(08).
           05 XR-HOLDER-ROLE          PIC X(01).
           05 FILLER                  PIC X(55).
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
       FD  MAIL-HOLD-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
           COPY MAILHOLD.
      *
      *    ONE BAD CONTACT ON ITS WAY TO ITS BRANCH'S PAGE.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SRT-BRANCH                 PIC X(04).
           05  SRT-CUST-NO                PIC X(06).
           05  SRT-TYPE                   PIC X(01).
           05  SRT-LNAME                  PIC X(15).
           05  SRT-FLAG-DATE              PIC 9(08).
           05  SRT-FLAG-SOURCE            PIC X(08).
           05  SRT-HELD                   PIC 9(04).
      *
       FD  BAD-RPT-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01  BAD-RPT-REC                    PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  CUSKS080-STATUS                PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-CUS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CUS-EOF                           VALUE 'Y'.
       01  WS-HOLD-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-HOLD-EOF                          VALUE 'Y'.
       01  WS-XREF-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-XREF-EOF                          VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
       01  WS-XREF-AVAIL-SW               PIC X(01) VALUE 'N'.
           88  WS-XREF-AVAIL                        VALUE 'Y'.
       01  WS-BAL-AVAIL-SW                PIC X(01) VALUE 'N'.
           88  WS-BAL-AVAIL                         VALUE 'Y'.
       01  WS-HOLD-AVAIL-SW               PIC X(01) VALUE 'N'.
           88  WS-HOLD-AVAIL                        VALUE 'Y'.
       01  WS-FIRST-BRANCH-SW             PIC X(01) VALUE 'Y'.
           88  WS-FIRST-BRANCH                      VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-TODAY-INT                   PIC S9(9).
       01  WS-FLAG-INT                    PIC S9(9).
       01  WS-DAYS-OUT                    PIC S9(5).
      *
      *    THE CUSTOMER BEING LOOKED AT AND WHERE THEIR POST GOES.
       01  WS-CURR-BRANCH                 PIC X(04) VALUE SPACES.
       01  WS-PRIMARY-ACCT                PIC X(10) VALUE SPACES.
       01  WS-FIRST-ACCT                  PIC X(10) VALUE SPACES.
       01  WS-LOOK-TYPE                   PIC X(01) VALUE SPACE.
       01  WS-LOOK-HELD                   PIC 9(04) VALUE ZEROES.
       01  WS-PREV-BRANCH                 PIC X(04) VALUE SPACES.
      *
       01  WS-READ-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-ADDR-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-EMAIL-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-HELD-TOTAL                  PIC 9(07) VALUE ZEROES.
       01  WS-BR-ADDR-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-BR-EMAIL-COUNT              PIC 9(05) VALUE ZEROES.
       01  WS-BR-HELD-TOTAL               PIC 9(07) VALUE ZEROES.
      *
      *    HELD ITEMS PER CUSTOMER AND CONTACT TYPE OFF MAILHOLD.
       01  WS-HC-COUNT                    PIC 9(04) VALUE ZEROES.
       01  WS-HC-MAX                      PIC 9(04) VALUE 2000.
       01  HOLD-COUNT-TABLE.
           05  HC-ENTRY OCCURS 2000 TIMES INDEXED BY HC-IDX.
               10  HC-CUST-NO             PIC X(06).
               10  HC-REASON              PIC X(01).
               10  HC-HELD                PIC 9(04).
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(40) VALUE
               'BAD CONTACT DETAILS - BRANCH WORKLIST - '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(84) VALUE SPACES.
       01  RPT-COLUMN-REC.
           05  FILLER               PIC X(49) VALUE
               'CUSTNO LAST NAME       CONTACT FLAGGED  SOURCE   '.
           05  FILLER               PIC X(46) VALUE
               ' DAYS HELD  ACTION                            '.
           05  FILLER               PIC X(37) VALUE SPACES.
       01  RPT-BRANCH-REC.
           05  FILLER               PIC X(08) VALUE 'BRANCH: '.
           05  RB-BRANCH            PIC X(11).
           05  FILLER               PIC X(113) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-CUST-NO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-LNAME             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-CONTACT           PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-FLAG-DATE         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-SOURCE            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-DAYS              PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-HELD              PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-ACTION            PIC X(30).
           05  FILLER               PIC X(41) VALUE SPACES.
       01  RPT-BR-TOTAL-REC.
           05  FILLER               PIC X(20) VALUE
               '  BRANCH - ADDRESS: '.
           05  RBT-ADDR             PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  EMAIL: '.
           05  RBT-EMAIL            PIC ZZZZ9.
           05  FILLER               PIC X(16) VALUE
               '  ITEMS HELD:   '.
           05  RBT-HELD             PIC ZZZZZZ9.
           05  FILLER               PIC X(69) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(20) VALUE
               'ALL BRANCHES - ADDR:'.
           05  RT-ADDR              PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE '  EMAIL: '.
           05  RT-EMAIL             PIC ZZZZ9.
           05  FILLER               PIC X(16) VALUE
               '  ITEMS HELD:   '.
           05  RT-HELD              PIC ZZZZZZ9.
           05  FILLER               PIC X(69) VALUE SPACES.
       01  RPT-BLANK-REC                  PIC X(132) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********BAD CONTACT WORKLIST*******************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE BAD-RPT-REC FROM RPT-HEADER-REC.
           WRITE BAD-RPT-REC FROM RPT-COLUMN-REC.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
      *
           PERFORM 150-COUNT-HELD-ITEMS
              UNTIL WS-HOLD-EOF.
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BRANCH
                                SRT-CUST-NO
                                SRT-TYPE
               INPUT PROCEDURE IS 200-SELECT-FLAGGED
               OUTPUT PROCEDURE IS 300-PRINT-WORKLIST.
      *
           MOVE WS-ADDR-COUNT   TO RT-ADDR.
           MOVE WS-EMAIL-COUNT  TO RT-EMAIL.
           MOVE WS-HELD-TOTAL   TO RT-HELD.
           WRITE BAD-RPT-REC FROM RPT-BLANK-REC.
           WRITE BAD-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'CUSTOMERS READ   : ' WS-READ-COUNT.
           DISPLAY 'BAD ADDRESSES    : ' WS-ADDR-COUNT.
           DISPLAY 'BAD EMAILS       : ' WS-EMAIL-COUNT.
           DISPLAY 'ITEMS HELD       : ' WS-HELD-TOTAL.
      *
           PERFORM 400-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT CUSKS080-FILE.
               IF CUSKS080-STATUS NOT = ZEROES
                  MOVE 'Error opening file CUSKS080'   TO WS-ERR-MSG
                  MOVE CUSKS080-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT XREF-FILE.
               IF WS-XREF-STATUS = '00'
                  MOVE 'Y' TO WS-XREF-AVAIL-SW
               END-IF.
               OPEN INPUT BALANCE-AMT.
               IF WS-BAL-STATUS = '00'
                  MOVE 'Y' TO WS-BAL-AVAIL-SW
               END-IF.
      *
               OPEN INPUT MAIL-HOLD-FILE.
               IF WS-HOLD-STATUS = '00' OR '05'
                  MOVE 'Y' TO WS-HOLD-AVAIL-SW
               ELSE
                  MOVE 'Y' TO WS-HOLD-EOF-SW
               END-IF.
      *
               OPEN OUTPUT BAD-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file BADRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
      *    ONE COUNT PER CUSTOMER AND CONTACT TYPE. PAST THE TABLE'S
      *    END A CUSTOMER STILL LISTS, SHOWING NIL HELD.
         150-COUNT-HELD-ITEMS.
               READ MAIL-HOLD-FILE
                  AT END
                     MOVE 'Y' TO WS-HOLD-EOF-SW
                  NOT AT END
                     PERFORM 160-ADD-HELD-ITEM
               END-READ.
      *
         160-ADD-HELD-ITEM.
               SET HC-IDX TO 1.
               SEARCH HC-ENTRY
                  AT END
                     IF WS-HC-COUNT < WS-HC-MAX
                        ADD 1 TO WS-HC-COUNT
                        SET HC-IDX TO WS-HC-COUNT
                        MOVE MH-CUST-NO TO HC-CUST-NO (HC-IDX)
                        MOVE MH-REASON  TO HC-REASON (HC-IDX)
                        MOVE 1          TO HC-HELD (HC-IDX)
                     END-IF
                  WHEN HC-IDX > WS-HC-COUNT
                     ADD 1 TO WS-HC-COUNT
                     MOVE MH-CUST-NO TO HC-CUST-NO (HC-IDX)
                     MOVE MH-REASON  TO HC-REASON (HC-IDX)
                     MOVE 1          TO HC-HELD (HC-IDX)
                  WHEN HC-CUST-NO (HC-IDX) = MH-CUST-NO
                   AND HC-REASON (HC-IDX) = MH-REASON
                     ADD 1 TO HC-HELD (HC-IDX)
               END-SEARCH.
      *
      *    INPUT PROCEDURE - EVERY FLAGGED CONTACT ON THE MASTER, A
      *    CUSTOMER WITH BOTH FLAGGED GIVING TWO LINES.
         200-SELECT-FLAGGED.
               PERFORM 210-READ-ONE-CUSTOMER
                  UNTIL WS-CUS-EOF.
      *
         210-READ-ONE-CUSTOMER.
               READ CUSKS080-FILE
                  AT END
                     MOVE 'Y' TO WS-CUS-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     IF CUS-ADDR-BAD OR CUS-EMAIL-BAD
                        PERFORM 220-FIND-HOME-BRANCH
                        PERFORM 230-RELEASE-FLAGS
                     END-IF
               END-READ.
      *
      *    THE BRANCH OF THE CUSTOMER'S FIRST PRIMARY ACCOUNT ON
      *    CUSTACCT, OR OF THEIR FIRST ACCOUNT OF ANY KIND IF THEY
      *    ARE ONLY EVER A JOINT HOLDER. SPACES IS HEAD OFFICE.
         220-FIND-HOME-BRANCH.
               MOVE SPACES TO WS-CURR-BRANCH WS-PRIMARY-ACCT
                              WS-FIRST-ACCT.
               IF WS-XREF-AVAIL
                  MOVE 'N'          TO WS-XREF-EOF-SW
                  MOVE CUSKS080-KEY TO XR-CUST-NO
                  MOVE SPACES       TO XR-ACCT-NO
                  START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                     INVALID KEY
                        MOVE 'Y' TO WS-XREF-EOF-SW
                  END-START
                  PERFORM 225-READ-NEXT-XREF
                     UNTIL WS-XREF-EOF
               END-IF.
               IF WS-PRIMARY-ACCT = SPACES
                  MOVE WS-FIRST-ACCT TO WS-PRIMARY-ACCT
               END-IF.
               IF WS-PRIMARY-ACCT NOT = SPACES AND WS-BAL-AVAIL
                  MOVE WS-PRIMARY-ACCT TO ACCT-NO
                  READ BALANCE-AMT
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE HOME-BRANCH TO WS-CURR-BRANCH
                  END-READ
               END-IF.
      *
         225-READ-NEXT-XREF.
               READ XREF-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-XREF-EOF-SW
                  NOT AT END
                     IF XR-CUST-NO NOT = CUSKS080-KEY
                        MOVE 'Y' TO WS-XREF-EOF-SW
                     ELSE
                        IF WS-FIRST-ACCT = SPACES
                           MOVE XR-ACCT-NO TO WS-FIRST-ACCT
                        END-IF
                        IF XR-HOLDER-ROLE = 'P'
                           MOVE XR-ACCT-NO TO WS-PRIMARY-ACCT
                           MOVE 'Y' TO WS-XREF-EOF-SW
                        END-IF
                     END-IF
               END-READ.
      *
         230-RELEASE-FLAGS.
               MOVE WS-CURR-BRANCH TO SRT-BRANCH.
               MOVE CUSKS080-KEY   TO SRT-CUST-NO.
               MOVE CUS-LNAME      TO SRT-LNAME.
               IF CUS-ADDR-BAD
                  MOVE 'A'                 TO SRT-TYPE WS-LOOK-TYPE
                  MOVE CUS-BAD-ADDR-DATE   TO SRT-FLAG-DATE
                  MOVE CUS-BAD-ADDR-SOURCE TO SRT-FLAG-SOURCE
                  PERFORM 240-LOOK-UP-HELD
                  MOVE WS-LOOK-HELD        TO SRT-HELD
                  RELEASE SORT-REC
               END-IF.
               IF CUS-EMAIL-BAD
                  MOVE 'E'                  TO SRT-TYPE WS-LOOK-TYPE
                  MOVE CUS-BAD-EMAIL-DATE   TO SRT-FLAG-DATE
                  MOVE CUS-BAD-EMAIL-SOURCE TO SRT-FLAG-SOURCE
                  PERFORM 240-LOOK-UP-HELD
                  MOVE WS-LOOK-HELD         TO SRT-HELD
                  RELEASE SORT-REC
               END-IF.
      *
         240-LOOK-UP-HELD.
               MOVE ZEROES TO WS-LOOK-HELD.
               IF WS-HC-COUNT > ZEROES
                  SET HC-IDX TO 1
                  SEARCH HC-ENTRY
                     AT END
                        CONTINUE
                     WHEN HC-IDX > WS-HC-COUNT
                        CONTINUE
                     WHEN HC-CUST-NO (HC-IDX) = CUSKS080-KEY
                      AND HC-REASON (HC-IDX) = WS-LOOK-TYPE
                        MOVE HC-HELD (HC-IDX) TO WS-LOOK-HELD
                  END-SEARCH
               END-IF.
      *
      *    OUTPUT PROCEDURE - ONE PAGE SECTION PER BRANCH.
         300-PRINT-WORKLIST.
               PERFORM 310-RETURN-ONE-CONTACT
                  UNTIL WS-SORT-EOF.
               IF NOT WS-FIRST-BRANCH
                  PERFORM 340-BRANCH-TOTAL
               END-IF.
      *
         310-RETURN-ONE-CONTACT.
               RETURN SORT-WORK-FILE
                  AT END
                     MOVE 'Y' TO WS-SORT-EOF-SW
                  NOT AT END
                     PERFORM 320-PRINT-ONE-CONTACT
               END-RETURN.
      *
         320-PRINT-ONE-CONTACT.
               IF WS-FIRST-BRANCH OR SRT-BRANCH NOT = WS-PREV-BRANCH
                  IF NOT WS-FIRST-BRANCH
                     PERFORM 340-BRANCH-TOTAL
                  END-IF
                  MOVE 'N'        TO WS-FIRST-BRANCH-SW
                  MOVE SRT-BRANCH TO WS-PREV-BRANCH
                  PERFORM 330-BRANCH-HEADING
               END-IF.
      *
               MOVE SRT-CUST-NO     TO RD-CUST-NO.
               MOVE SRT-LNAME       TO RD-LNAME.
               MOVE SRT-FLAG-SOURCE TO RD-SOURCE.
               MOVE SRT-HELD        TO RD-HELD.
               IF SRT-FLAG-DATE IS NUMERIC
                  AND SRT-FLAG-DATE > ZEROES
                  MOVE SRT-FLAG-DATE TO RD-FLAG-DATE
                  COMPUTE WS-FLAG-INT =
                      FUNCTION INTEGER-OF-DATE (SRT-FLAG-DATE)
                  COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-FLAG-INT
               ELSE
                  MOVE ZEROES        TO RD-FLAG-DATE WS-DAYS-OUT
               END-IF.
               IF WS-DAYS-OUT < ZEROES
                  MOVE ZEROES TO WS-DAYS-OUT
               END-IF.
               MOVE WS-DAYS-OUT     TO RD-DAYS.
      *
      *    CBLVSMC2 CARRIES A NEW POSTAL ADDRESS ON ITS 'C' CHANGE
      *    AND A NEW EMAIL ON ITS 'E' CONTACT UPDATE; EITHER CLEARS
      *    THE MATCHING FLAG.
               IF SRT-TYPE = 'A'
                  MOVE 'ADDRESS'                        TO RD-CONTACT
                  MOVE 'CBLVSMC2 C - NEW ADDRESS'       TO RD-ACTION
                  ADD 1 TO WS-ADDR-COUNT WS-BR-ADDR-COUNT
               ELSE
                  MOVE 'EMAIL'                          TO RD-CONTACT
                  MOVE 'CBLVSMC2 E - NEW EMAIL'         TO RD-ACTION
                  ADD 1 TO WS-EMAIL-COUNT WS-BR-EMAIL-COUNT
               END-IF.
               ADD SRT-HELD TO WS-HELD-TOTAL WS-BR-HELD-TOTAL.
               WRITE BAD-RPT-REC FROM RPT-DETAIL-REC.
      *
         330-BRANCH-HEADING.
               IF SRT-BRANCH = SPACES
                  MOVE 'HEAD OFFICE' TO RB-BRANCH
               ELSE
                  MOVE SRT-BRANCH    TO RB-BRANCH
               END-IF.
               WRITE BAD-RPT-REC FROM RPT-BLANK-REC.
               WRITE BAD-RPT-REC FROM RPT-BRANCH-REC.
      *
         340-BRANCH-TOTAL.
               MOVE WS-BR-ADDR-COUNT  TO RBT-ADDR.
               MOVE WS-BR-EMAIL-COUNT TO RBT-EMAIL.
               MOVE WS-BR-HELD-TOTAL  TO RBT-HELD.
               WRITE BAD-RPT-REC FROM RPT-BR-TOTAL-REC.
               MOVE ZEROES TO WS-BR-ADDR-COUNT WS-BR-EMAIL-COUNT
                              WS-BR-HELD-TOTAL.
      *
         400-CLOSE-FILES.
               CLOSE CUSKS080-FILE.
               IF WS-XREF-AVAIL
                  CLOSE XREF-FILE
               END-IF.
               IF WS-BAL-AVAIL
                  CLOSE BALANCE-AMT
               END-IF.
               IF WS-HOLD-AVAIL
                  CLOSE MAIL-HOLD-FILE
               END-IF.
               CLOSE BAD-RPT-FILE.
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
