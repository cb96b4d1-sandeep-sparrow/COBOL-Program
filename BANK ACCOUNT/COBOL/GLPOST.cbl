      *
      *    ONE CARD - 'SUSPENSE' TURNS ON CONTROLLED SUSPENSE MODE.
      *    WITH NO CARD AN OUT-OF-BALANCE FEED STILL ENDS RC 8 AND
      *    WAITS, EXACTLY AS BEFORE. 'REJECT' IN THE SECOND FIELD
      *    REJECTS POSTINGS DATED INTO A CLOSED PERIOD INSTEAD OF
      *    REDIRECTING THEM INTO TODAY'S OPEN PERIOD.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTL-STATUS.
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-SUSPRPT-STATUS.
      *
      *    ACCOUNTING-PERIOD CALENDAR KEPT BY GLCLOSE - SEE
      *    COPYBOOKS/GLPERD.cbl. NO CALENDAR, NO CLOSED PERIODS.
           SELECT OPTIONAL GL-CAL-FILE ASSIGN TO GLCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLP-PERIOD
               FILE STATUS IS WS-CAL-STATUS.
      *
      *    ONE LINE PER FEED RECORD DATED INTO A CLOSED PERIOD -
      *    REDIRECTED OR REJECTED - FOR THE GL DESK.
           SELECT GL-EXCP-FILE ASSIGN TO GLPEXCP
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-EXCP-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FD  CONTROL-CARD-FILE RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-RUN-MODE               PIC  X(08).
           05  CTL-CLOSED-MODE            PIC  X(08).
           05  FILLER                     PIC  X(64).
      *
       FD  SUSP-ITEM-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  SUSP-RPT-REC                   PIC  X(80).
      *
       FD  GL-CAL-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-PERIOD-REC.
           02  GLP-PERIOD                 PIC  9(06).
      *    NAMED PERIOD FIELDS (GL-PERIOD-DATA GROUP) - SEE
      *    COPYBOOKS/GLPERD.cbl
           COPY GLPERD.
      *
       FD  GL-EXCP-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  GL-EXCP-REC.
           05  GPX-ACTION                 PIC  X(08).
           05  FILLER                     PIC  X(01).
           05  GPX-ORIG-DATE              PIC  9(08).
           05  FILLER                     PIC  X(01).
           05  GPX-PERIOD                 PIC  9(06).
           05  FILLER                     PIC  X(01).
           05  GPX-ACCOUNT-CODE           PIC  X(06).
           05  FILLER                     PIC  X(01).
           05  GPX-DR-CR                  PIC  X(02).
           05  FILLER                     PIC  X(01).
           05  GPX-AMOUNT                 PIC  9999999.99.
           05  FILLER                     PIC  X(01).
           05  GPX-SOURCE-ACCT-NO         PIC  X(10).
           05  FILLER                     PIC  X(01).
           05  GPX-TRAN-REF               PIC  X(12).
           05  FILLER                     PIC  X(01).
           05  GPX-BRANCH-ID              PIC  X(04).
           05  FILLER                     PIC  X(06).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-SUSP-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SUSPRPT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-EXCP-STATUS                 PIC X(02) VALUE SPACES.
      *
       01  WS-GL-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-GL-EOF                            VALUE 'Y'.
       01  WS-RAISED-INT                  PIC S9(9) VALUE ZEROES.
       01  WS-CLEAR-AMOUNT                PIC 9(11)V99 VALUE ZEROES.
       01  WS-CLEAR-SIDE                  PIC X(02) VALUE SPACES.
      *
      *    THE ACCOUNTING CALENDAR, HELD FOR THE RUN - A FEED
      *    RECORD'S PERIOD IS THE ONE WHOSE DATES SPAN ITS
      *    GL-TRAN-DATE. A CLOSED PERIOD TAKES NO MORE POSTINGS: BY
      *    DEFAULT THE RECORD IS REDIRECTED - POSTED AS AT TODAY, IN
      *    THE OPEN PERIOD - AND WITH 'REJECT' ON THE CONTROL CARD IT
      *    IS NOT POSTED AT ALL. EITHER WAY IT IS LISTED ON GLPEXCP.
       01  WS-CAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CAL-EOF                           VALUE 'Y'.
       01  WS-CAL-COUNT                   PIC 9(03) VALUE ZEROES.
       01  WS-CAL-MAX                     PIC 9(03) VALUE 360.
       01  CAL-TABLE.
           05  CAL-ENTRY OCCURS 360 TIMES INDEXED BY CAL-IDX.
               10  CAL-PERIOD             PIC 9(06).
               10  CAL-START-DATE         PIC 9(08).
               10  CAL-END-DATE           PIC 9(08).
               10  CAL-STATUS             PIC X(01).
       01  WS-REJECT-CLOSED-SW            PIC X(01) VALUE 'N'.
           88  WS-REJECT-CLOSED                     VALUE 'Y'.
       01  WS-PERIOD-ACTION-SW            PIC X(01) VALUE SPACE.
           88  WS-PERIOD-REDIRECTED                 VALUE 'D'.
           88  WS-PERIOD-REJECTED                   VALUE 'R'.
       01  WS-REDIRECT-COUNT              PIC 9(07) VALUE ZEROES.
       01  WS-CLOSED-REJ-COUNT            PIC 9(07) VALUE ZEROES.
      *
       01  WS-READ-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-POST-AMOUNT                 PIC 9(7)V99 VALUE ZEROES.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TT-FLAG                    PIC X(14).
           05  FILLER                     PIC X(27) VALUE SPACES.
       01  TRIAL-CLOSED-REC.
           05  FILLER                     PIC X(30) VALUE
               '*** CLOSED-PERIOD ITEMS  REDIR'.
           05  FILLER                     PIC X(07) VALUE 'ECTED: '.
           05  TC-REDIRECTED              PIC ZZZZZZ9.
           05  FILLER                     PIC X(12) VALUE
               '  REJECTED: '.
           05  TC-REJECTED                PIC ZZZZZZ9.
           05  FILLER                     PIC X(17) VALUE SPACES.
       01  TRIAL-SUSP-REC.
           05  FILLER                     PIC X(30) VALUE
               '*** DIFFERENCE TO SUSPENSE    '.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 120-LOAD-CALENDAR.
      *
           PERFORM 200-PROCESS-FEED
              UNTIL WS-GL-EOF.
                      ' CR ' WS-CR-TOTAL
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *    A REJECTED CLOSED-PERIOD ITEM IS LEFT FOR THE GL DESK TO
      *    RE-DATE OR REVERSE - THE FEED IS FLAGGED RC 4 (AN ITEM
      *    WHOSE OTHER SIDE POSTED ALSO SHOWS AS A BREAK ABOVE).
           IF WS-CLOSED-REJ-COUNT > ZEROES
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           PERFORM 600-WRITE-AGED-SUSPENSE.
      *
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT GL-EXCP-FILE.
               IF WS-EXCP-STATUS NOT = ZEROES
                  MOVE 'Error opening file GLPEXCP'   TO WS-ERR-MSG
                  MOVE WS-EXCP-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'               TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         110-READ-CONTROL-CARD.
               OPEN INPUT CONTROL-CARD-FILE.
                              MOVE 'Y' TO WS-SUSPENSE-MODE-SW
                              DISPLAY 'SUSPENSE MODE IN EFFECT'
                          END-IF
                          IF CTL-CLOSED-MODE = 'REJECT'
                              MOVE 'Y' TO WS-REJECT-CLOSED-SW
                              DISPLAY 'CLOSED-PERIOD ITEMS REJECTED'
                          END-IF
                  END-READ
               END-IF.
               CLOSE CONTROL-CARD-FILE.
      *
         120-LOAD-CALENDAR.
               OPEN INPUT GL-CAL-FILE.
               IF WS-CAL-STATUS = '00'
                  PERFORM 125-LOAD-ONE-PERIOD
                      UNTIL WS-CAL-EOF
               END-IF.
               CLOSE GL-CAL-FILE.
      *
         125-LOAD-ONE-PERIOD.
               READ GL-CAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF WS-CAL-COUNT NOT < WS-CAL-MAX
                          MOVE 'Too many GLCAL periods'  TO WS-ERR-MSG
                          MOVE 'OV'                      TO WS-ERR-CDE
                          MOVE '125-LOAD-ONE-PERIOD'     TO WS-ERR-PROC
                          PERFORM 900-ERR-HANDLING
                       END-IF
                       ADD 1 TO WS-CAL-COUNT
                       SET CAL-IDX TO WS-CAL-COUNT
                       MOVE GLP-PERIOD     TO CAL-PERIOD (CAL-IDX)
                       MOVE GLP-START-DATE TO CAL-START-DATE (CAL-IDX)
                       MOVE GLP-END-DATE   TO CAL-END-DATE (CAL-IDX)
                       MOVE GLP-STATUS     TO CAL-STATUS (CAL-IDX)
               END-READ.
      *
         200-PROCESS-FEED.
      *
                     MOVE 'Y' TO WS-GL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM 205-CHECK-PERIOD
                     IF NOT WS-PERIOD-REJECTED
                        PERFORM 210-POST-ONE-RECORD
                     END-IF
               END-READ.
      *
      *    A RECORD DATED INTO A CLOSED PERIOD MUST NOT CHANGE WHAT
      *    HAS ALREADY BEEN REPORTED FOR IT.
         205-CHECK-PERIOD.
               MOVE SPACE TO WS-PERIOD-ACTION-SW.
               SET CAL-IDX TO 1.
               SEARCH CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN CAL-IDX > WS-CAL-COUNT
                       CONTINUE
                   WHEN GL-TRAN-DATE NOT < CAL-START-DATE (CAL-IDX)
                        AND GL-TRAN-DATE NOT > CAL-END-DATE (CAL-IDX)
                       IF CAL-STATUS (CAL-IDX) = 'C'
                          IF WS-REJECT-CLOSED
                             MOVE 'R' TO WS-PERIOD-ACTION-SW
                          ELSE
                             MOVE 'D' TO WS-PERIOD-ACTION-SW
                          END-IF
                       END-IF
               END-SEARCH.
               IF WS-PERIOD-ACTION-SW NOT = SPACE
                  PERFORM 207-WRITE-CLOSED-ITEM
               END-IF.
      *
         207-WRITE-CLOSED-ITEM.
               MOVE SPACES              TO GL-EXCP-REC.
               MOVE GL-TRAN-DATE        TO GPX-ORIG-DATE.
               MOVE CAL-PERIOD (CAL-IDX) TO GPX-PERIOD.
               MOVE GL-ACCOUNT-CODE     TO GPX-ACCOUNT-CODE.
               MOVE GL-DR-CR            TO GPX-DR-CR.
               MOVE GL-POST-AMOUNT      TO GPX-AMOUNT.
               MOVE GL-SOURCE-ACCT-NO   TO GPX-SOURCE-ACCT-NO.
               MOVE GL-TRAN-REF         TO GPX-TRAN-REF.
               MOVE GL-BRANCH-ID        TO GPX-BRANCH-ID.
               IF WS-PERIOD-REJECTED
                  MOVE 'REJECTED'       TO GPX-ACTION
                  ADD 1 TO WS-CLOSED-REJ-COUNT
               ELSE
                  MOVE 'REDIRECT'       TO GPX-ACTION
                  ADD 1 TO WS-REDIRECT-COUNT
                  MOVE WS-TODAY-DATE    TO GL-TRAN-DATE
               END-IF.
               WRITE GL-EXCP-REC.
               IF WS-EXCP-STATUS NOT = ZEROES
                  MOVE 'Error writting file GLPEXCP'   TO WS-ERR-MSG
                  MOVE WS-EXCP-STATUS                  TO WS-ERR-CDE
                  MOVE '207-WRITE-CLOSED-ITEM'         TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         210-POST-ONE-RECORD.
      *
                  MOVE '*** BREAK'      TO TT-FLAG
               END-IF.
               WRITE TRIAL-BAL-REC FROM TRIAL-TOTAL-REC.
      *
               IF WS-REDIRECT-COUNT > ZEROES
                  OR WS-CLOSED-REJ-COUNT > ZEROES
                  MOVE WS-REDIRECT-COUNT   TO TC-REDIRECTED
                  MOVE WS-CLOSED-REJ-COUNT TO TC-REJECTED
                  WRITE TRIAL-BAL-REC FROM TRIAL-CLOSED-REC
               END-IF.
      *
               DISPLAY 'GL FEED RECORDS READ : ' WS-READ-COUNT.
               DISPLAY 'BRANCHES ON FEED     : ' WS-BRANCH-COUNT.
               DISPLAY 'TOTAL DEBITS         : ' WS-DR-TOTAL.
               DISPLAY 'TOTAL CREDITS        : ' WS-CR-TOTAL.
               DISPLAY 'CLOSED-PERIOD REDIR. : ' WS-REDIRECT-COUNT.
               DISPLAY 'CLOSED-PERIOD REJECT : ' WS-CLOSED-REJ-COUNT.
      *
         305-WRITE-ONE-BRANCH-SECTION.
               IF BR-ID (BR-IDX) = SPACES
               CLOSE TRIAL-BAL-FILE.
               CLOSE SUSP-ITEM-FILE.
               CLOSE SUSP-RPT-FILE.
               CLOSE GL-EXCP-FILE.
      *
         900-ERR-HANDLING.
               DISPLAY '********************************'.
