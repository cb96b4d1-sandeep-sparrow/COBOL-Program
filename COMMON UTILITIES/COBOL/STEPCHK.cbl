      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 18-01-2021
      * Purpose: SHARED CALLABLE STEP-RUN LOOKUP - TELLS A STEP
      *        : WHETHER STEPSEL SELECTED IT FOR TONIGHT'S BUSINESS
      *        : DATE, OFF THE STEPRUN INDICATOR FILE (SEE
      *        : COPYBOOKS/STEPRUN.cbl). SAME SHARED-SUBPROGRAM ROLE
      *        : AS GETBDATE:
      *        :   CALL 'STEPCHK' USING STEP-NAME (X(08))
      *        :                        RUN-SW    (X(01))
      *        : RUN-SW 'Y' = RUNS TODAY, 'N' = DOES NOT, SPACE = NO
      *        : INDICATOR FOR TODAY (FILE NOT ALLOCATED, STEP NOT ON
      *        : SCHEDCTL, OR THE ROW IS FOR ANOTHER BUSINESS DATE) -
      *        : THE CALLER THEN DECIDES FOR ITSELF AS IT ALWAYS DID.
      * Tectonics: COBC
      ******************************************************************
      *--------------------------
       IDENTIFICATION DIVISION.
      *--------------------------
       PROGRAM-ID.  STEPCHK.
      *--------------------------
       ENVIRONMENT DIVISION.
      *--------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-RUN-FILE ASSIGN TO STEPRUN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SX-STATUS.
      *--------------------------
       DATA DIVISION.
      *--------------------------
       FILE SECTION.
       FD  STEP-RUN-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  STEP-RUN-REC.
      *    STEP-RUN INDICATOR ROW - SEE COPYBOOKS/STEPRUN.cbl
           COPY STEPRUN.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SX-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LOADED-SW            PIC X(01) VALUE 'N'.
           88  WS-LOADED                      VALUE 'Y'.
       01  WS-SX-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-SX-EOF                      VALUE 'Y'.
       01  WS-TODAY-DATE           PIC 9(08) VALUE ZEROES.
      *
      *    TODAY'S ROWS, HELD FOR THE RUN - WORKING-STORAGE PERSISTS
      *    BETWEEN CALLS, SO THE FILE IS READ ONCE HOWEVER MANY
      *    STEPS A PROGRAM ASKS ABOUT.
       01  WS-STEP-COUNT           PIC 9(03) VALUE ZEROES.
       01  STEP-RUN-TABLE.
           05  SRT-ENTRY OCCURS 100 TIMES INDEXED BY SRT-IDX.
               10  SRT-STEP-NAME   PIC X(08).
               10  SRT-RUN-SW      PIC X(01).
      *
       LINKAGE SECTION.
      *
       01  LS-STEP-NAME            PIC X(08).
       01  LS-RUN-SW               PIC X(01).
      *--------------------------
       PROCEDURE DIVISION USING LS-STEP-NAME LS-RUN-SW.
      *--------------------------
       MAIN-PARA.
      *
           IF NOT WS-LOADED
              MOVE 'Y' TO WS-LOADED-SW
              PERFORM 100-LOAD-INDICATORS
           END-IF.
      *
           MOVE SPACE TO LS-RUN-SW.
           SET SRT-IDX TO 1.
           SEARCH SRT-ENTRY
               AT END
                   CONTINUE
               WHEN SRT-IDX > WS-STEP-COUNT
                   CONTINUE
               WHEN SRT-STEP-NAME (SRT-IDX) = LS-STEP-NAME
                   MOVE SRT-RUN-SW (SRT-IDX) TO LS-RUN-SW
           END-SEARCH.
           GOBACK.
      *
      *    ONLY ROWS SELECTED FOR TODAY'S BUSINESS DATE ARE KEPT - A
      *    FILE LEFT OVER FROM AN EARLIER NIGHT ANSWERS NOTHING.
       100-LOAD-INDICATORS.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *    AN ABSENT OPTIONAL FILE OPENS WITH STATUS '05' AND STILL
      *    HAS TO BE CLOSED BEFORE ANYONE ELSE TOUCHES IT.
           OPEN INPUT STEP-RUN-FILE.
           IF WS-SX-STATUS = '00'
              PERFORM 110-READ-INDICATOR
                  UNTIL WS-SX-EOF
           END-IF.
           CLOSE STEP-RUN-FILE.
      *
       110-READ-INDICATOR.
      *
           READ STEP-RUN-FILE
               AT END
                   MOVE 'Y' TO WS-SX-EOF-SW
               NOT AT END
                   IF SX-BUS-DATE = WS-TODAY-DATE
                      AND (SX-RUN-TODAY OR SX-NOT-TODAY)
                      AND WS-STEP-COUNT < 100
                       ADD 1 TO WS-STEP-COUNT
                       MOVE SX-STEP-NAME
                           TO SRT-STEP-NAME (WS-STEP-COUNT)
                       MOVE SX-RUN-SW
                           TO SRT-RUN-SW (WS-STEP-COUNT)
                   END-IF
           END-READ.
      *
       END PROGRAM STEPCHK.
