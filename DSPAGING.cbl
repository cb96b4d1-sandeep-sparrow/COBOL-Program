      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 22-02-2021
      * Purpose: INVOICE DISPUTE AGING REPORT - THE COLLECTIONS
      *        : MANAGER'S VIEW OF THE INVDISP REGISTER. EVERY
      *        : DISPUTE STILL HOLDING AN AMOUNT OUT OF COLLECTION
      *        : (OPEN, OR UPHELD WITH ITS CREDIT MEMO NOT YET POSTED
      *        : BY PAYAPPL) IS LISTED WITH ITS OWNER AND AGED FROM
      *        : THE DATE IT WAS OPENED INTO 0-30/31-60/61-90/90+ DAY
      *        : BUCKETS, WITH BUCKET AND PER-OWNER TOTALS AND THE
      *        : MONTH'S RESOLUTIONS SO FAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. DSPAGING.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO INVDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ID-KEY
                  FILE STATUS IS WS-DISP-STATUS.
           SELECT REPORT-FILE ASSIGN TO DSPARPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RPTOUT-STATUS.
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
       FD REPORT-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01 REPORT-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-DISP-STATUS              PIC X(02) VALUE SPACES.
       01 WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01 SWITCHES.
           05 END-OF-DISPUTES-SW      PIC X(01) VALUE 'N'.
              88 END-OF-DISPUTES                VALUE 'Y'.
      *
       01 WS-TODAY-DATE               PIC 9(08).
       01 WS-TODAY-INT                PIC S9(9).
       01 WS-OPENED-INT               PIC S9(9).
       01 WS-AGE-DAYS                 PIC S9(5).
       01 WS-READ-COUNT               PIC 9(07) VALUE ZEROES.
       01 WS-HELD-AMOUNT              PIC S9(9)V99 COMP-3 VALUE 0.
      *
      *    AGING BUCKETS BY DAYS SINCE THE DISPUTE WAS OPENED.
       01 BUCKET-LABELS.
           05 FILLER PIC X(12) VALUE '0-30 DAYS   '.
           05 FILLER PIC X(12) VALUE '31-60 DAYS  '.
           05 FILLER PIC X(12) VALUE '61-90 DAYS  '.
           05 FILLER PIC X(12) VALUE 'OVER 90 DAYS'.
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABELS.
           05 BL-LABEL                PIC X(12) OCCURS 4 TIMES.
       01 BUCKET-TABLE.
           05 BK-ENTRY OCCURS 4 TIMES.
              10 BK-COUNT             PIC 9(07).
              10 BK-AMOUNT            PIC S9(9)V99 COMP-3.
       01 WS-BK-SUB                   PIC 9(01) VALUE ZEROES.
       01 WS-TOTAL-COUNT              PIC 9(07) VALUE ZEROES.
       01 WS-TOTAL-AMOUNT             PIC S9(9)V99 COMP-3 VALUE 0.
      *
      *    ONE LINE PER OWNER - THE CASE LOAD EACH COLLECTOR CARRIES.
       01 WS-OWNER-COUNT              PIC 9(03) VALUE ZEROES.
       01 OWNER-TABLE.
           05 OWNER-ENTRY OCCURS 100 TIMES INDEXED BY OWN-IDX.
              10 OT-OWNER             PIC X(08).
              10 OT-COUNT             PIC 9(07).
              10 OT-OVER-90           PIC 9(07).
              10 OT-AMOUNT            PIC S9(9)V99 COMP-3.
      *
      *    RESOLUTIONS DATED THIS CALENDAR MONTH.
       01 WS-UPHELD-COUNT             PIC 9(07) VALUE ZEROES.
       01 WS-UPHELD-AMOUNT            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(07) VALUE ZEROES.
       01 WS-REJECTED-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
      *
       01 RPT-HEADING-LINE.
           05 FILLER                  PIC X(40) VALUE
              'INVOICE DISPUTE AGING REPORT            '.
           05 FILLER                  PIC X(09) VALUE 'RUN DATE '.
           05 RHL-RUN-DATE            PIC 9(08).
           05 FILLER                  PIC X(75) VALUE SPACES.
      *
       01 RPT-COLUMN-LINE.
           05 FILLER                  PIC X(07) VALUE 'CUSTNO '.
           05 FILLER                  PIC X(07) VALUE 'INVNO  '.
           05 FILLER                  PIC X(03) VALUE 'RS '.
           05 FILLER                  PIC X(13) VALUE 'REASON'.
           05 FILLER                  PIC X(09) VALUE 'OWNER'.
           05 FILLER                  PIC X(09) VALUE 'OPENED'.
           05 FILLER                  PIC X(06) VALUE '  AGE '.
           05 FILLER                  PIC X(13) VALUE 'BUCKET'.
           05 FILLER                  PIC X(13) VALUE '        HELD '.
           05 FILLER                  PIC X(19) VALUE 'STATUS'.
           05 FILLER                  PIC X(33) VALUE SPACES.
      *
       01 RPT-DETAIL-LINE.
           05 RDL-CUSTNO              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-INVNO               PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-REASON-CODE         PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-REASON-TEXT         PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-OWNER               PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-OPENED              PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-AGE                 PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-BUCKET              PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-HELD                PIC Z(8)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RDL-STATUS              PIC X(19).
           05 FILLER                  PIC X(33) VALUE SPACES.
      *
       01 RPT-BUCKET-LINE.
           05 RBL-LABEL               PIC X(12).
           05 FILLER                  PIC X(09) VALUE '  CASES  '.
           05 RBL-COUNT               PIC ZZZZZZ9.
           05 FILLER                  PIC X(10) VALUE '  AMOUNT  '.
           05 RBL-AMOUNT              PIC Z(8)9.99.
           05 FILLER                  PIC X(82) VALUE SPACES.
      *
       01 RPT-OWNER-LINE.
           05 FILLER                  PIC X(06) VALUE 'OWNER '.
           05 ROL-OWNER               PIC X(08).
           05 FILLER                  PIC X(09) VALUE '  CASES  '.
           05 ROL-COUNT               PIC ZZZZZZ9.
           05 FILLER                  PIC X(11) VALUE '  OVER 90  '.
           05 ROL-OVER-90             PIC ZZZZZZ9.
           05 FILLER                  PIC X(10) VALUE '  AMOUNT  '.
           05 ROL-AMOUNT              PIC Z(8)9.99.
           05 FILLER                  PIC X(62) VALUE SPACES.
      *
       01 RPT-RESOLVED-LINE.
           05 RRL-LABEL               PIC X(24).
           05 RRL-COUNT               PIC ZZZZZZ9.
           05 FILLER                  PIC X(10) VALUE '  AMOUNT  '.
           05 RRL-AMOUNT              PIC Z(8)9.99.
           05 FILLER                  PIC X(79) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-DISPUTE-AGING.
      *
            DISPLAY "***                                         ***".
            DISPLAY "INVOICE DISPUTE AGING REPORT".
      *
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
            INITIALIZE BUCKET-TABLE.
      *
            PERFORM 010-OPEN-FILES.
      *
            MOVE WS-TODAY-DATE TO RHL-RUN-DATE.
            WRITE REPORT-REC FROM RPT-HEADING-LINE.
            MOVE SPACES TO REPORT-REC.
            WRITE REPORT-REC.
            WRITE REPORT-REC FROM RPT-COLUMN-LINE.
      *
            PERFORM 100-PROCESS-DISPUTE
               UNTIL END-OF-DISPUTES.
      *
            PERFORM 500-WRITE-TOTALS.
      *
            DISPLAY 'DISPUTES READ     : ' WS-READ-COUNT.
            DISPLAY 'IN DISPUTE        : ' WS-TOTAL-COUNT.
            DISPLAY 'OVER 90 DAYS      : ' BK-COUNT (4).
      *
            PERFORM 999-CLOSE-FILES.
      *
            DISPLAY "END OF DISPUTE AGING RUN.".
            STOP RUN.
      *
       010-OPEN-FILES.
      *
            OPEN INPUT DISPUTE-FILE.
            IF WS-DISP-STATUS NOT = '00'
               MOVE 'Error opening file INVDISP'  TO WS-ERR-MSG
               MOVE WS-DISP-STATUS                TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
            OPEN OUTPUT REPORT-FILE.
            IF WS-RPTOUT-STATUS NOT = '00'
               MOVE 'Error opening file DSPARPT'  TO WS-ERR-MSG
               MOVE WS-RPTOUT-STATUS              TO WS-ERR-CDE
               MOVE '010-OPEN-FILES'              TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       100-PROCESS-DISPUTE.
      *
            READ DISPUTE-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO END-OF-DISPUTES-SW
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  PERFORM 110-JUDGE-ONE-DISPUTE
            END-READ.
      *
       110-JUDGE-ONE-DISPUTE.
      *
            EVALUATE TRUE
               WHEN ID-IN-DISPUTE
                  PERFORM 120-AGE-ONE-DISPUTE
               WHEN ID-RESOLVED-DATE (1:6) = WS-TODAY-DATE (1:6)
                  AND (ID-UPHELD OR ID-CREDITED)
                  ADD 1                TO WS-UPHELD-COUNT
                  ADD ID-CREDIT-AMOUNT TO WS-UPHELD-AMOUNT
               WHEN ID-RESOLVED-DATE (1:6) = WS-TODAY-DATE (1:6)
                  AND ID-REJECTED
                  ADD 1                 TO WS-REJECTED-COUNT
                  ADD ID-DISPUTE-AMOUNT TO WS-REJECTED-AMOUNT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
      *
      *    AN UPHELD DISPUTE IS STILL LISTED UNTIL ITS CREDIT MEMO
      *    POSTS - ONE STUCK FOR SUPERVISOR RELEASE SHOWS UP HERE.
       120-AGE-ONE-DISPUTE.
      *
            IF ID-UPHELD
               MOVE ID-CREDIT-AMOUNT  TO WS-HELD-AMOUNT
               MOVE 'UPHELD - CREDIT DUE' TO RDL-STATUS
            ELSE
               MOVE ID-DISPUTE-AMOUNT TO WS-HELD-AMOUNT
               MOVE 'OPEN'            TO RDL-STATUS
            END-IF.
            COMPUTE WS-OPENED-INT =
                FUNCTION INTEGER-OF-DATE (ID-OPENED-DATE).
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OPENED-INT.
            EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 30
                  MOVE 1 TO WS-BK-SUB
               WHEN WS-AGE-DAYS NOT > 60
                  MOVE 2 TO WS-BK-SUB
               WHEN WS-AGE-DAYS NOT > 90
                  MOVE 3 TO WS-BK-SUB
               WHEN OTHER
                  MOVE 4 TO WS-BK-SUB
            END-EVALUATE.
            ADD 1              TO BK-COUNT (WS-BK-SUB).
            ADD WS-HELD-AMOUNT TO BK-AMOUNT (WS-BK-SUB).
            ADD 1              TO WS-TOTAL-COUNT.
            ADD WS-HELD-AMOUNT TO WS-TOTAL-AMOUNT.
            PERFORM 130-ADD-TO-OWNER.
      *
            MOVE ID-CUST-NO         TO RDL-CUSTNO.
            MOVE ID-INVNO           TO RDL-INVNO.
            MOVE ID-REASON-CODE     TO RDL-REASON-CODE.
            MOVE ID-REASON-TEXT     TO RDL-REASON-TEXT.
            MOVE ID-OWNER           TO RDL-OWNER.
            MOVE ID-OPENED-DATE     TO RDL-OPENED.
            MOVE WS-AGE-DAYS        TO RDL-AGE.
            MOVE BL-LABEL (WS-BK-SUB) TO RDL-BUCKET.
            MOVE WS-HELD-AMOUNT     TO RDL-HELD.
            WRITE REPORT-REC FROM RPT-DETAIL-LINE.
            IF WS-RPTOUT-STATUS NOT = '00'
               MOVE 'Error writting file DSPARPT' TO WS-ERR-MSG
               MOVE WS-RPTOUT-STATUS              TO WS-ERR-CDE
               MOVE '120-AGE-ONE-DISPUTE'         TO WS-ERR-PROC
               PERFORM Y0001-ERR-HANDLING
            END-IF.
      *
       130-ADD-TO-OWNER.
      *
            SET OWN-IDX TO 1.
            SEARCH OWNER-ENTRY
               AT END
                  PERFORM 135-NEW-OWNER
               WHEN OWN-IDX > WS-OWNER-COUNT
                  PERFORM 135-NEW-OWNER
               WHEN OT-OWNER (OWN-IDX) = ID-OWNER
                  PERFORM 138-COUNT-FOR-OWNER
            END-SEARCH.
      *
      *    A TABLE FULL OF OWNERS LEAVES THE EXTRA OUT OF THE OWNER
      *    SECTION ONLY - THE CASE IS STILL LISTED AND BUCKETED.
       135-NEW-OWNER.
      *
            IF WS-OWNER-COUNT < 100
               ADD 1 TO WS-OWNER-COUNT
               SET OWN-IDX TO WS-OWNER-COUNT
               MOVE ID-OWNER TO OT-OWNER (OWN-IDX)
               MOVE ZEROES   TO OT-COUNT (OWN-IDX)
               MOVE ZEROES   TO OT-OVER-90 (OWN-IDX)
               MOVE ZEROES   TO OT-AMOUNT (OWN-IDX)
               PERFORM 138-COUNT-FOR-OWNER
            END-IF.
      *
       138-COUNT-FOR-OWNER.
      *
            ADD 1              TO OT-COUNT (OWN-IDX).
            ADD WS-HELD-AMOUNT TO OT-AMOUNT (OWN-IDX).
            IF WS-BK-SUB = 4
               ADD 1 TO OT-OVER-90 (OWN-IDX)
            END-IF.
      *
       500-WRITE-TOTALS.
      *
            MOVE SPACES TO REPORT-REC.
            WRITE REPORT-REC.
            PERFORM 510-WRITE-BUCKET-LINE
               VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > 4.
            MOVE 'ALL DISPUTES' TO RBL-LABEL.
            MOVE WS-TOTAL-COUNT  TO RBL-COUNT.
            MOVE WS-TOTAL-AMOUNT TO RBL-AMOUNT.
            WRITE REPORT-REC FROM RPT-BUCKET-LINE.
      *
            MOVE SPACES TO REPORT-REC.
            WRITE REPORT-REC.
            PERFORM 520-WRITE-OWNER-LINE
               VARYING OWN-IDX FROM 1 BY 1
               UNTIL OWN-IDX > WS-OWNER-COUNT.
      *
            MOVE SPACES TO REPORT-REC.
            WRITE REPORT-REC.
            MOVE 'UPHELD THIS MONTH       ' TO RRL-LABEL.
            MOVE WS-UPHELD-COUNT            TO RRL-COUNT.
            MOVE WS-UPHELD-AMOUNT           TO RRL-AMOUNT.
            WRITE REPORT-REC FROM RPT-RESOLVED-LINE.
            MOVE 'REJECTED THIS MONTH     ' TO RRL-LABEL.
            MOVE WS-REJECTED-COUNT          TO RRL-COUNT.
            MOVE WS-REJECTED-AMOUNT         TO RRL-AMOUNT.
            WRITE REPORT-REC FROM RPT-RESOLVED-LINE.
      *
       510-WRITE-BUCKET-LINE.
      *
            MOVE BL-LABEL (WS-BK-SUB)  TO RBL-LABEL.
            MOVE BK-COUNT (WS-BK-SUB)  TO RBL-COUNT.
            MOVE BK-AMOUNT (WS-BK-SUB) TO RBL-AMOUNT.
            WRITE REPORT-REC FROM RPT-BUCKET-LINE.
      *
       520-WRITE-OWNER-LINE.
      *
            MOVE OT-OWNER (OWN-IDX)   TO ROL-OWNER.
            MOVE OT-COUNT (OWN-IDX)   TO ROL-COUNT.
            MOVE OT-OVER-90 (OWN-IDX) TO ROL-OVER-90.
            MOVE OT-AMOUNT (OWN-IDX)  TO ROL-AMOUNT.
            WRITE REPORT-REC FROM RPT-OWNER-LINE.
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
            CLOSE REPORT-FILE.
      *
       END PROGRAM DSPAGING.
