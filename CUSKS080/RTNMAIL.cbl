      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 21-12-2020
      * Purpose: RETURNED-MAIL INTAKE - THE MAILROOM KEYS ONE RECORD
      *        : PER UNDELIVERABLE ITEM THE POST OFFICE SENDS BACK
      *        : (DUNLET DUNNING LETTERS, CONFLTR CONFIRMATIONS,
      *        : BNKSTMT STATEMENTS, OR A BOUNCED EMAIL REPORTED BY
      *        : HAND) AND THIS RUN SETS THE BAD-ADDRESS OR BAD-EMAIL
      *        : FLAG ON THE CUSTOMER'S CUSKS080 CONTACT-QUALITY
      *        : SEGMENT WITH THE DATE RETURNED AND THE LETTER
      *        : PROGRAM IT CAME FROM. FROM THEN ON THE LETTER
      *        : PROGRAMS HOLD THAT CUSTOMER'S POST FOR THE BRANCH
      *        : AND THE WEEKLY BADADDR WORKLIST CHASES A FIX.
      *        : EVERY RECORD - APPLIED, ALREADY FLAGGED OR REJECTED
      *        : AND WHY - IS LISTED ON THE RTNRPT INTAKE REGISTER.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. RTNMAIL.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT RETURN-IN-FILE ASSIGN TO RTNIN
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RTNIN-STATUS.
      *
           SELECT CUSKS080-FILE ASSIGN TO CUSKS080
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSKS080-KEY
               FILE STATUS IS CUSKS080-STATUS.
      *
           SELECT RETURN-RPT-FILE ASSIGN TO RTNRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    ONE KEYED RETURN PER RECORD. RT-TYPE 'A' = POST CAME BACK
      *    (ADDRESS), 'E' = EMAIL BOUNCED. RT-SOURCE IS THE PROGRAM
      *    THAT PRODUCED THE RETURNED ITEM (DUNLET, CONFLTR,
      *    BNKSTMT...). A ZERO/BLANK RETURN DATE TAKES THE BUSINESS
      *    DATE. RT-REFERENCE IS THE ACCOUNT OR LETTER REFERENCE ON
      *    THE ITEM, LISTED FOR THE BRANCH BUT NOT CHECKED.
       FD  RETURN-IN-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  RETURN-IN-REC.
           05  RT-CUST-NO                 PIC X(06).
           05  RT-TYPE                    PIC X(01).
               88  RT-BAD-ADDRESS                   VALUE 'A'.
               88  RT-BAD-EMAIL                     VALUE 'E'.
           05  RT-SOURCE                  PIC X(08).
           05  RT-RETURN-DATE             PIC 9(08).
           05  RT-REFERENCE               PIC X(10).
           05  RT-REASON                  PIC X(20).
           05  RT-OPERATOR-ID             PIC X(08).
           05  FILLER                     PIC X(19).
      *
       FD  CUSKS080-FILE.
       01  CUSKS080-RECORD.
           05 CUSKS080-KEY      PIC X(06).
      *    NAMED CUSTOMER-DATA FIELDS (CUSKS080-DATA GROUP) - SEE
      *    COPYBOOKS/CUSKS080.cbl
           COPY CUSKS080.
      *
       FD  RETURN-RPT-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  RETURN-RPT-REC                 PIC  X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-RTNIN-STATUS                PIC X(02) VALUE SPACES.
       01  CUSKS080-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-RTNIN-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-RTNIN-EOF                         VALUE 'Y'.
      *
       01  WS-TODAY-DATE                  PIC 9(08).
       01  WS-FLAG-DATE                   PIC 9(08).
       01  WS-FLAG-SOURCE                 PIC X(08).
      *
       01  WS-READ-COUNT                  PIC 9(07) VALUE ZEROES.
       01  WS-APPLIED-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-ALREADY-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-REJECT-COUNT                PIC 9(05) VALUE ZEROES.
      *
      *    AUTHCHK INTERFACE FIELDS - A FLAG IS A CHANGE TO THE
      *    CUSTOMER MASTER, SO THE KEYING OPERATOR NEEDS 'C'.
       01  WS-AUTH-PROGRAM                PIC X(08) VALUE 'RTNMAIL '.
       01  WS-AUTH-ACTION                 PIC X(01) VALUE 'C'.
       01  WS-AUTH-AMOUNT                 PIC 9(9)V99 VALUE ZEROES.
       01  WS-AUTH-RESULT                 PIC X(01) VALUE 'Y'.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  RPT-HEADER-REC.
           05  FILLER               PIC X(26) VALUE
               'RETURNED MAIL INTAKE -    '.
           05  RH-DATE              PIC 9(08).
           05  FILLER               PIC X(46) VALUE SPACES.
       01  RPT-DETAIL-REC.
           05  RD-CUST-NO           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-TYPE              PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-SOURCE            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-RETURN-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-REFERENCE         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RD-RESULT            PIC X(30).
           05  FILLER               PIC X(12) VALUE SPACES.
       01  RPT-TOTAL-REC.
           05  FILLER               PIC X(10) VALUE 'APPLIED:  '.
           05  RT-APPLIED           PIC ZZZZ9.
           05  FILLER               PIC X(20) VALUE
               '  ALREADY FLAGGED:  '.
           05  RT-ALREADY           PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE
               '  REJECTED:  '.
           05  RT-REJECTED          PIC ZZZZ9.
           05  FILLER               PIC X(22) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           CALL 'GETBDATE' USING WS-TODAY-DATE.
      *
           DISPLAY '***********RETURNED MAIL INTAKE*******************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-TODAY-DATE TO RH-DATE.
           WRITE RETURN-RPT-REC FROM RPT-HEADER-REC.
      *
           PERFORM 200-TAKE-ONE-RETURN
              UNTIL WS-RTNIN-EOF.
      *
           MOVE WS-APPLIED-COUNT TO RT-APPLIED.
           MOVE WS-ALREADY-COUNT TO RT-ALREADY.
           MOVE WS-REJECT-COUNT  TO RT-REJECTED.
           WRITE RETURN-RPT-REC FROM RPT-TOTAL-REC.
      *
           DISPLAY 'RETURNS READ    : ' WS-READ-COUNT.
           DISPLAY 'FLAGS APPLIED   : ' WS-APPLIED-COUNT.
           DISPLAY 'ALREADY FLAGGED : ' WS-ALREADY-COUNT.
           DISPLAY 'REJECTED        : ' WS-REJECT-COUNT.
      *
           IF WS-REJECT-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           PERFORM 400-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT RETURN-IN-FILE.
               IF WS-RTNIN-STATUS NOT = ZEROES
                  MOVE 'Error opening file RTNIN'      TO WS-ERR-MSG
                  MOVE WS-RTNIN-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN I-O CUSKS080-FILE.
               IF CUSKS080-STATUS NOT = ZEROES
                  MOVE 'Error opening file CUSKS080'   TO WS-ERR-MSG
                  MOVE CUSKS080-STATUS                 TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN OUTPUT RETURN-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file RTNRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-TAKE-ONE-RETURN.
               READ RETURN-IN-FILE
                  AT END
                     MOVE 'Y' TO WS-RTNIN-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM 210-EDIT-ONE-RETURN THRU 210-EXIT
               END-READ.
      *
      *    A BAD RECORD IS LISTED AND LEFT - THE MAILROOM RE-KEYS IT
      *    TOMORROW; NOTHING ON THE MASTER IS TOUCHED FOR IT.
         210-EDIT-ONE-RETURN.
               CALL 'AUTHCHK' USING RT-OPERATOR-ID WS-AUTH-PROGRAM
                                    WS-AUTH-ACTION WS-AUTH-AMOUNT
                                    WS-AUTH-RESULT.
               IF WS-AUTH-RESULT = 'N'
                  MOVE 'OPERATOR NOT AUTHORIZED'       TO RD-RESULT
                  PERFORM 250-WRITE-REJECT-LINE
                  GO TO 210-EXIT
               END-IF.
      *
               IF NOT RT-BAD-ADDRESS AND NOT RT-BAD-EMAIL
                  MOVE 'TYPE MUST BE A OR E'           TO RD-RESULT
                  PERFORM 250-WRITE-REJECT-LINE
                  GO TO 210-EXIT
               END-IF.
      *
               MOVE RT-CUST-NO TO CUSKS080-KEY.
               READ CUSKS080-FILE
                  INVALID KEY
                     MOVE 'CUSTOMER NOT ON MASTER'     TO RD-RESULT
                     PERFORM 250-WRITE-REJECT-LINE
                     GO TO 210-EXIT
               END-READ.
      *
               IF RT-RETURN-DATE IS NUMERIC
                  AND RT-RETURN-DATE > ZEROES
                  MOVE RT-RETURN-DATE TO WS-FLAG-DATE
               ELSE
                  MOVE WS-TODAY-DATE  TO WS-FLAG-DATE
               END-IF.
               IF RT-SOURCE = SPACES
                  MOVE 'RTNMAIL '     TO WS-FLAG-SOURCE
               ELSE
                  MOVE RT-SOURCE      TO WS-FLAG-SOURCE
               END-IF.
      *
               PERFORM 220-SET-ONE-FLAG.
       210-EXIT.
               EXIT.
      *
      *    A CONTACT ALREADY FLAGGED KEEPS ITS FIRST DATE AND SOURCE -
      *    THE WORKLIST SHOWS HOW LONG IT HAS BEEN WRONG.
         220-SET-ONE-FLAG.
               IF RT-BAD-ADDRESS
                  IF CUS-ADDR-BAD
                     ADD 1 TO WS-ALREADY-COUNT
                     MOVE 'ADDRESS ALREADY FLAGGED'    TO RD-RESULT
                  ELSE
                     MOVE 'Y'            TO CUS-BAD-ADDR-FLAG
                     MOVE WS-FLAG-DATE   TO CUS-BAD-ADDR-DATE
                     MOVE WS-FLAG-SOURCE TO CUS-BAD-ADDR-SOURCE
                     PERFORM 230-REWRITE-CUSTOMER
                     MOVE 'ADDRESS FLAGGED BAD'        TO RD-RESULT
                  END-IF
               ELSE
                  IF CUS-EMAIL-BAD
                     ADD 1 TO WS-ALREADY-COUNT
                     MOVE 'EMAIL ALREADY FLAGGED'      TO RD-RESULT
                  ELSE
                     MOVE 'Y'            TO CUS-BAD-EMAIL-FLAG
                     MOVE WS-FLAG-DATE   TO CUS-BAD-EMAIL-DATE
                     MOVE WS-FLAG-SOURCE TO CUS-BAD-EMAIL-SOURCE
                     PERFORM 230-REWRITE-CUSTOMER
                     MOVE 'EMAIL FLAGGED BAD'          TO RD-RESULT
                  END-IF
               END-IF.
               PERFORM 260-WRITE-DETAIL-LINE.
      *
         230-REWRITE-CUSTOMER.
               REWRITE CUSKS080-RECORD
                  INVALID KEY
                     MOVE 'REWRITE FAILED ON CUSKS080'  TO WS-ERR-MSG
                     MOVE CUSKS080-STATUS               TO WS-ERR-CDE
                     MOVE '230-REWRITE-CUSTOMER'        TO WS-ERR-PROC
                     PERFORM 900-ERR-HANDLING
                  NOT INVALID KEY
                     ADD 1 TO WS-APPLIED-COUNT
               END-REWRITE.
      *
         250-WRITE-REJECT-LINE.
               ADD 1 TO WS-REJECT-COUNT.
               PERFORM 260-WRITE-DETAIL-LINE.
      *
         260-WRITE-DETAIL-LINE.
               MOVE RT-CUST-NO      TO RD-CUST-NO.
               MOVE RT-TYPE         TO RD-TYPE.
               MOVE RT-SOURCE       TO RD-SOURCE.
               IF RT-RETURN-DATE IS NUMERIC
                  MOVE RT-RETURN-DATE TO RD-RETURN-DATE
               ELSE
                  MOVE ZEROES         TO RD-RETURN-DATE
               END-IF.
               MOVE RT-REFERENCE    TO RD-REFERENCE.
               WRITE RETURN-RPT-REC FROM RPT-DETAIL-REC.
      *
         400-CLOSE-FILES.
               CLOSE RETURN-IN-FILE.
               CLOSE CUSKS080-FILE.
               CLOSE RETURN-RPT-FILE.
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
