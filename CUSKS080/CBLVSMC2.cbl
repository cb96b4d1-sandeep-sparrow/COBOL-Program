           05 AUD-CUS-KEY             PIC X(06).
           05 AUD-RESULT              PIC X(08).
           05 AUD-TRAN-DATE           PIC 9(08).
      *    OPERATOR WHO KEYED THE CHANGE. AUD-FORWARD-KEY IS ONLY SET
      *    BY CUSMERGE - THE SURVIVOR A MERGED CUSTOMER NOW POINTS AT.
           05 AUD-OPERATOR-ID         PIC X(08).
           05 AUD-FORWARD-KEY         PIC X(06).
           05 FILLER                  PIC X(37).
           05 AUD-CHAIN-LINK          PIC 9(11) COMP-3.
      *
      *    ONE REJECT LINE PER TRANSACTION THAT COULD NOT BE APPLIED
      *    (DUPLICATE KEY ON ADD, UNKNOWN KEY ON CHANGE/DELETE, OR AN
       01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REJECT-STATUS  PIC X(02) VALUE SPACES.
       01  WS-EDIT-STATUS    PIC X(02) VALUE SPACES.
      *    HASH-CHAIN CONTROL (CHNHASH) FOR THE AUDIT TRAIL - EVERY
      *    RECORD LINKED BEFORE IT IS WRITTEN, SEALED AT CLOSE.
       01  WS-AUD-CHAIN.
           05  WS-AUD-CHAIN-FUNC      PIC X(01) VALUE 'H'.
           05  WS-AUD-CHAIN-LEN       PIC 9(03) VALUE 80.
           05  WS-AUD-CHAIN-FILE      PIC X(08) VALUE 'CUSAUDIT'.
           05  WS-AUD-CHAIN-HASH      PIC 9(11) VALUE ZEROES.
           05  WS-AUD-CHAIN-COUNT     PIC 9(09) VALUE ZEROES.
           05  WS-AUD-CHAIN-RESULT    PIC X(01) VALUE SPACE.
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
               ELSE
                   MOVE ZEROES           TO CUS-CLOSE-DATE
               END-IF.
               MOVE SPACE                TO CUS-BAD-ADDR-FLAG
                                            CUS-BAD-EMAIL-FLAG.
               MOVE ZEROES               TO CUS-BAD-ADDR-DATE
                                            CUS-BAD-EMAIL-DATE.
               MOVE SPACES               TO CUS-BAD-ADDR-SOURCE
                                            CUS-BAD-EMAIL-SOURCE.

               WRITE CUSKS080-RECORD
                   INVALID KEY
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       MOVE CUS-ACCT-STATUS      TO WS-PRIOR-STATUS
      *    A NEW ADDRESS IS THE FIX FOR RETURNED POST - ANY BAD-
      *    ADDRESS FLAG ON THE OLD ONE COMES OFF WITH IT.
                       IF TRAN-CUS-ADDR-LINE1 NOT = CUS-ADDR-LINE1
                          OR TRAN-CUS-CITY    NOT = CUS-CITY
                          OR TRAN-CUS-STATE   NOT = CUS-STATE
                          OR TRAN-CUS-ZIP     NOT = CUS-ZIP
                           MOVE SPACE        TO CUS-BAD-ADDR-FLAG
                           MOVE ZEROES       TO CUS-BAD-ADDR-DATE
                           MOVE SPACES       TO CUS-BAD-ADDR-SOURCE
                       END-IF
                       MOVE TRAN-CUS-FNAME       TO CUS-FNAME
                       MOVE TRAN-CUS-LNAME       TO CUS-LNAME
                       MOVE TRAN-CUS-ADDR-LINE1  TO CUS-ADDR-LINE1
       F0004-UPDATE-CONTACT.
      *----------------------------------------------------------------*
      *    CONTACT-SEGMENT UPDATE - ONLY THE EMAIL/PHONE/DELIVERY
      *    PREFERENCE CHANGE; NAME AND ADDRESS ARE UNTOUCHED. A NEW
      *    EMAIL CLEARS ANY BAD-EMAIL FLAG ON THE OLD ONE.
      *----------------------------------------------------------------*
               MOVE TRAN-CUS-KEY TO CUSKS080-KEY.

                                                  TO WS-REJ-REASON-TXT
                       PERFORM G0002-WRITE-REJECT-RECORD THRU G0002-EX
                   NOT INVALID KEY
                       IF TRAN-CUS-EMAIL NOT = CUS-EMAIL
                           MOVE SPACE        TO CUS-BAD-EMAIL-FLAG
                           MOVE ZEROES       TO CUS-BAD-EMAIL-DATE
                           MOVE SPACES       TO CUS-BAD-EMAIL-SOURCE
                       END-IF
                       MOVE TRAN-CUS-EMAIL        TO CUS-EMAIL
                       MOVE TRAN-CUS-PHONE        TO CUS-PHONE
                       MOVE TRAN-CUS-DELIV-METHOD TO CUS-DELIV-METHOD
               MOVE TRAN-CUS-KEY  TO AUD-CUS-KEY.
               MOVE WS-AUD-RESULT TO AUD-RESULT.
               MOVE WS-TODAY-DATE TO AUD-TRAN-DATE.
               MOVE TRAN-OPERATOR-ID TO AUD-OPERATOR-ID.
               MOVE SPACES        TO AUD-FORWARD-KEY.

               MOVE 'H' TO WS-AUD-CHAIN-FUNC.
               CALL 'CHNHASH' USING CUS-AUDIT-REC WS-AUD-CHAIN.
               WRITE CUS-AUDIT-REC.

               IF WS-AUDIT-STATUS NOT EQUAL ZEROES
            END-IF.
      *
            CLOSE TRANSACTION-FILE.
            MOVE 'S' TO WS-AUD-CHAIN-FUNC.
            CALL 'CHNHASH' USING CUS-AUDIT-REC WS-AUD-CHAIN.
            WRITE CUS-AUDIT-REC.
            CLOSE AUDIT-TRAIL-FILE.
            CLOSE REJECT-FILE.
            IF WS-VALIDATE-MODE
