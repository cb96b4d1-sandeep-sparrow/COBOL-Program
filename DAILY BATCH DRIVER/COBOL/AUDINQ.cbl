      ******************************************************************
      * Author: SANDEEP R PRAJAPATI
      * Date: 15-10-2020
      * Purpose: CHANGE-HISTORY INQUIRY - "WHO CHANGED THIS RECORD".
      *        : AUDIT OR OPERATIONS KEYS AN ENTITY TYPE AND KEY
      *        : (CUSTOMER, ACCOUNT, CLIENT, RATE, GL ACCOUNT, ...)
      *        : AND A DATE RANGE ON A CONTROL CARD AND GETS BACK
      *        : EVERY MAINTENANCE CHANGE TO IT IN THE RANGE, IN DATE
      *        : ORDER, WITH FIELD, OLD AND NEW VALUE, OPERATOR,
      *        : CHECKER AND SOURCE PROGRAM, OFF THE CHGHIST FILE
      *        : AUDCONS BUILDS EACH NIGHT. A CUSTOMER INQUIRY ALSO
      *        : FOLLOWS CUSTACCT AND CUSTCLI TO EVERY ACCOUNT AND
      *        : BROKING CLIENT BEHIND THE CUSTOMER, SO ONE CARD
      *        : ANSWERS FOR THE WHOLE RELATIONSHIP.
      * Tectonics: COBC
      ******************************************************************
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID. AUDINQ.
       AUTHOR. SANDEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CONTROL-CARD-FILE ASSIGN TO CTLCARD
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-CTL-STATUS.
      *
           SELECT CHG-HIST-FILE ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS  IS  WS-CHG-STATUS.
      *
      *    THE CUSTOMER LINKS - ABSENT FILES JUST MEAN A CUSTOMER
      *    INQUIRY REPORTS THE CUSTOMER'S OWN CHANGES ONLY.
           SELECT OPTIONAL XREF-FILE ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS  IS  WS-XREF-STATUS.
      *
           SELECT OPTIONAL CLI-XREF-FILE ASSIGN TO CUSTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-KEY
               FILE STATUS  IS  WS-CLIXREF-STATUS.
      *
           SELECT SORT-FILE ASSIGN TO SORTWK.
      *
           SELECT INQUIRY-RPT-FILE ASSIGN TO INQRPT
               ACCESS IS SEQUENTIAL
               FILE STATUS  IS  WS-RPT-STATUS.
      *
      *-----------------------*
       DATA DIVISION.
      *-----------------------*
       FILE SECTION.
      *
      *    ONE INQUIRY PER CARD - ENTITY TYPE AND KEY (LEFT-JUSTIFIED,
      *    AS LISTED IN COPYBOOKS/CHGHIST.cbl) PLUS FROM/TO DATE
      *    RANGE. A ZERO FROM-DATE MEANS FROM THE BEGINNING, A ZERO
      *    TO-DATE TO THE END. SEVERAL CARDS MAY BE STACKED.
       FD  CONTROL-CARD-FILE RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-ENTITY-TYPE            PIC  X(04).
               88  CTL-CUSTOMER                     VALUE 'CUST'.
               88  CTL-KNOWN-ENTITY                 VALUE 'CUST' 'ACCT'
                                                          'CLNT' 'RATE'
                                                          'DEDR' 'PRIC'
                                                          'GLAC' 'EXMP'
                                                          'HOLI' 'AUTH'.
           05  CTL-ENTITY-KEY             PIC  X(16).
           05  CTL-FROM-DATE              PIC  9(08).
           05  CTL-TO-DATE                PIC  9(08).
           05  FILLER                     PIC  X(44).
      *
       FD  CHG-HIST-FILE
            RECORD CONTAINS 160 CHARACTERS
            RECORDING MODE IS F.
       01  CHG-HIST-REC.
           COPY CHGHIST.
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
      *    LAYOUT MIRRORS CLIMNT.CBL'S CLI-XREF-REC.
       FD  CLI-XREF-FILE
            RECORD CONTAINS 80 CHARACTERS
            RECORDING MODE IS F.
       01  CLI-XREF-REC.
           05  CC-KEY.
               10  CC-CUST-NO             PIC  X(06).
               10  CC-CLIENT-ID           PIC  X(08).
           05  CC-SETTLE-ACCT-NO          PIC  X(10).
           05  CC-LINKED-DATE             PIC  9(08).
           05  FILLER                     PIC  X(48).
      *
      *    EVERY CHANGE GATHERED FOR ONE INQUIRY, PUT INTO TIME ORDER
      *    - DATE, THEN THE SOURCE TRAIL AND THE POSITION IN IT, SO
      *    CHANGES FROM ONE RUN STAY TOGETHER IN THE ORDER APPLIED.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SR-CHANGE-DATE             PIC  9(08).
           05  SR-SOURCE-PGM              PIC  X(08).
           05  SR-SOURCE-SEQ              PIC  9(07).
           05  SR-VERSION                 PIC  9(01).
           05  SR-ENTITY-TYPE             PIC  X(04).
           05  SR-ENTITY-KEY              PIC  X(16).
           05  SR-FIELD-SEQ               PIC  9(02).
           05  SR-FIELD-NAME              PIC  X(16).
           05  SR-OLD-VALUE               PIC  X(20).
           05  SR-NEW-VALUE               PIC  X(20).
           05  SR-ACTION                  PIC  X(08).
           05  SR-OPERATOR-ID             PIC  X(08).
           05  SR-CHECKER-ID              PIC  X(08).
      *
       FD  INQUIRY-RPT-FILE
            RECORD CONTAINS 132 CHARACTERS
            RECORDING MODE IS F.
       01  INQUIRY-RPT-REC                PIC  X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CTL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CHG-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-XREF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CLIXREF-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-XREF-OPEN-SW                PIC X(01) VALUE 'N'.
           88  WS-XREF-OPEN                         VALUE 'Y'.
       01  WS-CLIXREF-OPEN-SW             PIC X(01) VALUE 'N'.
           88  WS-CLIXREF-OPEN                      VALUE 'Y'.
      *
       01  WS-CTL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-CTL-EOF                           VALUE 'Y'.
       01  WS-RANGE-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-RANGE-DONE                        VALUE 'Y'.
       01  WS-LINKS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-LINKS-DONE                        VALUE 'Y'.
       01  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                          VALUE 'Y'.
      *
       01  WS-INQUIRY-COUNT               PIC 9(05) VALUE ZEROES.
       01  WS-REJECT-COUNT                PIC 9(05) VALUE ZEROES.
       01  WS-MATCH-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-ACCT-COUNT                  PIC 9(05) VALUE ZEROES.
       01  WS-CLIENT-COUNT                PIC 9(05) VALUE ZEROES.
      *
      *    THE ENTITY WHOSE CHANGES ARE BEING GATHERED - THE CARD'S
      *    OWN, THEN EACH LINKED ACCOUNT AND CLIENT IN TURN.
       01  WS-GATHER-TYPE                 PIC X(04) VALUE SPACES.
       01  WS-GATHER-KEY                  PIC X(16) VALUE SPACES.
       01  WS-REJECT-REASON               PIC X(40) VALUE SPACES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
       01  INQ-HEADER-REC.
           05  FILLER                     PIC X(19) VALUE
               'CHANGE HISTORY FOR '.
           05  IH-ENTITY-TYPE             PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  IH-ENTITY-KEY              PIC X(16).
           05  FILLER                     PIC X(07) VALUE '  FROM '.
           05  IH-FROM-DATE               PIC 9(08).
           05  FILLER                     PIC X(04) VALUE ' TO '.
           05  IH-TO-DATE                 PIC 9(08).
           05  FILLER                     PIC X(65) VALUE SPACES.
       01  INQ-COLUMN-REC.
           05  FILLER                     PIC X(09) VALUE 'DATE'.
           05  FILLER                     PIC X(05) VALUE 'TYPE'.
           05  FILLER                     PIC X(17) VALUE 'ENTITY KEY'.
           05  FILLER                     PIC X(17) VALUE 'FIELD'.
           05  FILLER                     PIC X(21) VALUE 'OLD VALUE'.
           05  FILLER                     PIC X(21) VALUE 'NEW VALUE'.
           05  FILLER                     PIC X(09) VALUE 'ACTION'.
           05  FILLER                     PIC X(09) VALUE 'OPERATOR'.
           05  FILLER                     PIC X(09) VALUE 'CHECKER'.
           05  FILLER                     PIC X(15) VALUE 'SOURCE'.
       01  INQ-DETAIL-REC.
           05  ID-CHANGE-DATE             PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  ID-ENTITY-TYPE             PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  ID-ENTITY-KEY              PIC X(16).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  ID-FIELD-NAME              PIC X(16).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  ID-OLD-VALUE               PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  ID-NEW-VALUE               PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  ID-ACTION                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  ID-OPERATOR-ID             PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  ID-CHECKER-ID              PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  ID-SOURCE-PGM              PIC X(08).
           05  FILLER                     PIC X(07) VALUE SPACES.
       01  INQ-LINK-REC.
           05  FILLER                     PIC X(22) VALUE
               'ACCOUNTS FOLLOWED:    '.
           05  IL-ACCT-COUNT              PIC ZZZZ9.
           05  FILLER                     PIC X(22) VALUE
               '   CLIENTS FOLLOWED:  '.
           05  IL-CLIENT-COUNT            PIC ZZZZ9.
           05  FILLER                     PIC X(78) VALUE SPACES.
       01  INQ-COUNT-REC.
           05  FILLER                     PIC X(22) VALUE
               'CHANGES FOUND:        '.
           05  IC-COUNT                   PIC ZZZZ9.
           05  FILLER                     PIC X(105) VALUE SPACES.
       01  INQ-REJECT-REC.
           05  FILLER                     PIC X(19) VALUE
               'INQUIRY REJECTED - '.
           05  IR-REASON                  PIC X(40).
           05  FILLER                     PIC X(73) VALUE SPACES.
       01  INQ-BLANK-REC.
           05  FILLER                     PIC X(132) VALUE SPACES.
      *
      *-----------------------*
       PROCEDURE DIVISION.
      *-----------------------*
       000-MAIN.
      *
           DISPLAY '***********CHANGE HISTORY INQUIRY*****************'.
      *
           PERFORM 100-OPEN-FILES.
      *
           PERFORM 200-PROCESS-INQUIRY
              UNTIL WS-CTL-EOF.
      *
           DISPLAY 'INQUIRIES PROCESSED  : ' WS-INQUIRY-COUNT.
           DISPLAY 'INQUIRIES REJECTED   : ' WS-REJECT-COUNT.
      *
           IF WS-REJECT-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           PERFORM 800-CLOSE-FILES.
      *
           STOP RUN.
      *
         100-OPEN-FILES.
               OPEN INPUT  CONTROL-CARD-FILE.
               IF WS-CTL-STATUS NOT = ZEROES
                  MOVE 'Error opening file CTLCARD'    TO WS-ERR-MSG
                  MOVE WS-CTL-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  CHG-HIST-FILE.
               IF WS-CHG-STATUS NOT = ZEROES
                  MOVE 'Error opening file CHGHIST'    TO WS-ERR-MSG
                  MOVE WS-CHG-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
               OPEN INPUT  XREF-FILE.
               IF WS-XREF-STATUS = '00'
                  MOVE 'Y' TO WS-XREF-OPEN-SW
               END-IF.
      *
               OPEN INPUT  CLI-XREF-FILE.
               IF WS-CLIXREF-STATUS = '00'
                  MOVE 'Y' TO WS-CLIXREF-OPEN-SW
               END-IF.
      *
               OPEN OUTPUT INQUIRY-RPT-FILE.
               IF WS-RPT-STATUS NOT = ZEROES
                  MOVE 'Error opening file INQRPT'     TO WS-ERR-MSG
                  MOVE WS-RPT-STATUS                   TO WS-ERR-CDE
                  MOVE '100-OPEN-FILES'                TO WS-ERR-PROC
                  PERFORM 900-ERR-HANDLING
               END-IF.
      *
         200-PROCESS-INQUIRY.
               READ CONTROL-CARD-FILE
                  AT END
                     MOVE 'Y' TO WS-CTL-EOF-SW
                  NOT AT END
                     ADD 1 TO WS-INQUIRY-COUNT
                     PERFORM 210-RUN-ONE-INQUIRY
               END-READ.
      *
         210-RUN-ONE-INQUIRY.
               IF CTL-FROM-DATE NOT NUMERIC
                  MOVE ZEROES        TO CTL-FROM-DATE
               END-IF.
               IF CTL-TO-DATE NOT NUMERIC
                  OR CTL-TO-DATE = ZEROES
                  MOVE 99999999      TO CTL-TO-DATE
               END-IF.
      *
               MOVE CTL-ENTITY-TYPE TO IH-ENTITY-TYPE.
               MOVE CTL-ENTITY-KEY  TO IH-ENTITY-KEY.
               MOVE CTL-FROM-DATE   TO IH-FROM-DATE.
               MOVE CTL-TO-DATE     TO IH-TO-DATE.
               WRITE INQUIRY-RPT-REC FROM INQ-HEADER-REC.
      *
               MOVE SPACES TO WS-REJECT-REASON.
               EVALUATE TRUE
                  WHEN NOT CTL-KNOWN-ENTITY
                     MOVE 'UNKNOWN ENTITY TYPE' TO WS-REJECT-REASON
                  WHEN CTL-ENTITY-KEY = SPACES
                     MOVE 'NO ENTITY KEY'       TO WS-REJECT-REASON
                  WHEN CTL-FROM-DATE > CTL-TO-DATE
                     MOVE 'FROM-DATE AFTER TO-DATE'
                                                TO WS-REJECT-REASON
               END-EVALUATE.
      *
               IF WS-REJECT-REASON NOT = SPACES
                  ADD 1 TO WS-REJECT-COUNT
                  MOVE WS-REJECT-REASON TO IR-REASON
                  WRITE INQUIRY-RPT-REC FROM INQ-REJECT-REC
               ELSE
                  WRITE INQUIRY-RPT-REC FROM INQ-COLUMN-REC
                  MOVE ZEROES TO WS-MATCH-COUNT
                  MOVE ZEROES TO WS-ACCT-COUNT
                  MOVE ZEROES TO WS-CLIENT-COUNT
                  SORT SORT-FILE
                      ON ASCENDING KEY SR-CHANGE-DATE
                                       SR-SOURCE-PGM
                                       SR-SOURCE-SEQ
                                       SR-VERSION
                                       SR-ENTITY-TYPE
                                       SR-ENTITY-KEY
                                       SR-FIELD-SEQ
                      INPUT PROCEDURE  IS 300-GATHER-CHANGES
                      OUTPUT PROCEDURE IS 400-PRINT-CHANGES
                  IF CTL-CUSTOMER
                     MOVE WS-ACCT-COUNT   TO IL-ACCT-COUNT
                     MOVE WS-CLIENT-COUNT TO IL-CLIENT-COUNT
                     WRITE INQUIRY-RPT-REC FROM INQ-LINK-REC
                  END-IF
                  MOVE WS-MATCH-COUNT TO IC-COUNT
                  WRITE INQUIRY-RPT-REC FROM INQ-COUNT-REC
               END-IF.
               WRITE INQUIRY-RPT-REC FROM INQ-BLANK-REC.
      *
      *    THE CARD'S OWN ENTITY FIRST; A CUSTOMER THEN BRINGS IN
      *    EVERY ACCOUNT ON CUSTACCT AND EVERY CLIENT ON CUSTCLI.
         300-GATHER-CHANGES.
               MOVE CTL-ENTITY-TYPE TO WS-GATHER-TYPE.
               MOVE CTL-ENTITY-KEY  TO WS-GATHER-KEY.
               PERFORM 310-GATHER-ENTITY.
      *
               IF CTL-CUSTOMER AND WS-XREF-OPEN
                  PERFORM 320-GATHER-ACCOUNTS
               END-IF.
               IF CTL-CUSTOMER AND WS-CLIXREF-OPEN
                  PERFORM 330-GATHER-CLIENTS
               END-IF.
      *
      *    POSITION AT THE FIRST CHANGE >= ENTITY/FROM-DATE AND READ
      *    FORWARD UNTIL THE ENTITY CHANGES OR THE DATE PASSES THE
      *    TO-DATE - THE SAME START/READ-NEXT SHAPE AS BNKHINQ.
         310-GATHER-ENTITY.
               MOVE 'N'             TO WS-RANGE-DONE-SW.
               MOVE WS-GATHER-TYPE  TO CH-ENTITY-TYPE.
               MOVE WS-GATHER-KEY   TO CH-ENTITY-KEY.
               MOVE CTL-FROM-DATE   TO CH-CHANGE-DATE.
               MOVE LOW-VALUES      TO CH-SOURCE-PGM.
               MOVE ZEROES          TO CH-SOURCE-SEQ.
               MOVE ZEROES          TO CH-FIELD-SEQ.
               MOVE ZEROES          TO CH-VERSION.
      *
               START CHG-HIST-FILE KEY IS NOT LESS THAN CH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RANGE-DONE-SW
               END-START.
      *
               PERFORM 315-READ-NEXT-CHANGE
                  UNTIL WS-RANGE-DONE.
      *
         315-READ-NEXT-CHANGE.
               READ CHG-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RANGE-DONE-SW
                   NOT AT END
                       IF CH-ENTITY-TYPE NOT = WS-GATHER-TYPE
                          OR CH-ENTITY-KEY NOT = WS-GATHER-KEY
                          OR CH-CHANGE-DATE > CTL-TO-DATE
                           MOVE 'Y' TO WS-RANGE-DONE-SW
                       ELSE
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE CH-CHANGE-DATE TO SR-CHANGE-DATE
                           MOVE CH-SOURCE-PGM  TO SR-SOURCE-PGM
                           MOVE CH-SOURCE-SEQ  TO SR-SOURCE-SEQ
                           MOVE CH-VERSION     TO SR-VERSION
                           MOVE CH-ENTITY-TYPE TO SR-ENTITY-TYPE
                           MOVE CH-ENTITY-KEY  TO SR-ENTITY-KEY
                           MOVE CH-FIELD-SEQ   TO SR-FIELD-SEQ
                           MOVE CH-FIELD-NAME  TO SR-FIELD-NAME
                           MOVE CH-OLD-VALUE   TO SR-OLD-VALUE
                           MOVE CH-NEW-VALUE   TO SR-NEW-VALUE
                           MOVE CH-ACTION      TO SR-ACTION
                           MOVE CH-OPERATOR-ID TO SR-OPERATOR-ID
                           MOVE CH-CHECKER-ID  TO SR-CHECKER-ID
                           RELEASE SORT-REC
                       END-IF
               END-READ.
      *
         320-GATHER-ACCOUNTS.
               MOVE 'N'             TO WS-LINKS-DONE-SW.
               MOVE CTL-ENTITY-KEY  TO XR-CUST-NO.
               MOVE SPACES          TO XR-ACCT-NO.
               START XREF-FILE KEY IS NOT LESS THAN XR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LINKS-DONE-SW
               END-START.
               PERFORM 325-READ-NEXT-ACCOUNT
                  UNTIL WS-LINKS-DONE.
      *
         325-READ-NEXT-ACCOUNT.
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINKS-DONE-SW
                   NOT AT END
                       IF XR-CUST-NO NOT = CTL-ENTITY-KEY
                           MOVE 'Y' TO WS-LINKS-DONE-SW
                       ELSE
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE 'ACCT'      TO WS-GATHER-TYPE
                           MOVE XR-ACCT-NO  TO WS-GATHER-KEY
                           PERFORM 310-GATHER-ENTITY
                       END-IF
               END-READ.
      *
         330-GATHER-CLIENTS.
               MOVE 'N'             TO WS-LINKS-DONE-SW.
               MOVE CTL-ENTITY-KEY  TO CC-CUST-NO.
               MOVE SPACES          TO CC-CLIENT-ID.
               START CLI-XREF-FILE KEY IS NOT LESS THAN CC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LINKS-DONE-SW
               END-START.
               PERFORM 335-READ-NEXT-CLIENT
                  UNTIL WS-LINKS-DONE.
      *
         335-READ-NEXT-CLIENT.
               READ CLI-XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LINKS-DONE-SW
                   NOT AT END
                       IF CC-CUST-NO NOT = CTL-ENTITY-KEY
                           MOVE 'Y' TO WS-LINKS-DONE-SW
                       ELSE
                           ADD 1 TO WS-CLIENT-COUNT
                           MOVE 'CLNT'       TO WS-GATHER-TYPE
                           MOVE CC-CLIENT-ID TO WS-GATHER-KEY
                           PERFORM 310-GATHER-ENTITY
                       END-IF
               END-READ.
      *
         400-PRINT-CHANGES.
               MOVE 'N' TO WS-SORT-EOF-SW.
               PERFORM 410-RETURN-ONE-CHANGE
                  UNTIL WS-SORT-EOF.
      *
         410-RETURN-ONE-CHANGE.
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SW
                   NOT AT END
                       MOVE SR-CHANGE-DATE TO ID-CHANGE-DATE
                       MOVE SR-ENTITY-TYPE TO ID-ENTITY-TYPE
                       MOVE SR-ENTITY-KEY  TO ID-ENTITY-KEY
                       MOVE SR-FIELD-NAME  TO ID-FIELD-NAME
                       MOVE SR-OLD-VALUE   TO ID-OLD-VALUE
                       MOVE SR-NEW-VALUE   TO ID-NEW-VALUE
                       MOVE SR-ACTION      TO ID-ACTION
                       MOVE SR-OPERATOR-ID TO ID-OPERATOR-ID
                       MOVE SR-CHECKER-ID  TO ID-CHECKER-ID
                       MOVE SR-SOURCE-PGM  TO ID-SOURCE-PGM
                       WRITE INQUIRY-RPT-REC FROM INQ-DETAIL-REC
               END-RETURN.
      *
         800-CLOSE-FILES.
               CLOSE CONTROL-CARD-FILE.
               CLOSE CHG-HIST-FILE.
               CLOSE XREF-FILE.
               CLOSE CLI-XREF-FILE.
               CLOSE INQUIRY-RPT-FILE.
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
