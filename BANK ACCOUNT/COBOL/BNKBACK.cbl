           05  JRN-PRIOR-AVAIL            PIC S9(7)V99.
           05  JRN-TRAN-TYPE              PIC  X(08).
           05  JRN-DATE                   PIC  9(08).
           05  FILLER                     PIC  X(12).
           05  JRN-CHAIN-LINK             PIC  9(11) COMP-3.
      *
       FD  BALANCE-AMT
            RECORD CONTAINS 80 CHARACTERS
                  AT END
                     MOVE 'Y' TO WS-JRN-EOF-SW
                  NOT AT END
                     IF JOURNAL-REC (1:10) NOT = '* TRAILER '
                        ADD 1 TO WS-READ-COUNT
                        IF WS-JRN-COUNT < 5000
                           ADD 1 TO WS-JRN-COUNT
                           MOVE JRN-ACCT-NO
                               TO JT-ACCT-NO   (WS-JRN-COUNT)
                           MOVE JRN-PRIOR-BAL
                               TO JT-PRIOR-BAL (WS-JRN-COUNT)
                           MOVE JRN-NEW-BAL
                               TO JT-NEW-BAL   (WS-JRN-COUNT)
                           MOVE JRN-PRIOR-AVAIL
                               TO JT-PRIOR-AVAIL (WS-JRN-COUNT)
                           MOVE JRN-TRAN-TYPE
                               TO JT-TRAN-TYPE (WS-JRN-COUNT)
                        ELSE
                           MOVE 'Journal exceeds backout table size'
                                                     TO WS-ERR-MSG
                           MOVE 'JT'                 TO WS-ERR-CDE
                           MOVE '200-LOAD-JOURNAL'   TO WS-ERR-PROC
                           PERFORM 900-ERR-HANDLING
                        END-IF
                     END-IF
               END-READ.
      *
