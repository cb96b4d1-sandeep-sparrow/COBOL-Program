       FD  AUDIT-IN-FILE RECORDING MODE F.
       01  AUDIT-TRAIL-REC.
           05  AUD-ACCT-NO                PIC  X(10).
      *        SEALED TRAILER OF A HASH-CHAINED TRAIL (CHAINTRL).
               88  AUD-CHAIN-TRAILER      VALUE '* TRAILER '.
           05  AUD-TRAN-TYPE              PIC  X(08).
           05  AUD-AMOUNT                 PIC  9999999.99.
           05  AUD-TRAN-DATE              PIC  9(08).
                  AT END
                     MOVE 'Y' TO WS-AUDIT-EOF-SW
                  NOT AT END
                     IF NOT AUD-CHAIN-TRAILER
                        ADD 1 TO WS-READ-COUNT
                        IF AUD-TRAN-TYPE = 'DEPOSIT '
                           OR AUD-TRAN-TYPE = 'WITHDRAW'
                           PERFORM 210-CLASSIFY-TRANSACTION
                        END-IF
                     END-IF
               END-READ.
      *
