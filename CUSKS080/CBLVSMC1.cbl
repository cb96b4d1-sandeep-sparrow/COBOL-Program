                   AT END
                       MOVE 'Y' TO WS-AUDIN-EOF-SW
                   NOT AT END
      *                THE SEALED CHAIN TRAILER CARRIES NO CHANGE AND
      *                IS NOT COUNTED AS READ.
                       IF CUS-AUDIT-REC (1:10) NOT = '* TRAILER '
                           ADD 1 TO WS-READ-RECORD
                           IF AUD-TRAN-DATE IS NUMERIC
                              AND AUD-TRAN-DATE > WS-DLT-LAST-DATE
                               PERFORM J0003-EMIT-ONE-DELTA
                                  THRU J0003-EX
                           END-IF
                       END-IF
               END-READ.

