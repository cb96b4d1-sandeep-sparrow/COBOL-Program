                           MOVE '180-VERIFY-ORIG' TO WS-ERR-PROC
                           PERFORM 900-ERR-HANDLING
                       END-IF
                       IF SANCTION-STATUS = 'S'
                           DISPLAY 'ORIGINATOR ACCOUNT BLOCKED: '
                                   WS-ORIG-ACCT-NO
                           MOVE 'BULKIN originator account blocked'
                                                  TO WS-ERR-MSG
                           MOVE 'OR'              TO WS-ERR-CDE
                           MOVE '180-VERIFY-ORIG' TO WS-ERR-PROC
                           PERFORM 900-ERR-HANDLING
                       END-IF
                       MOVE OVERDRAFT-LIMIT TO WS-AVAILABLE
                       ADD BAL-AMT          TO WS-AVAILABLE
                       IF WS-BULK-DECL-AMOUNT > WS-AVAILABLE
                          MOVE 'UNKNOWN ACCOUNT' TO RET-REASON-TEXT
                          PERFORM 260-RETURN-ONE-ITEM
                      NOT INVALID KEY
                          EVALUATE TRUE
                            WHEN DORMANT-STATUS = 'D'
                              MOVE '08'          TO RET-REASON-CODE
                              MOVE 'ACCOUNT DORMANT'
                                                  TO RET-REASON-TEXT
                              PERFORM 260-RETURN-ONE-ITEM
                            WHEN SANCTION-STATUS = 'S'
                              MOVE '18'          TO RET-REASON-CODE
                              MOVE 'ACCOUNT BLOCKED'
                                                  TO RET-REASON-TEXT
                              PERFORM 260-RETURN-ONE-ITEM
                            WHEN OTHER
                              PERFORM 250-CREDIT-ONE-ITEM
                          END-EVALUATE
                  END-READ
               END-IF.
      *
