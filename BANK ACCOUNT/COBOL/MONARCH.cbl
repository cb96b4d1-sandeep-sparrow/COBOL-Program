                     MOVE AUDIT-IN-REC TO AAR-DATA
                     WRITE AUDIT-ARCH-REC
                     ADD 1 TO WS-AUD-OUT-COUNT
      *              A GENERATION'S SEALED TRAILER IS ARCHIVED AS IT
      *              STANDS, SO CHNVRFY CAN STILL PROVE THE MONTHLY
      *              FILE, BUT IT IS NO POSTING AND STAYS OFF THE INDEX.
                     IF AUDIT-IN-REC (1:10) NOT = '* TRAILER '
                        MOVE 'AUDIT' TO WS-CURR-FAMILY
                        MOVE AIN-DATE TO WS-CURR-DATE
                        COMPUTE WS-AMOUNT-WORK =
                            FUNCTION NUMVAL (AIN-AMOUNT)
                        PERFORM 250-INDEX-ONE-RECORD
                     END-IF
               END-READ.
      *
         210-ARCHIVE-REJECTS.
