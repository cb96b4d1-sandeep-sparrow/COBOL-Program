      *    THE PROOF RUNS NEWEST-FIRST: EACH LINE UNDOES ONE
      *    TRANSACTION AND SHOWS THE BALANCE THAT LEAVES. CREDITS
      *    (DEPOSIT, INTEREST, TRF-IN) COME OFF; DEBITS (WITHDRAW,
      *    FEE, WHT, TRF-OUT, ESCHEAT, CLOSEPAY, DRINT) GO BACK
      *    ON. HOLD RELEASES NEVER MOVED THE LEDGER AND ARE SHOWN
      *    AT ZERO EFFECT.
         300-WRITE-PROOF.
               MOVE WS-ASK-ACCT-NO TO RH-ACCT-NO.
               MOVE WS-ASOF-DATE   TO RH-ASOF.
                   WHEN 'WHT     '
                   WHEN 'TRF-OUT '
                   WHEN 'ESCHEAT '
                   WHEN 'CLOSEPAY'
                   WHEN 'DRINT   '
                   WHEN 'GARNISH '
                   WHEN 'CHQRTN  '
                   WHEN 'RTNFEE  '
                       ADD UN-AMOUNT (UNDO-IDX)
