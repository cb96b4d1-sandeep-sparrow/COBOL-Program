      *----------------------------------------------------------------*
      * RELTIER  - Layout of one 80-byte row of the RELTIER relationship
      *            pricing table - the fee waivers the BNKACC month-end
      *            fee pass grants a customer on the strength of
      *            everything they hold with the bank. Adding, removing
      *            or re-pricing a row changes the waivers; no program
      *            change is needed.
      *----------------------------------------------------------------*
      *            RL-MIN-RELATIONSHIP IS THE LEAST A CUSTOMER MUST
      *            HOLD, IN USD (THE PIVOT CURRENCY OF THE EXCHANGE
      *            RATES), ACROSS EVERY ACCOUNT THEY ARE A PRIMARY OR
      *            JOINT HOLDER OF ON CUSTACCT - LEDGER BALANCES, WITH
      *            A TERM DEPOSIT COUNTED AT ITS TDMAST PRINCIPAL.
      *            AN ACCOUNT IS PRICED AT THE HIGHEST TIER ANY OF ITS
      *            HOLDERS REACHES; ROWS NEED NOT BE IN ORDER.
      *            THE THREE WAIVE PERCENTAGES (000-100) ARE TAKEN OFF
      *            THE MAINTENANCE FEE, THE PER-WITHDRAWAL CHARGES AND
      *            THE BELOW-MINIMUM FEE RESPECTIVELY.
           05  RL-TIER-CODE            PIC  X(02).
           05  RL-MIN-RELATIONSHIP     PIC  9(11)V99.
           05  RL-MAINT-WAIVE-PCT      PIC  9(03).
           05  RL-WD-WAIVE-PCT         PIC  9(03).
           05  RL-BMIN-WAIVE-PCT       PIC  9(03).
           05  RL-DESCRIPTION          PIC  X(30).
           05  FILLER                  PIC  X(26).
      *
