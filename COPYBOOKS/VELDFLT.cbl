      *----------------------------------------------------------------*
      * VELDFLT  - Shared default daily withdrawal velocity limits by
      *            account type, used by BNKACC (which enforces them)
      *            and BNKVELM (which fills an override's unkeyed
      *            channels from them), so the defaults are maintained
      *            in one place. An account with a VELLIMIT override
      *            record uses that instead. 'X' is the default/
      *            unknown account-type fallback and must stay last.
      *----------------------------------------------------------------*
      *            EACH ENTRY CARRIES ONE AMOUNT/COUNT PAIR PER CHANNEL,
      *            IN CHANNEL ORDER 1 = TELLER, 2 = CARD NETWORK
      *            (CARDSETL), 3 = STANDING ORDER (STORDER). THE AMOUNT
      *            IS THE MOST THAT MAY LEAVE THE ACCOUNT THROUGH THE
      *            CHANNEL IN ONE BUSINESS DAY, THE COUNT THE MOST
      *            WITHDRAWALS. ZERO IN EITHER MEANS NO LIMIT ON IT.
       01  VELOCITY-DEFAULT-VALUES.
           05  FILLER  PIC X(34) VALUE
               'S005000000100020000002000500000010'.
           05  FILLER  PIC X(34) VALUE
               'C025000000500100000005005000000030'.
           05  FILLER  PIC X(34) VALUE
               'F002000000050010000001000200000005'.
           05  FILLER  PIC X(34) VALUE
               'T001000000020010000000200100000002'.
           05  FILLER  PIC X(34) VALUE
               'X005000000100020000002000500000010'.
      *
       01  VELOCITY-DEFAULT-TABLE REDEFINES VELOCITY-DEFAULT-VALUES.
           05  VD-ENTRY OCCURS 5 TIMES INDEXED BY VD-IDX.
               10  VD-ACCT-TYPE           PIC X(01).
               10  VD-CHANNEL-LIMIT OCCURS 3 TIMES.
                   15  VD-AMT-LIMIT       PIC 9(6)V99.
                   15  VD-CNT-LIMIT       PIC 9(03).
      *
