      *----------------------------------------------------------------*
      * TRDJRNL - Trade journal, one record per trade STKCBL prices,
      *           keyed trade date + session + client + trade
      *           sequence. Holds what the trade did everywhere it
      *           landed - its charges, the position before and after
      *           it, the tax lot it opened or the lots it relieved -
      *           so a cancel or amend can reverse it exactly.
      *----------------------------------------------------------------*
      *           TJ-STATUS 'A'CTIVE UNTIL A CANCEL ('C') OR AN AMEND
      *           ('M', TJ-REPLACED-BY-SEQ NAMING THE CORRECTED TRADE)
      *           REVERSES IT. TJ-POS-SW 'Y' WHEN THE TRADE MOVED THE
      *           POSITION LEDGER. A SELL RECORDS UP TO FIVE LOTS
      *           RELIEVED; TJ-RELIEF-OVERFLOW 'Y' MEANS IT RELIEVED
      *           MORE, AND ONLY THE FIRST FIVE CAN BE PUT BACK.
       01  TRDJRNL-RECORD.
           05  TJ-KEY.
               10  TJ-TRADE-DATE       PIC 9(08).
               10  TJ-SESSION          PIC X(02).
               10  TJ-CLIENT-ID        PIC X(08).
               10  TJ-TRADE-SEQ        PIC 9(05).
           05  TJ-STATUS               PIC X(01).
               88  TJ-ACTIVE                      VALUE 'A'.
               88  TJ-CANCELLED                   VALUE 'C'.
               88  TJ-AMENDED                     VALUE 'M'.
           05  TJ-REPLACED-BY-SEQ      PIC 9(05).
           05  TJ-REPLACES-SEQ         PIC 9(05).
           05  TJ-CORRECTED-DATE       PIC 9(08).
      *        THE TRADE AS PRICED
           05  TJ-TOTAL-MTM            PIC 9(03)V99.
           05  TJ-TOTAL-BUY            PIC 9(04)V99.
           05  TJ-PLAN-CODE            PIC X(03).
           05  TJ-GST-CAT              PIC X(02).
           05  TJ-INSTRUMENT           PIC X(08).
           05  TJ-INSTR-TYPE           PIC X(02).
           05  TJ-QTY                  PIC 9(07).
           05  TJ-BUY-SELL             PIC X(01).
           05  TJ-PRICE                PIC 9(05)V99.
      *        ITS CHARGES AND NET
           05  TJ-BRKG                 PIC 9(03)V9999.
           05  TJ-TCRG                 PIC 9(03)V9999.
           05  TJ-STT                  PIC 9(03)V9999.
           05  TJ-STAMP                PIC 9(03)V99.
           05  TJ-GST                  PIC 9(03)V9999.
           05  TJ-TOTAL-DED            PIC 9(03)V999.
           05  TJ-VALUE                PIC 9(03)V999.
           05  TJ-VALUE-SIGN           PIC X(01).
      *        ITS POSITION EFFECT
           05  TJ-POS-SW               PIC X(01).
               88  TJ-POS-UPDATED                 VALUE 'Y'.
           05  TJ-PRE-QTY              PIC S9(07).
           05  TJ-PRE-AVG-COST         PIC 9(05)V9999.
           05  TJ-PRE-REALIZED         PIC S9(09)V99.
           05  TJ-PRE-LAST-DATE        PIC 9(08).
           05  TJ-POST-QTY             PIC S9(07).
           05  TJ-POST-AVG-COST        PIC 9(05)V9999.
           05  TJ-POST-REALIZED        PIC S9(09)V99.
      *        THE LOT A BUY OPENED
           05  TJ-LOT-BUY-DATE         PIC 9(08).
           05  TJ-LOT-SEQ              PIC 9(05).
           05  TJ-LOT-QTY              PIC 9(07).
      *        THE LOTS A SELL RELIEVED
           05  TJ-RELIEF-COUNT         PIC 9(02).
           05  TJ-RELIEF-OVERFLOW      PIC X(01).
           05  TJ-RELIEF OCCURS 5 TIMES.
               10  TJ-RL-BUY-DATE      PIC 9(08).
               10  TJ-RL-LOT-SEQ       PIC 9(05).
               10  TJ-RL-QTY           PIC 9(07).
               10  TJ-RL-COST          PIC S9(11)V99.
               10  TJ-RL-PROCEEDS      PIC S9(11)V99.
               10  TJ-RL-GAIN          PIC S9(11)V99.
               10  TJ-RL-TERM          PIC X(01).
               10  TJ-RL-HOLD-MONTHS   PIC 9(03).
               10  TJ-RL-INSTR-TYPE    PIC X(02).
           05  FILLER                  PIC X(20).
      *
