      *----------------------------------------------------------------*
      * TAXLOT  - Tax-lot record, one record per buy STKCBL posts to
      *           the POSLEDG position ledger, keyed client +
      *           instrument + buy date + sequence, so the keyed order
      *           is the first-in first-out order sells relieve them
      *           in. TL-OPEN-QTY falls as sells relieve the lot; a
      *           fully relieved lot stays on file at zero.
      *----------------------------------------------------------------*
      *           TL-CHARGES ARE THE DEDUCTIONS PAID ON THE BUY,
      *           RELIEVED IN PROPORTION TO TL-ORIG-QTY. TL-PRICE
      *           CARRIES FOUR DECIMALS SO A SPLIT CAN RESTATE IT
      *           WITHOUT LOSING THE LOT'S COST. TL-SOURCE 'T'RADE OR
      *           'B'ONUS ISSUE (CORPACT - NIL COST, DATED THE
      *           EX-DATE).
       01  TAXLOT-RECORD.
           05  TL-KEY.
               10  TL-CLIENT-ID        PIC X(08).
               10  TL-INSTRUMENT       PIC X(08).
               10  TL-BUY-DATE         PIC 9(08).
               10  TL-LOT-SEQ          PIC 9(05).
           05  TL-INSTR-TYPE           PIC X(02).
           05  TL-ORIG-QTY             PIC 9(07).
           05  TL-OPEN-QTY             PIC 9(07).
           05  TL-PRICE                PIC 9(05)V9999.
           05  TL-CHARGES              PIC 9(05)V999.
           05  TL-SOURCE               PIC X(01).
               88  TL-FROM-TRADE                  VALUE 'T'.
               88  TL-FROM-BONUS                  VALUE 'B'.
           05  FILLER                  PIC X(17).
      *
