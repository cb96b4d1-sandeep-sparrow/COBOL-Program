      *----------------------------------------------------------------*
      * CAMAST  - Corporate-action master record, one record per
      *           announced action, keyed instrument + ex-date +
      *           action type. Kept by CAMNT and applied to the
      *           POSLEDG position ledger by CORPACT, which marks the
      *           action processed and records what it paid out or
      *           issued.
      *----------------------------------------------------------------*
      *           CA-ACTION-TYPE 'S'PLIT OR 'B'ONUS TAKE THE RATIO -
      *           CA-RATIO-NEW SHARES FOR EVERY CA-RATIO-OLD HELD (A
      *           2-FOR-1 SPLIT IS 2/1, A 1-FOR-10 CONSOLIDATION 1/10,
      *           A 1-FOR-2 BONUS ADDS 1 SHARE FOR EVERY 2). 'D'IVIDEND
      *           TAKES CA-DIV-PER-SHARE IN CASH. CA-STATUS 'A'NNOUNCED
      *           UNTIL CORPACT APPLIES IT ('P'ROCESSED) OR THE DESK
      *           CANCELS IT ('X').
       01  CAMAST-RECORD.
           05  CA-KEY.
               10  CA-INSTRUMENT       PIC X(08).
               10  CA-EX-DATE          PIC 9(08).
               10  CA-ACTION-TYPE      PIC X(01).
                   88  CA-SPLIT                   VALUE 'S'.
                   88  CA-BONUS                   VALUE 'B'.
                   88  CA-DIVIDEND                VALUE 'D'.
                   88  CA-TYPE-VALID              VALUE 'S' 'B' 'D'.
           05  CA-RECORD-DATE          PIC 9(08).
           05  CA-RATIO-NEW            PIC 9(05).
           05  CA-RATIO-OLD            PIC 9(05).
           05  CA-DIV-PER-SHARE        PIC 9(05)V9999.
           05  CA-STATUS               PIC X(01).
               88  CA-ANNOUNCED                   VALUE 'A'.
               88  CA-PROCESSED                   VALUE 'P'.
               88  CA-CANCELLED                   VALUE 'X'.
           05  CA-PROCESSED-DATE       PIC 9(08).
           05  CA-HOLDERS              PIC 9(05).
           05  CA-TOTAL-PAID           PIC 9(09)V99.
           05  CA-ENTERED-BY           PIC X(08).
           05  FILLER                  PIC X(03).
      *
