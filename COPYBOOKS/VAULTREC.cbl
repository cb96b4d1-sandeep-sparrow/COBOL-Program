      *----------------------------------------------------------------*
      * VAULTREC - Named-field layout for the 296-byte data portion of
      *            the VAULTMST VSAM branch vault record (VT-BRANCH-ID
      *            is the 4-byte record key and stays in each program's
      *            own FD). One record per branch holding cash. Set up
      *            and its limits kept by BNKVLTM; the day's position
      *            is struck nightly by VAULTPOS.
      *----------------------------------------------------------------*
      *            VT-INSURED-LIMIT IS THE MOST CASH THE BRANCH'S
      *            INSURANCE COVERS OVERNIGHT; VT-MIN-HOLDING THE LEAST
      *            IT SHOULD OPEN THE DAY WITH - A BRANCH FORECAST TO
      *            FALL BELOW IT TOMORROW IS INDENTED FROM THE CHEST.
      *            VT-POSITION-DATE IS THE BUSINESS DATE OF THE LAST
      *            POSITION STRUCK: VT-OPEN-BAL WAS THE CASH AT THE
      *            START OF THAT DAY, THE FOUR MOVEMENT FIELDS ITS
      *            TELLER CASH IN AND OUT AND ITS TRANSFERS FROM AND
      *            TO THE CURRENCY CHEST, VT-EXPECTED-BAL WHAT THE
      *            VAULT SHOULD THEN HOLD AND VT-CLOSE-BAL WHAT IT IS
      *            TAKEN TO HOLD (THE COUNT, WHEN ONE WAS KEYED THAT
      *            DAY, ELSE THE EXPECTED FIGURE).
      *            VT-DENOM-COUNT HOLDS THE NOTES (AND COIN BY VALUE)
      *            OF THE LAST CLOSING COUNT, IN VAULTPOS DENOMINATION
      *            ORDER 2000, 500, 200, 100, 50, 20, 10, COIN.
      *            VT-NET-OUT-HIST IS TELLER CASH OUT LESS CASH IN FOR
      *            THE LAST FIVE POSITION DAYS, MOST RECENT FIRST -
      *            THE BASIS OF TOMORROW'S FORECAST.
           02  VAULT-DATA.
               03  VT-BRANCH-NAME      PIC  X(20).
               03  VT-INSURED-LIMIT    PIC  9(9)V99.
               03  VT-MIN-HOLDING      PIC  9(9)V99.
               03  VT-POSITION-DATE    PIC  9(08).
               03  VT-OPEN-BAL         PIC S9(9)V99.
               03  VT-CASH-IN          PIC  9(9)V99.
               03  VT-CASH-OUT         PIC  9(9)V99.
               03  VT-CHEST-IN         PIC  9(9)V99.
               03  VT-CHEST-OUT        PIC  9(9)V99.
               03  VT-EXPECTED-BAL     PIC S9(9)V99.
               03  VT-CLOSE-BAL        PIC S9(9)V99.
               03  VT-COUNTED-BAL      PIC  9(9)V99.
               03  VT-COUNT-DATE       PIC  9(08).
               03  VT-DENOM-COUNT      PIC  9(06) OCCURS 8 TIMES.
               03  VT-NET-OUT-HIST     PIC S9(9)V99 OCCURS 5 TIMES.
               03  VT-ADDED-DATE       PIC  9(08).
               03  VT-CHANGED-DATE     PIC  9(08).
               03  VT-CHANGED-BY       PIC  X(08).
               03  FILLER              PIC  X(23).
      *
