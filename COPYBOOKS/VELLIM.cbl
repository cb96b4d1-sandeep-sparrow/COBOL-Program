      *----------------------------------------------------------------*
      * VELLIM   - Named-field layout for the 70-byte data portion of
      *            the VELLIMIT VSAM per-account velocity-limit
      *            override record (VL-ACCT-NO - the BALFILE account -
      *            is the 10-byte record key and stays in each
      *            program's own FD). One record per account whose
      *            daily withdrawal limits differ from the account-type
      *            defaults in VELDFLT. Maintained by BNKVELM; read by
      *            BNKACC, which rejects a withdrawal that would take
      *            the day's total through a channel past its limit.
      *----------------------------------------------------------------*
      *            VL-CHANNEL-LIMIT IS IN THE VELDFLT CHANNEL ORDER -
      *            1 = TELLER, 2 = CARD NETWORK, 3 = STANDING ORDER.
      *            THE OVERRIDE REPLACES ALL THREE CHANNELS' DEFAULTS;
      *            ZERO IN AN AMOUNT OR COUNT MEANS NO LIMIT ON IT.
      *            VL-CHANGED-BY IS THE OPERATOR WHO LAST ADDED OR
      *            CHANGED THE RECORD.
           02  VELOCITY-LIMIT-DATA.
               03  VL-CHANNEL-LIMIT OCCURS 3 TIMES.
                   04  VL-AMT-LIMIT    PIC  9(6)V99.
                   04  VL-CNT-LIMIT    PIC  9(03).
               03  VL-ADDED-DATE       PIC  9(08).
               03  VL-CHANGED-DATE     PIC  9(08).
               03  VL-CHANGED-BY       PIC  X(08).
               03  FILLER              PIC  X(13).
      *
