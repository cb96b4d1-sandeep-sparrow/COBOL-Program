      *----------------------------------------------------------------*
      * BENREC   - Named-field layout for the 86-byte data portion of
      *            the BENEFMST VSAM beneficiary-master record (BEN-KEY
      *            - the paying BALFILE account plus the customer's
      *            4-character beneficiary id - is the 14-byte record
      *            key and stays in each program's own FD).
      *            Maintained by BNKBENM (add/change/delete); read by
      *            PAYREQ, which only pays a beneficiary registered
      *            against the paying account.
      *----------------------------------------------------------------*
      *            BEN-ROUTING-CODE IS THE BENEFICIARY BANK'S ROUTING
      *            (SORT) CODE ON THE PAYMENT NETWORK, BEN-BANK-ACCT
      *            THE ACCOUNT NUMBER AT THAT BANK, LEFT-JUSTIFIED.
      *            BEN-CHANGED-DATE IS ZEROES UNTIL THE FIRST CHANGE.
      *            BEN-SANCTION-STATUS 'S' BLOCKS THE PAYEE AFTER A
      *            CONFIRMED SANCTIONS/WATCH-LIST HIT (SET BY SANDECD)
      *            - PAYREQ REFUSES TO PAY IT. SPACE = NOT BLOCKED.
           02  BEN-DATA.
               03  BEN-NAME            PIC  X(30).
               03  BEN-ROUTING-CODE    PIC  X(09).
               03  BEN-BANK-ACCT       PIC  X(17).
               03  BEN-ADDED-DATE      PIC  9(08).
               03  BEN-CHANGED-DATE    PIC  9(08).
               03  BEN-SANCTION-STATUS PIC  X(01).
               03  FILLER              PIC  X(13).
      *
