      *----------------------------------------------------------------*
      * ALRTEVT  - Layout of one 80-byte row of the ALRTEVT customer
      *            alert event table - the configuration the CUSALRT
      *            nightly alert engine raises alerts from, and the
      *            list of event codes BNKALRM accepts preferences
      *            for. Adding a row switches an event on; no program
      *            change is needed to alter its defaults or wording.
      *----------------------------------------------------------------*
      *            EV-CODE - THE EVENTS CUSALRT KNOWS HOW TO DETECT:
      *              LBAL  BALANCE BELOW THE CUSTOMER'S THRESHOLD
      *                    AFTER A DEBIT POSTED TONIGHT
      *              LDEB  A SINGLE DEBIT OVER THE THRESHOLD
      *              HREL  A DEPOSIT HOLD RELEASED
      *              TDMT  A TERM DEPOSIT MATURING WITHIN EV-LEAD-DAYS
      *              SONF  A STANDING ORDER SKIPPED FOR INSUFFICIENT
      *                    FUNDS
      *              CRTN  A DEPOSITED CHEQUE RETURNED UNPAID
      *            EV-ENABLED 'N' SWITCHES AN EVENT OFF FOR EVERYONE.
      *            EV-DEFAULT-OPT 'I' ALERTS EVERY HOLDER WHO HAS NOT
      *            OPTED OUT, 'O' ONLY THOSE WHO HAVE OPTED IN.
      *            EV-DEFAULT-THRESH APPLIES WHEN THE CUSTOMER HAS
      *            NOT CHOSEN ONE (LBAL/LDEB ONLY); EV-LEAD-DAYS IS
      *            THE WARNING PERIOD FOR TDMT.
      *            EV-TEXT IS THE LINE OF THE ALERT THE CUSTOMER READS.
           05  EV-CODE                 PIC  X(04).
           05  EV-ENABLED              PIC  X(01).
               88  EV-IS-ENABLED                  VALUE 'Y'.
           05  EV-DEFAULT-OPT          PIC  X(01).
               88  EV-DEFAULT-IN                  VALUE 'I'.
           05  EV-DEFAULT-THRESH       PIC  9(7)V99.
           05  EV-LEAD-DAYS            PIC  9(03).
           05  EV-TEXT                 PIC  X(40).
           05  FILLER                  PIC  X(22).
      *
