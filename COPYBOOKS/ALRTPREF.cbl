      *----------------------------------------------------------------*
      * ALRTPREF - Named-field layout for the 70-byte data portion of
      *            the ALRTPREF VSAM customer alert preference record
      *            (AP-KEY - customer number plus alert event code -
      *            is the 10-byte record key and stays in each
      *            program's own FD). One record per customer per
      *            event the customer has chosen for. Kept by BNKALRM;
      *            read by the nightly CUSALRT alert engine. A
      *            customer with no record for an event takes the
      *            event's default from the ALRTEVT event table.
      *----------------------------------------------------------------*
      *            AP-OPTION 'I' OPTED IN, 'O' OPTED OUT.
      *            AP-THRESHOLD IS THE CUSTOMER'S OWN FIGURE FOR THE
      *            THRESHOLD EVENTS (LOW BALANCE, LARGE DEBIT) - ZERO
      *            TAKES THE EVENT TABLE DEFAULT.
           02  ALERT-PREF-DATA.
               03  AP-OPTION           PIC  X(01).
                   88  AP-OPTED-IN                VALUE 'I'.
                   88  AP-OPTED-OUT               VALUE 'O'.
               03  AP-THRESHOLD        PIC  9(7)V99.
               03  AP-ADDED-DATE       PIC  9(08).
               03  AP-CHANGED-DATE     PIC  9(08).
               03  AP-CHANGED-BY       PIC  X(08).
               03  FILLER              PIC  X(36).
      *
