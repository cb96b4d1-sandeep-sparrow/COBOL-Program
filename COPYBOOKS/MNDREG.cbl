      *----------------------------------------------------------------*
      * MNDREG   - Named-field layout for the 102-byte data portion of
      *            the MNDREG VSAM direct-debit mandate register record
      *            (MD-KEY - the debited BALFILE account plus the
      *            originator's 8-character id - is the 18-byte record
      *            key and stays in each program's own FD). One record
      *            per authority a customer has given a utility or
      *            insurer to collect from the account. Maintained by
      *            BNKMNDM; read by the DDINTAKE debit intake, which
      *            stamps the last collection on it.
      *----------------------------------------------------------------*
      *            MD-MAX-AMOUNT IS THE MOST ONE COLLECTION MAY TAKE.
      *            MD-FREQUENCY 'W' WEEKLY, 'M' MONTHLY, 'Q' QUARTERLY,
      *            'A' ANNUAL, 'V' VARIABLE (NO SPACING ENFORCED).
      *            MD-EXPIRY-DATE ZEROES = OPEN-ENDED.
      *            MD-STATUS 'A' ACTIVE, 'R' REVOKED BY THE CUSTOMER
      *            (MD-REVOKED-DATE SAYS WHEN) - NOTHING IS COLLECTED
      *            UNDER A REVOKED MANDATE.
      *            MD-LAST-DEBIT-DATE/-REF ARE THE LAST COLLECTION
      *            ACCEPTED UNDER THE MANDATE (ZEROES/SPACES = NONE).
           02  MND-REG-DATA.
               03  MD-ORIG-NAME        PIC  X(24).
               03  MD-MAX-AMOUNT       PIC  9(7)V99.
               03  MD-FREQUENCY        PIC  X(01).
                   88  MD-FREQ-WEEKLY             VALUE 'W'.
                   88  MD-FREQ-MONTHLY            VALUE 'M'.
                   88  MD-FREQ-QUARTERLY          VALUE 'Q'.
                   88  MD-FREQ-ANNUAL             VALUE 'A'.
                   88  MD-FREQ-VARIABLE           VALUE 'V'.
                   88  MD-FREQ-VALID              VALUE 'W' 'M' 'Q'
                                                        'A' 'V'.
               03  MD-START-DATE       PIC  9(08).
               03  MD-EXPIRY-DATE      PIC  9(08).
               03  MD-STATUS           PIC  X(01).
                   88  MD-ACTIVE                  VALUE 'A'.
                   88  MD-REVOKED                 VALUE 'R'.
               03  MD-REVOKED-DATE     PIC  9(08).
               03  MD-LAST-DEBIT-DATE  PIC  9(08).
               03  MD-LAST-DEBIT-REF   PIC  X(12).
               03  MD-ADDED-DATE       PIC  9(08).
               03  MD-CHANGED-DATE     PIC  9(08).
               03  FILLER              PIC  X(07).
      *
