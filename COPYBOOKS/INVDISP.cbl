      *----------------------------------------------------------------*
      * INVDISP  - Named-field layout for the 68-byte data portion of
      *            the INVDISP VSAM invoice-dispute register record
      *            (ID-KEY - the CUSKS080 customer plus the DB2 INV
      *            invoice number in dispute - is the 12-byte record
      *            key and stays in each program's own FD). Kept by
      *            DSPMNT, aged by DSPAGING, and consulted by DUNLET,
      *            FINCHG and CREDEXP, which leave the amount in
      *            dispute out of letters, charges and exposure.
      *----------------------------------------------------------------*
      *            ID-STATUS 'O'PEN UNTIL RESOLVED. 'R'EJECTED RETURNS
      *            THE INVOICE TO NORMAL COLLECTION. 'U'PHELD RAISES A
      *            CREDIT MEMO (PAY-TYPE 'C', REASON 'DS') FOR PAYAPPL
      *            AND STAYS OUT OF COLLECTION UNTIL PAYAPPL POSTS IT
      *            AND MARKS THE DISPUTE 'C'REDITED. WHILE ID-IN-
      *            DISPUTE, THE AMOUNT HELD BACK FROM COLLECTION IS
      *            ID-DISPUTE-AMOUNT ('O') OR ID-CREDIT-AMOUNT ('U'),
      *            NEVER MORE THAN THE INVOICE'S OPEN BALANCE.
      *            REASONS: PR PRICE, QT QUANTITY, DM DAMAGED GOODS,
      *            NR NOT RECEIVED, DU DUPLICATE BILLING, OT OTHER.
           05  ID-DISPUTE-DATA.
               10  ID-REASON-CODE         PIC X(02).
                   88  ID-REASON-VALID              VALUE 'PR' 'QT'
                                                'DM' 'NR' 'DU' 'OT'.
               10  ID-REASON-TEXT         PIC X(12).
               10  ID-DISPUTE-AMOUNT      PIC 9(07)V99.
               10  ID-OPENED-DATE         PIC 9(08).
               10  ID-OWNER               PIC X(08).
               10  ID-STATUS              PIC X(01).
                   88  ID-OPEN                      VALUE 'O'.
                   88  ID-UPHELD                    VALUE 'U'.
                   88  ID-CREDITED                  VALUE 'C'.
                   88  ID-REJECTED                  VALUE 'R'.
                   88  ID-IN-DISPUTE                VALUE 'O' 'U'.
               10  ID-RESOLVED-DATE       PIC 9(08).
               10  ID-CREDIT-AMOUNT       PIC 9(07)V99.
               10  ID-RESOLVED-BY         PIC X(08).
               10  FILLER                 PIC X(03).
      *
