      *----------------------------------------------------------------*
      * LIENREG  - Named-field layout for the 98-byte data portion of
      *            the LIENREG VSAM lien register record (LI-KEY - the
      *            attached BALFILE account plus the court or agency
      *            order reference - is the 22-byte record key and
      *            stays in each program's own FD). One record per
      *            legal lien or garnishment order served on an
      *            account. Maintained by BNKLIENM; read by BNKACC,
      *            which keeps the lien's outstanding amount out of
      *            reach of withdrawals and transfers; remitted by the
      *            LIENSAT satisfaction pass.
      *----------------------------------------------------------------*
      *            LI-AMOUNT IS THE SUM THE ORDER ATTACHES. WHAT IS
      *            STILL HELD IS LI-AMOUNT LESS LI-REMITTED-AMT.
      *            LI-PRIORITY 01 IS SERVED FIRST WHEN AN ACCOUNT
      *            CARRIES MORE THAN ONE ORDER AND CANNOT COVER ALL.
      *            A LIEN BITES FROM LI-EFFECTIVE-DATE UNTIL THE DAY
      *            BEFORE LI-RELEASE-DATE (ZEROES = UNTIL RELEASED).
      *            LI-REMIT-FLAG 'Y' THE ORDER DIRECTS US TO PAY THE
      *            HELD FUNDS OVER TO THE AUTHORITY, 'N' FREEZE ONLY.
      *            LI-STATUS 'A' ACTIVE, 'R' RELEASED (BY THE
      *            AUTHORITY OR ON REACHING THE RELEASE DATE),
      *            'S' SATISFIED - THE FULL AMOUNT HAS BEEN REMITTED.
      *            LI-REMIT-DATE IS THE LAST DAY ANYTHING WAS REMITTED
      *            UNDER THE ORDER (ZEROES = NOTHING YET).
           02  LIEN-REG-DATA.
               03  LI-AUTHORITY-ID     PIC  X(08).
               03  LI-AUTHORITY-NAME   PIC  X(24).
               03  LI-AMOUNT           PIC  9(7)V99.
               03  LI-PRIORITY         PIC  9(02).
               03  LI-EFFECTIVE-DATE   PIC  9(08).
               03  LI-RELEASE-DATE     PIC  9(08).
               03  LI-REMIT-FLAG       PIC  X(01).
                   88  LI-REMIT                   VALUE 'Y'.
                   88  LI-FREEZE-ONLY             VALUE 'N'.
                   88  LI-REMIT-VALID             VALUE 'Y' 'N'.
               03  LI-STATUS           PIC  X(01).
                   88  LI-ACTIVE                  VALUE 'A'.
                   88  LI-RELEASED                VALUE 'R'.
                   88  LI-SATISFIED               VALUE 'S'.
               03  LI-REMITTED-AMT     PIC  9(7)V99.
               03  LI-REMIT-DATE       PIC  9(08).
               03  LI-ADDED-DATE       PIC  9(08).
               03  LI-CHANGED-DATE     PIC  9(08).
               03  FILLER              PIC  X(04).
      *
