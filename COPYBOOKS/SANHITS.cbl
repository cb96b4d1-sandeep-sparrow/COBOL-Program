      *----------------------------------------------------------------*
      * SANHITS  - Named-field layout for the 133-byte data portion of
      *            the SANHITS VSAM sanctions-screening hit record
      *            (SH-KEY - the screened source, the record screened
      *            and the list entry it matched - is the 27-byte
      *            record key and stays in each program's own FD).
      *            One record per screened record/list entry pair that
      *            scored at or above the hit threshold. Raised by the
      *            SANSCRN screening pass, which prints the open ones
      *            as the compliance worklist; decided by SANDECD.
      *----------------------------------------------------------------*
      *            SH-SOURCE 'C' A CUSKS080 CUSTOMER (SH-REF = THE
      *            CUSTOMER KEY), 'P' A BENEFMST PAYEE (SH-REF = THE
      *            PAYING ACCOUNT AND BENEFICIARY ID), 'B' A BULKCRD
      *            BENEFICIARY (SH-REF = THE EMPLOYER REF AND THE
      *            CREDITED ACCOUNT, ALSO HELD IN SH-ACCT-NO).
      *            SH-CAND-NAME IS THE NAME AS SCREENED, SH-LIST-NAME
      *            THE LIST ENTRY'S NAME AS PUBLISHED - A CLEARED HIT
      *            ONLY REOPENS WHEN ONE OF THE TWO CHANGES.
      *            SH-LIST-TYPE 'S' SANCTIONS, 'P' POLITICALLY EXPOSED.
      *            SH-SCORE IS THE MATCH SCORE, 0-100.
      *            SH-STATUS 'O' OPEN ON THE WORKLIST, 'X' CONFIRMED -
      *            THE CUSTOMER'S ACCOUNTS (OR THE PAYEE) ARE BLOCKED,
      *            'F' CLEARED AS A FALSE POSITIVE, 'R' RELEASED - A
      *            CONFIRMED HIT LIFTED (DELISTED OR OVERTURNED).
      *            SH-DECIDED-DATE/BY ARE ZEROES/SPACES WHILE OPEN.
           02  SAN-HIT-DATA.
               03  SH-CAND-NAME        PIC  X(40).
               03  SH-LIST-NAME        PIC  X(40).
               03  SH-LIST-TYPE        PIC  X(01).
               03  SH-SCORE            PIC  9(03).
               03  SH-STATUS           PIC  X(01).
                   88  SH-OPEN                    VALUE 'O'.
                   88  SH-CONFIRMED               VALUE 'X'.
                   88  SH-FALSE-POSITIVE          VALUE 'F'.
                   88  SH-RELEASED                VALUE 'R'.
               03  SH-RAISED-DATE      PIC  9(08).
               03  SH-LIST-VERSION     PIC  X(08).
               03  SH-ACCT-NO          PIC  X(10).
               03  SH-DECIDED-DATE     PIC  9(08).
               03  SH-DECIDED-BY       PIC  X(08).
               03  FILLER              PIC  X(06).
      *
