      *----------------------------------------------------------------*
      * MJVOUCH  - Named-field layout for the 129-byte data portion of
      *            the MJVOUCH VSAM manual-journal voucher record
      *            (MJV-VOUCHER-NO + MJV-LINE-NO is the 11-byte record
      *            key and stays in each program's own FD, the same
      *            split as BALREC). Line 000 of a voucher is its
      *            header; lines 001 onward are its GL lines, so a
      *            voucher reads back header first, lines in order.
      *----------------------------------------------------------------*
      *            MJH-STATUS 'P' PARKED ON PENDAUTH AWAITING A CHECKER,
      *            'A' RELEASED THROUGH AUTHREL AND POSTED TO THE GL
      *            FEED, 'R' DECLINED BY THE CHECKER. MJH-PEND-SEQ IS
      *            THE VOUCHER'S PENDAUTH SEQUENCE UNDER 'MANJRNL '.
      *            A REVERSING VOUCHER (MJH-REVERSING) CARRIES THE
      *            FIRST DAY OF THE NEXT ACCOUNTING PERIOD IN
      *            MJH-REVERSAL-DATE ONCE POSTED, AND MJH-REVERSED 'Y'
      *            WITH MJH-REVERSED-DATE ONCE THE CONTRA ENTRY HAS
      *            GONE TO THE GL FEED.
      *            MJL-DR-CR IS 'DR' OR 'CR', THE GL FEED CONVENTION;
      *            MJL-BRANCH-ID SPACES IS A HEAD-OFFICE LINE.
           02  MJ-VOUCHER-DATA.
               03  MJH-HEADER-DATA.
                   04  MJH-VOUCHER-DATE    PIC  9(08).
                   04  MJH-REVERSE-SW      PIC  X(01).
                       88  MJH-REVERSING              VALUE 'Y'.
                   04  MJH-STATUS          PIC  X(01).
                       88  MJH-PENDING                VALUE 'P'.
                       88  MJH-POSTED                 VALUE 'A'.
                       88  MJH-DECLINED               VALUE 'R'.
                   04  MJH-LINE-COUNT      PIC  9(03).
                   04  MJH-TOTAL-DR        PIC  9(09)V99.
                   04  MJH-MAKER-ID        PIC  X(08).
                   04  MJH-MAKER-DATE      PIC  9(08).
                   04  MJH-CHECKER-ID      PIC  X(08).
                   04  MJH-CHECKER-DATE    PIC  9(08).
                   04  MJH-PEND-SEQ        PIC  9(06).
                   04  MJH-POSTED-DATE     PIC  9(08).
                   04  MJH-REVERSAL-DATE   PIC  9(08).
                   04  MJH-REVERSED-SW     PIC  X(01).
                       88  MJH-REVERSED               VALUE 'Y'.
                   04  MJH-REVERSED-DATE   PIC  9(08).
                   04  MJH-NARRATIVE       PIC  X(30).
                   04  FILLER              PIC  X(12).
               03  MJL-LINE-DATA REDEFINES MJH-HEADER-DATA.
                   04  MJL-BRANCH-ID       PIC  X(04).
                   04  MJL-ACCOUNT-CODE    PIC  X(06).
                   04  MJL-DR-CR           PIC  X(02).
                   04  MJL-AMOUNT          PIC  9(07)V99.
                   04  MJL-NARRATIVE       PIC  X(30).
                   04  FILLER              PIC  X(78).
      *
