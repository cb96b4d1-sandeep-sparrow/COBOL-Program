      *----------------------------------------------------------------*
      * GLPERD   - Named-field layout for the 74-byte data portion of
      *            the GLCAL VSAM accounting-period calendar record
      *            (GLP-PERIOD - YYYYMM - is the 6-byte record key and
      *            stays in each program's own FD). One record per
      *            accounting period, defined ahead by GLCLOSE and
      *            closed by it at month end. GLPOST refuses to post
      *            into a closed period; FINSTMT prints closed periods
      *            from the GLHIST period history.
      *----------------------------------------------------------------*
      *            GLP-START-DATE/GLP-END-DATE ARE THE FIRST AND LAST
      *            BUSINESS DATES THE PERIOD COVERS (CCYYMMDD).
      *            GLP-FISCAL-YEAR IS THE YEAR THE PERIOD BELONGS TO,
      *            GLP-YEAR-END 'Y' ON ITS LAST PERIOD - THE YEAR CLOSE
      *            ROLLS INCOME AND EXPENSE INTO RETAINED EARNINGS
      *            ONCE EVERY PERIOD OF THE YEAR IS CLOSED.
      *            GLP-STATUS 'O' OPEN, 'C' CLOSED - GLMAST SNAPSHOT
      *            ON GLHIST, NO FURTHER POSTINGS DATED INTO IT.
      *            GLP-YEAR-ROLLED 'Y' ON THE YEAR-END PERIOD ONCE THE
      *            YEAR CLOSE HAS BEEN DONE.
           02  GL-PERIOD-DATA.
               03  GLP-START-DATE      PIC  9(08).
               03  GLP-END-DATE        PIC  9(08).
               03  GLP-FISCAL-YEAR     PIC  9(04).
               03  GLP-YEAR-END-SW     PIC  X(01).
                   88  GLP-YEAR-END               VALUE 'Y'.
               03  GLP-STATUS          PIC  X(01).
                   88  GLP-OPEN                   VALUE 'O'.
                   88  GLP-CLOSED                 VALUE 'C'.
               03  GLP-CLOSED-DATE     PIC  9(08).
               03  GLP-CLOSED-BY       PIC  X(08).
               03  GLP-YEAR-ROLLED-SW  PIC  X(01).
                   88  GLP-YEAR-ROLLED            VALUE 'Y'.
               03  GLP-ROLLED-DATE     PIC  9(08).
               03  FILLER              PIC  X(27).
      *
