      *----------------------------------------------------------------*
      * BUDREC   - Named-field layout for the 64-byte data portion of
      *            the BUDMAST VSAM budget master record (BUD-KEY -
      *            branch, COAMAST GL account code and fiscal month -
      *            is the 16-byte record key and stays in each
      *            program's own FD). One record per branch/code per
      *            GLCAL accounting period, loaded from finance's
      *            annual budget and re-forecast through BUDMNT;
      *            BUDVAR sets the GLMAST actuals against it.
      *----------------------------------------------------------------*
      *            BUD-PERIOD IN THE KEY IS THE GLCAL PERIOD (YYYYMM)
      *            THE BUDGET IS FOR, BUD-FISCAL-YEAR THE YEAR GLCAL
      *            PUTS THAT PERIOD IN.
      *            BUD-AMOUNT IS THE CURRENT BUDGET IN THE NATURAL
      *            SIGN OF THE CODE'S CLASS (INCOME AND LIABILITIES
      *            POSITIVE, AS FINSTMT PRINTS THEM) - THE FIGURE FROM
      *            THE ANNUAL LOAD UNTIL A RE-FORECAST REPLACES IT.
      *            BUD-ORIGINAL-AMT KEEPS THE ANNUAL LOAD'S FIGURE;
      *            BUD-REVISION COUNTS THE RE-FORECASTS SINCE.
           02  BUD-BUDGET-DATA.
               03  BUD-FISCAL-YEAR     PIC  9(04).
               03  BUD-AMOUNT          PIC S9(09)V99.
               03  BUD-ORIGINAL-AMT    PIC S9(09)V99.
               03  BUD-REVISION        PIC  9(03).
               03  BUD-LOADED-DATE     PIC  9(08).
               03  BUD-CHANGED-DATE    PIC  9(08).
               03  BUD-CHANGED-BY      PIC  X(08).
               03  FILLER              PIC  X(11).
      *
