      *----------------------------------------------------------------*
      * BRBREC   - Named-field layout for the 70-byte data portion of
      *            the BRBAL VSAM branch balance record (BRB-KEY -
      *            home branch and GLCAL accounting period - is the
      *            10-byte record key and stays in each program's own
      *            FD). One record per branch per period, built up
      *            nightly by BRBALSNP from the day-end BALFILE so
      *            BRPROF can average a branch's balances over a
      *            quarter and measure its deposit growth.
      *----------------------------------------------------------------*
      *            BRB-DAYS IS THE NUMBER OF NIGHTS SAMPLED IN THE
      *            PERIOD; BRB-DEP-SUM/BRB-ADV-SUM THE SUM OF THOSE
      *            NIGHTS' DEPOSIT (CREDIT) AND ADVANCE (OVERDRAWN)
      *            BALANCES OF THE BRANCH'S ACCOUNTS, SO SUM / DAYS IS
      *            THE AVERAGE. BRB-CLOSE-DEP/BRB-CLOSE-ADV AND
      *            BRB-ACCT-COUNT ARE THE LATEST NIGHT'S FIGURES,
      *            TAKEN ON BRB-LAST-DATE - A RERUN THE SAME NIGHT
      *            REPLACES THAT NIGHT'S SAMPLE INSTEAD OF ADDING A
      *            SECOND ONE.
           02  BRB-BALANCE-DATA.
               03  BRB-DAYS            PIC  9(03).
               03  BRB-DEP-SUM         PIC  9(12)V99.
               03  BRB-ADV-SUM         PIC  9(12)V99.
               03  BRB-CLOSE-DEP       PIC  9(10)V99.
               03  BRB-CLOSE-ADV       PIC  9(10)V99.
               03  BRB-ACCT-COUNT      PIC  9(06).
               03  BRB-LAST-DATE       PIC  9(08).
               03  FILLER              PIC  X(01).
      *
