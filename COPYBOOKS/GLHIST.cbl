      *----------------------------------------------------------------*
      * GLHIST   - Named-field layout for the 64-byte data portion of
      *            the GLHIST VSAM period-history record (GLH-KEY -
      *            period, branch and GL account code - is the 16-byte
      *            record key and stays in each program's own FD).
      *            One record per GLMAST branch/code per closed period,
      *            written by GLCLOSE as the period closes and never
      *            changed afterwards; FINSTMT prints closed periods
      *            (and their comparatives) from it.
      *----------------------------------------------------------------*
      *            GLH-BALANCE IS THE GLMAST BALANCE AT THE CLOSE, IN
      *            THE MASTER'S DEBIT-POSITIVE CONVENTION. INCOME AND
      *            EXPENSE BALANCES ARE YEAR TO DATE - THE YEAR CLOSE
      *            ZEROES THEM ONLY AFTER THE YEAR-END PERIOD'S
      *            SNAPSHOT IS TAKEN.
           02  GL-HIST-DATA.
               03  GLH-BALANCE         PIC S9(9)V99.
               03  GLH-CLOSED-DATE     PIC  9(08).
               03  FILLER              PIC  X(45).
      *
