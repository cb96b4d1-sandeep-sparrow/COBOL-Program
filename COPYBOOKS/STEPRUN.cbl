      *----------------------------------------------------------------*
      * STEPRUN  - Layout of one 80-byte row of the STEPRUN step-run
      *            indicator file. STEPSEL rewrites the file at the
      *            start of every DAILYRUN chain: one row per step
      *            named on SCHEDCTL, saying whether that step runs
      *            on tonight's business date. Steps read it through
      *            the STEPCHK subprogram, and the JCL through
      *            STEPSEL PARM='TEST,stepname'.
      *----------------------------------------------------------------*
      *            SX-BUS-DATE IS THE BUSINESS DATE THE ROW WAS
      *            SELECTED FOR - A ROW FOR ANY OTHER DATE IS STALE
      *            AND IS NOT ACTED ON. SX-RULE IS THE SCHEDCTL RULE
      *            THAT SELECTED THE STEP (BLANK WHEN NONE DID).
           05  SX-STEP-NAME            PIC  X(08).
           05  SX-BUS-DATE             PIC  9(08).
           05  SX-RUN-SW               PIC  X(01).
               88  SX-RUN-TODAY               VALUE 'Y'.
               88  SX-NOT-TODAY               VALUE 'N'.
           05  SX-RULE                 PIC  X(01).
           05  SX-DESCRIPTION          PIC  X(30).
           05  FILLER                  PIC  X(32).
      *
