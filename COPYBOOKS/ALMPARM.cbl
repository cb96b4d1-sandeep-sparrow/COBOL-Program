      *----------------------------------------------------------------*
      * ALMPARM  - Layout of one 80-byte row of the ALMPARM treasury
      *            parameter file read by the month-end ALMGAP maturity
      *            ladder. Changing a row changes the ladder; no
      *            program change is needed.
      *----------------------------------------------------------------*
      *            AP-RUNOFF ('R') ROWS ARE THE BEHAVIOURAL RUN-OFF
      *            ASSUMPTION FOR ONE ACCOUNT TYPE (AP-ACCT-TYPE) -
      *            THE PERCENTAGE OF ITS BALANCES EXPECTED TO LEAVE IN
      *            EACH OF THE SEVEN LADDER BUCKETS (NEXT DAY, 2-7
      *            DAYS, 8 DAYS-1 MONTH, 1-3 MONTHS, 3-6 MONTHS, 6-12
      *            MONTHS, OVER 1 YEAR). THE SEVEN MUST ADD TO 100.00.
      *            AN ACCOUNT TYPE WITHOUT A ROW IS TREATED AS ITS
      *            CONTRACT READS - REPAYABLE ON DEMAND, NEXT DAY.
      *            AP-TOLERANCE ('T') ROWS ARE TREASURY'S LIMIT FOR
      *            ONE CURRENCY (AP-CURRENCY, '***' FOR EVERY CURRENCY
      *            WITHOUT A ROW OF ITS OWN) - A BUCKET WHOSE NEGATIVE
      *            GAP IS MORE THAN AP-TOL-PCT OF THAT BUCKET'S
      *            OUTFLOWS IS FLAGGED AS A BREACH.
           05  AP-REC-TYPE             PIC  X(01).
               88  AP-RUNOFF                  VALUE 'R'.
               88  AP-TOLERANCE               VALUE 'T'.
           05  AP-KEY                  PIC  X(03).
           05  AP-ACCT-TYPE-KEY REDEFINES AP-KEY.
               10  AP-ACCT-TYPE        PIC  X(01).
               10  FILLER              PIC  X(02).
           05  AP-CURRENCY REDEFINES AP-KEY
                                       PIC  X(03).
           05  AP-RUNOFF-DATA.
               10  AP-RUNOFF-PCT       PIC  9(03)V99 OCCURS 7 TIMES.
           05  AP-TOL-DATA REDEFINES AP-RUNOFF-DATA.
               10  AP-TOL-PCT          PIC  9(03)V99.
               10  FILLER              PIC  X(30).
           05  AP-DESCRIPTION          PIC  X(30).
           05  FILLER                  PIC  X(11).
      *
