      *----------------------------------------------------------------*
      * DQRULES  - Layout of one 80-byte row of the DQRULES customer
      *            data-quality parameter file read by the monthly
      *            DQSCORE scorecard. Changing a row changes the
      *            scorecard; no program change is needed.
      *----------------------------------------------------------------*
      *            DQ-RULE ('R') ROWS SWITCH ONE OF DQSCORE'S RULES ON
      *            OR OFF (DQ-RULE-ACTIVE 'Y'/'N'), SET HOW MUCH A
      *            FAILURE OF IT COUNTS AGAINST THE BRANCH SCORE
      *            (DQ-RULE-WEIGHT, 01-99) AND, IF NOT SPACES, REWORD
      *            ITS DESCRIPTION ON THE REPORT. A RULE WITHOUT A ROW
      *            RUNS WITH THE DEFAULTS COMPILED INTO DQSCORE; A
      *            ROW FOR A CODE DQSCORE DOES NOT KNOW IS REPORTED
      *            AND IGNORED.
      *            DQ-ZIP-RANGE ('Z') ROWS GIVE ONE RANGE OF THREE-
      *            DIGIT ZIP PREFIXES THAT BELONG TO A STATE - A STATE
      *            MAY HAVE SEVERAL ROWS. THE ZIP-AGAINST-STATE RULE
      *            IS ONLY APPLIED TO CUSTOMERS IN A STATE THAT HAS AT
      *            LEAST ONE ROW.
           05  DQ-REC-TYPE             PIC  X(01).
               88  DQ-RULE                    VALUE 'R'.
               88  DQ-ZIP-RANGE               VALUE 'Z'.
           05  DQ-RULE-DATA.
               10  DQ-RULE-CODE        PIC  X(04).
               10  DQ-RULE-ACTIVE      PIC  X(01).
                   88  DQ-RULE-ON             VALUE 'Y'.
                   88  DQ-RULE-OFF            VALUE 'N'.
               10  DQ-RULE-WEIGHT      PIC  9(02).
               10  DQ-RULE-DESC        PIC  X(30).
               10  FILLER              PIC  X(42).
           05  DQ-ZIP-DATA REDEFINES DQ-RULE-DATA.
               10  DQ-ZIP-STATE        PIC  X(02).
               10  DQ-ZIP-LOW          PIC  9(03).
               10  DQ-ZIP-HIGH         PIC  9(03).
               10  FILLER              PIC  X(71).
      *
