      *             VAL7 - Active
      *             VAL8 - Incident_Rate        (cases per 100,000)
      *             VAL9 - Case_Fatality_Ratio  (scaled whole number)
      *           Subtotal lines reuse the layout with VAL0 tagging
      *           the level - 'SUBTOTAL' (country, VAL1 = country),
      *           'CONTINENT' and 'WHO REGION' (VAL1 = the continent
      *           or WHO region code, 'UNMAPPED' for countries not on
      *           the CTRYRGN reference) and 'TTL VALUE' (grand total).
      *           A detail row tagged 'NOT UPDTD' is a country missing
      *           from today's feed, carrying the prior run's figures.
      *----------------------------------------------------------------*
       01  BODY.
           05  VAL0                PIC X(10).
      *        ON THE PER-COUNTRY SUBTOTAL LINES ONLY (THE ROLLING
      *        HISTORY AND POPULATION ARE COUNTRY-LEVEL DATA);
      *        DETAIL ROWS CARRY SPACES. VAL-POP-FLAG '***' MARKS A
      *        COUNTRY MISSING FROM THE POPULATION FILE; ON A REGION
      *        LINE 'PRT' MARKS A RATE TAKEN OVER ONLY THE COUNTRIES
      *        WITH A POPULATION, '***' A REGION WITH NONE.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VAL-MA-CASES        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VAL-PER100K         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VAL-POP-FLAG        PIC X(03).
      *        VACCINATION AND TESTING, FROM THE SECOND (VACFILE)
      *        FEED JOINED BY COUNTRY AND REPORT DATE - SUBTOTAL,
      *        REGION AND TOTAL LINES ONLY, SPACES FOR A COUNTRY THE
      *        SECOND FEED DID NOT CARRY. VAL-PCT-VAC IS PEOPLE FULLY
      *        VACCINATED PER 100 POPULATION, VAL-POSITIVITY POSITIVE
      *        TESTS PER 100 TESTS PERFORMED, BOTH TO ONE DECIMAL.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VAL-DOSES           PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VAL-PCT-VAC         PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VAL-TESTS           PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  VAL-POSITIVITY      PIC X(05).
      *
