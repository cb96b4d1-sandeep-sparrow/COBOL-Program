      *    PRICES. ZEROES ON ANYTHING ELSE.
           05  SLOG-ITEM-NO             PIC 9(03).
           05  SLOG-MASTER-PRICE        PIC X(05).
      *    TENDER AND TILL OF THE SALE - NOT USED BY THE REMITTANCE.
           05  SLOG-TENDER              PIC X(01).
           05  SLOG-TILL-ID             PIC X(04).
           05  FILLER                   PIC X(14).
      *
      *    ONE CARD - PERIOD FROM/TO (YYMMDD, THE LOG'S OWN DATE
      *    FORMAT). NO CARD REPORTS THE WHOLE LOG.
