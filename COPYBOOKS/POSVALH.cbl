      *----------------------------------------------------------------*
      * POSVALH - Position valuation history, one record per client,
      *           instrument and valuation date. Written by POSVAL
      *           each night from the POSLEDG position ledger and the
      *           closing prices; read by POSSTMT to show holdings at
      *           market alongside cost.
      *----------------------------------------------------------------*
      *           PV-PRICE-FLAG 'C'URRENT - CLOSED TODAY; 'S'TALE - THE
      *           LAST PRICE ON FILE (PV-PRICE-DATE) WAS USED; 'N'O
      *           PRICE EVER RECEIVED - THE POSITION IS CARRIED AT
      *           COST, SO ITS UNREALIZED P+L IS ZERO.
       01  POSVALH-RECORD.
           05  PV-KEY.
               10  PV-CLIENT-ID        PIC X(08).
               10  PV-INSTRUMENT       PIC X(08).
               10  PV-VAL-DATE         PIC 9(08).
           05  PV-QTY                  PIC S9(07).
           05  PV-AVG-COST             PIC 9(05)V9999.
           05  PV-CLOSE-PRICE          PIC 9(05)V9999.
           05  PV-PRICE-DATE           PIC 9(08).
           05  PV-PRICE-FLAG           PIC X(01).
               88  PV-PRICE-CURRENT               VALUE 'C'.
               88  PV-PRICE-STALE                 VALUE 'S'.
               88  PV-PRICE-NONE                  VALUE 'N'.
           05  PV-COST-VALUE           PIC S9(13)V99.
           05  PV-MARKET-VALUE         PIC S9(13)V99.
           05  PV-UNREALIZED-PL        PIC S9(13)V99.
           05  FILLER                  PIC X(17).
      *
