      *----------------------------------------------------------------*
      * CTRYRGN - Country-to-region reference, one record per country
      *           code as it arrives in the COVID feed's VAL2 column.
      *           Maintained by REGNMNT; read by COVIDCBL to roll the
      *           country subtotals up to continent and WHO region.
      *----------------------------------------------------------------*
      *           CR-WHO-REGION IS ONE OF THE SIX WHO REGIONAL OFFICE
      *           CODES BELOW. A COUNTRY CODE MISSING FROM THE FILE IS
      *           REPORTED AS UNMAPPED, NEVER GUESSED.
       01  CTRYRGN-RECORD.
           05  CR-COUNTRY-CODE         PIC X(02).
           05  CR-COUNTRY-NAME         PIC X(30).
           05  CR-CONTINENT            PIC X(15).
           05  CR-WHO-REGION           PIC X(05).
               88  CR-WHO-VALID        VALUE 'AFR  ' 'AMR  ' 'SEAR '
                                             'EUR  ' 'EMR  ' 'WPR  '.
           05  CR-UPDATED-BY           PIC X(08).
           05  CR-UPDATED-DATE         PIC 9(08).
           05  FILLER                  PIC X(12).
      *
