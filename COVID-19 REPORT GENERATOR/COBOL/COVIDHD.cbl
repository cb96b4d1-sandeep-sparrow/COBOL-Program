       01  HEADER0.
           05  FILLER              PIC X(32) VALUE
               'COVID-19 DAILY SITUATION REPORT'.
           05  FILLER              PIC X(206) VALUE SPACES.
           05  HDR-PAGE-LIT        PIC X(05) VALUE 'PAGE '.
           05  HDR-PAGE-NO         PIC ZZ9.
      *
      -    'ROVINCE/STATE                            CONFIRMED    DEAT
      -    'HS RECOVERED     ACTIVE  INCID-RATE  CASE-FAT-RATIO MA7-C
      -    ' MA7-D P-100K POP'.
           05  FILLER              PIC X(38) VALUE
               '  DOSES-ADMIN %FULL        TESTS POS-%'.
      *
