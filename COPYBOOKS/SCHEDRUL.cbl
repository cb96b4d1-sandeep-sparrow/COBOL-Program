      *----------------------------------------------------------------*
      * SCHEDRUL - Layout of one 80-byte row of the SCHEDCTL schedule
      *            control file read by STEPSEL. Each row is one run
      *            rule for one step (a DAILYRUN step name or a whole
      *            job such as MONTHEND). Changing a row changes when
      *            the step runs; no JCL change is needed.
      *----------------------------------------------------------------*
      *            A STEP MAY HAVE SEVERAL ROWS - IT RUNS ON ANY DAY
      *            AT LEAST ONE OF ITS ROWS SELECTS. RULES ARE TESTED
      *            AGAINST THE BUSINESS DATE (GETBDATE) AND THE HOLCAL
      *            HOLIDAY CALENDAR (BUSDAY):
      *              D  EVERY BUSINESS DAY
      *              F  FIRST BUSINESS DAY OF THE MONTH
      *              L  LAST BUSINESS DAY OF THE MONTH
      *              Q  QUARTER-END - LAST BUSINESS DAY OF MARCH,
      *                 JUNE, SEPTEMBER OR DECEMBER
      *              Y  YEAR-END - LAST BUSINESS DAY OF DECEMBER
      *              W  EVERY SR-WEEKDAY (1 MONDAY ... 5 FRIDAY) THAT
      *                 IS A BUSINESS DAY
      *            A ROW WITH '*' IN COLUMN 1 IS A COMMENT. A ROW WITH
      *            AN UNKNOWN RULE, OR A 'W' ROW WITHOUT A WEEKDAY OF
      *            1-7, IS REPORTED AND IGNORED.
           05  SR-STEP-NAME            PIC  X(08).
           05  SR-RULE                 PIC  X(01).
               88  SR-EVERY-DAY               VALUE 'D'.
               88  SR-FIRST-OF-MONTH          VALUE 'F'.
               88  SR-LAST-OF-MONTH           VALUE 'L'.
               88  SR-QUARTER-END             VALUE 'Q'.
               88  SR-YEAR-END                VALUE 'Y'.
               88  SR-WEEKDAY-RULE            VALUE 'W'.
               88  SR-VALID-RULE              VALUE 'D' 'F' 'L'
                                                    'Q' 'Y' 'W'.
           05  SR-WEEKDAY              PIC  9(01).
               88  SR-VALID-WEEKDAY           VALUE 1 THRU 7.
           05  SR-DESCRIPTION          PIC  X(30).
           05  FILLER                  PIC  X(40).
      *
