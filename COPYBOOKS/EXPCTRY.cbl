      *----------------------------------------------------------------*
      * EXPCTRY - Expected-country master, one record per country and
      *           province/state that should appear in the COVID case
      *           feed every day. Maintained by EXPMNT; COVIDCBL checks
      *           each day's feed against it before the report is
      *           written and keeps the reporting history below.
      *----------------------------------------------------------------*
      *           THE KEY IS THE COUNTRY AND PROVINCE TEXT EXACTLY AS
      *           THE FEED CARRIES IT (THE SAME CONVENTION AS POPFILE);
      *           EX-PROVINCE IS SPACES FOR A COUNTRY REPORTED WHOLE.
      *           EX-LAG-DAYS IS HOW MANY FEED DAYS THE ENTRY MAY
      *           NORMALLY GO UNREPORTED BEFORE IT COUNTS AS MISSING.
      *           EX-MISSED-DAYS COUNTS THE CONSECUTIVE FEED DAYS IT HAS
      *           BEEN ABSENT (ONCE PER EX-LAST-CHECKED DATE, SO A RERUN
      *           DOES NOT COUNT A DAY TWICE). EX-SEEN-SW IS WORK SPACE
      *           FOR THE RUN.
       01  EXPCTRY-RECORD.
           05  EX-KEY.
               10  EX-COUNTRY          PIC X(46).
               10  EX-PROVINCE         PIC X(46).
           05  EX-COUNTRY-CODE         PIC X(02).
           05  EX-LAG-DAYS             PIC 9(02).
           05  EX-MISSED-DAYS          PIC 9(03).
           05  EX-LAST-SEEN            PIC 9(08).
           05  EX-LAST-CHECKED         PIC 9(08).
           05  EX-SEEN-SW              PIC X(01).
               88  EX-SEEN                        VALUE 'Y'.
           05  EX-UPDATED-BY           PIC X(08).
           05  EX-UPDATED-DATE         PIC 9(08).
           05  FILLER                  PIC X(28).
      *
