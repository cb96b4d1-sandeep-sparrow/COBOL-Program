      *----------------------------------------------------------------*
      * DPBREAK - Depository reconciliation break master, one record
      *           per break DPRECN finds between the depository's
      *           holdings statement and the POSLEDG position ledger,
      *           keyed client + instrument + demat account. A break
      *           stays on file, its age growing, until a statement
      *           day on which it no longer appears clears it.
      *----------------------------------------------------------------*
      *           DB-INSTRUMENT IS SPACES FOR A WHOLE-CLIENT BREAK ('CD'
      *           / 'CL'); DB-DEMAT-ACCT IS FILLED ONLY FOR A DEPOSITORY
      *           ACCOUNT NO CLIENT IS LINKED TO ('UA', CLIENT SPACES).
      *           DB-DAYS-OPEN COUNTS THE STATEMENT DAYS THE BREAK HAS
      *           BEEN SEEN ON. DB-MATCHED-SW IS WORK SPACE FOR THE RUN.
       01  DPBREAK-RECORD.
           05  DB-KEY.
               10  DB-CLIENT-ID        PIC X(08).
               10  DB-INSTRUMENT       PIC X(08).
               10  DB-DEMAT-ACCT       PIC X(16).
           05  DB-BREAK-TYPE           PIC X(02).
               88  DB-QTY-BREAK                   VALUE 'QB'.
               88  DB-NOT-ON-LEDGER               VALUE 'NL'.
               88  DB-NOT-AT-DEPOSITORY           VALUE 'ND'.
               88  DB-CLIENT-NOT-AT-DP            VALUE 'CD'.
               88  DB-CLIENT-NOT-ON-LEDGER        VALUE 'CL'.
               88  DB-ACCT-UNLINKED               VALUE 'UA'.
           05  DB-LEDGER-QTY           PIC S9(09).
           05  DB-DP-QTY               PIC S9(09).
           05  DB-FIRST-SEEN           PIC 9(08).
           05  DB-LAST-SEEN            PIC 9(08).
           05  DB-DAYS-OPEN            PIC 9(05).
           05  DB-MATCHED-SW           PIC X(01).
               88  DB-MATCHED                     VALUE 'Y'.
           05  FILLER                  PIC X(06).
      *
