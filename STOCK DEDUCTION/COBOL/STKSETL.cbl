           05  DEP-CURRENCY-CODE          PIC  X(03).
           05  DEP-TRAN-TIME              PIC  9(06).
           05  DEP-TRAN-REF               PIC  X(12).
           05  FILLER                     PIC  X(34).
           05  DEP-CONTRA-BRANCH          PIC  X(04).
           05  DEP-PAIRED-SW              PIC  X(01).
       01  DEPOSIT-TRL REDEFINES DEPOSIT-O.
           05  DEP-TRL-ID                 PIC  X(10).
           05  DEP-TRL-COUNT              PIC  9(07).
           05  WIT-CURRENCY-CODE          PIC  X(03).
           05  WIT-TRAN-TIME              PIC  9(06).
           05  WIT-TRAN-REF               PIC  X(12).
           05  FILLER                     PIC  X(28).
           05  WIT-CONTRA-BRANCH          PIC  X(04).
           05  WIT-PAIRED-SW              PIC  X(01).
           05  FILLER                     PIC  X(06).
       01  WITHDRW-TRL REDEFINES WITHDRW-O.
           05  WIT-TRL-ID                 PIC  X(10).
           05  WIT-TRL-COUNT              PIC  9(07).
       01  WS-SHORT-COUNT                 PIC 9(05) VALUE ZEROES.
       01  WS-NOLINK-COUNT                PIC 9(05) VALUE ZEROES.
      *
      *    THE EXCHANGE SETTLEMENT POSITION IS HELD AT HEAD OFFICE
      *    (BRANCH SPACES). EVERY PAY-IN AND PAY-OUT GOES TO BNKACC
      *    AS A PAIRED LEG AGAINST IT, SO A CLIENT ACCOUNT HELD AT A
      *    BRANCH BOOKS THERE WITH AN INTER-BRANCH DUE-TO/DUE-FROM
      *    PAIR TO HEAD OFFICE.
       01  WS-SETTLE-DESK-BRANCH          PIC X(04) VALUE SPACES.
      *
      * SHARED ERROR-MESSAGE LAYOUT USED BY EVERY FILE-I/O PROGRAM
       COPY ERRHAND.
      *
                           STRING SO-SESSION SO-CLIENT-ID (3:6)
                               SO-TRADE-DATE (5:4)
                               DELIMITED BY SIZE INTO WIT-TRAN-REF
                           MOVE WS-SETTLE-DESK-BRANCH
                                                TO WIT-CONTRA-BRANCH
                           MOVE 'Y'             TO WIT-PAIRED-SW
                           WRITE WITHDRW-O
                           ADD 1             TO WS-WIT-COUNT
                           ADD WS-NET-AMOUNT TO WS-WIT-AMOUNT
               STRING SO-SESSION SO-CLIENT-ID (3:6)
                   SO-TRADE-DATE (5:4)
                   DELIMITED BY SIZE INTO DEP-TRAN-REF.
               MOVE WS-SETTLE-DESK-BRANCH TO DEP-CONTRA-BRANCH.
               MOVE 'Y'             TO DEP-PAIRED-SW.
               WRITE DEPOSIT-O.
               ADD 1             TO WS-DEP-COUNT.
               ADD WS-NET-AMOUNT TO WS-DEP-AMOUNT.
