           05  XO-DATA              PIC X(64).
      *
       FD  CUST-OUT-FILE
            RECORD CONTAINS 228 CHARACTERS
            RECORDING MODE IS F.
       01  CUST-OUT-REC.
           05  CO-CUST-KEY          PIC X(06).
           05  CO-DATA              PIC X(222).
      *
       FD  HIST-OUT-FILE
            RECORD CONTAINS 80 CHARACTERS
