      *----------------------------------------------------------------*
      * BILPLAN  - Named-field layout for the 74-byte data portion of
      *            the BILPLAN VSAM billing-plan record (BP-CUST-NO -
      *            the CUSKS080 customer the plan bills - is the 6-byte
      *            record key and stays in each program's own FD). One
      *            plan per customer, kept by BILPMNT and billed by
      *            BILLRUN, which inserts each cycle's invoice into the
      *            DB2 INV table as a 'B'-series row.
      *----------------------------------------------------------------*
      *            BP-FREQUENCY 'M'ONTHLY, 'Q'UARTERLY, 'H'ALF-YEARLY
      *            OR 'A'NNUAL. BP-SCHED-DATE IS THE CYCLE DATE ON THE
      *            PLAN'S OWN CALENDAR (THE START DATE'S DAY OF MONTH,
      *            CLAMPED TO SHORT MONTHS) AND BP-NEXT-BILL-DATE THE
      *            BUSINESS DAY IT IS BILLED ON - CYCLES ADVANCE FROM
      *            THE FORMER SO A WEEKEND ROLL NEVER DRIFTS THE PLAN.
      *            BP-END-DATE ZEROES = NO END DATE. A PLAN WHOSE NEXT
      *            CYCLE FALLS PAST ITS END DATE, OR WHOSE CUSTOMER IS
      *            CLOSED, GOES TO STATUS 'E' AND BILLS NO MORE.
           05  BP-PLAN-DATA.
               10  BP-PLAN-AMOUNT         PIC 9(07)V99.
               10  BP-FREQUENCY           PIC X(01).
                   88  BP-FREQ-MONTHLY              VALUE 'M'.
                   88  BP-FREQ-QUARTERLY            VALUE 'Q'.
                   88  BP-FREQ-HALF-YEARLY          VALUE 'H'.
                   88  BP-FREQ-ANNUAL               VALUE 'A'.
                   88  BP-FREQ-VALID                VALUE 'M' 'Q'
                                                          'H' 'A'.
               10  BP-START-DATE          PIC 9(08).
               10  BP-END-DATE            PIC 9(08).
               10  BP-SCHED-DATE          PIC 9(08).
               10  BP-NEXT-BILL-DATE      PIC 9(08).
               10  BP-STATUS              PIC X(01).
                   88  BP-ACTIVE                    VALUE 'A'.
                   88  BP-ENDED                     VALUE 'E'.
               10  BP-LAST-BILL-DATE      PIC 9(08).
               10  BP-LAST-INVNO          PIC X(06).
               10  BP-DESCRIPTION         PIC X(15).
               10  FILLER                 PIC X(02).
      *
