      *----------------------------------------------------------------*
      * MAILHOLD - Branch mail hold list. One 80-byte record per
      *            letter or statement a letter program produced for
      *            a customer whose CUSKS080 address (or email) is
      *            flagged bad - the item is NOT put in the post or
      *            on the print/mail queue; the branch holds it until
      *            the customer's contact details are put right.
      *            Written OPEN EXTEND by DUNLET, CONFLTR, BNKSTMT,
      *            ACCTCLOS and CUSALRT (each creates the file if it
      *            is not there yet),
      *            counted per customer by the weekly BADADDR
      *            worklist.
      *----------------------------------------------------------------*
      *            MH-REASON 'A' = BAD ADDRESS, 'E' = BAD EMAIL.
      *            MH-REFERENCE IS THE ACCOUNT THE ITEM IS ABOUT, OR
      *            THE CUSTOMER NUMBER AGAIN WHEN THE ITEM IS
      *            CUSTOMER-LEVEL (DUNNING). MH-DOC-DSN/MH-REPORT-CODE
      *            SAY WHERE THE HELD ITEM WAS PRINTED AND WHAT IT IS,
      *            THE SAME PAIR A PRTQ ENTRY WOULD HAVE CARRIED.
      *            MH-BRANCH IS THE ACCOUNT'S HOME-BRANCH WHEN THE
      *            PRODUCING PROGRAM HAS THE ACCOUNT, SPACES IF NOT.
       01  MAIL-HOLD-REC.
           05  MH-HOLD-DATE               PIC 9(08).
           05  MH-PROGRAM                 PIC X(08).
           05  MH-CUST-NO                 PIC X(06).
           05  MH-REFERENCE               PIC X(10).
           05  MH-BRANCH                  PIC X(04).
           05  MH-REASON                  PIC X(01).
               88  MH-BAD-ADDRESS                   VALUE 'A'.
               88  MH-BAD-EMAIL                     VALUE 'E'.
           05  MH-DOC-DSN                 PIC X(08).
           05  MH-REPORT-CODE             PIC X(06).
           05  FILLER                     PIC X(29).
      *
