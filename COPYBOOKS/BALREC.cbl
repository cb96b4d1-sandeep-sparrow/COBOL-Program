      *            MANDATE-RULE IS THE ACCOUNT'S SIGNING MANDATE -
      *            'B' = BOTH-TO-SIGN (A WITHDRAWAL NEEDS A SECOND
      *            AUTHORIZATION ON THE FEED OR BNKACC REJECTS IT),
      *            'E' OR SPACE = EITHER-TO-SIGN, THE OLD BEHAVIOUR,
      *            'S' = SURVIVOR ONLY - A JOINT HOLDER HAS DIED AND
      *            THE SURVIVING HOLDERS OPERATE THE ACCOUNT ALONE
      *            (SET BY ESTFRZ, SIGNED AS EITHER-TO-SIGN).
      *            MAINTAINED BY BNKACCM'S HOLDER TRANSACTIONS
      *            ALONGSIDE THE CUSTACCT HOLDER RECORDS.
      *            OD-SANCTION-DATE/OD-EXPIRY-DATE MAKE THE OVERDRAFT
      *            LIMIT A MANAGED FACILITY - SET BY BNKACCM WHEN A
      *            LIMIT IS GRANTED OR CHANGED. ONCE THE EXPIRY DATE
      *            HAS PASSED THE LIMIT IS TREATED AS ZERO, AND THE
      *            NIGHTLY ODFACIL SWEEP ZEROES IT ON THE MASTER.
      *            ZEROES OR SPACES = NO DATES RECORDED (LIMITS SET
      *            BEFORE THE FIELDS EXISTED) - AN OPEN-ENDED LIMIT.
      *            POSPAY-FLAG 'Y' ENROLS THE ACCOUNT IN POSITIVE PAY -
      *            A CHEQUE DRAWN ON IT ONLY PAYS WHEN ITS NUMBER AND
      *            AMOUNT MATCH AN ISSUED, UNPAID ENTRY ON PPREG.
      *            SET/CLEARED BY BNKACCM; SPACE OR 'N' = NOT ENROLLED.
      *            ESTATE-STATUS 'E' FREEZES THE ACCOUNT FOR A DECEASED
      *            HOLDER'S ESTATE (SET BY ESTFRZ) - CUSTOMER DEBITS
      *            ARE REJECTED, CREDITS STILL POST, UNTIL THE ESTATE
      *            IS SETTLED THROUGH ACCTCLOS. SPACE = NOT FROZEN.
      *            SANCTION-STATUS 'S' BLOCKS THE ACCOUNT AFTER A
      *            CONFIRMED SANCTIONS/WATCH-LIST HIT ON ITS CUSTOMER
      *            (SET BY SANDECD) - BNKACC REJECTS EVERY CUSTOMER
      *            TRANSACTION AGAINST IT, DEBIT OR CREDIT, UNTIL
      *            COMPLIANCE RELEASES THE HIT. SPACE = NOT BLOCKED.
      *            HOME-BRANCH IS THE BRANCH THAT HOLDS THE ACCOUNT ON
      *            ITS BOOKS (SET AT OPENING BY BNKACCM OR ONBOARD,
      *            MOVED BY A BNKACCM CHANGE). BNKACC BOOKS THE
      *            CUSTOMER LEG OF A TRANSFER, SWEEP OR SETTLEMENT TO
      *            IT. SPACES = HEAD OFFICE.
           02  BALANCE-DATA.
               03  BAL-AMT         PIC S9(7)V99.
               03  OVERDRAFT-LIMIT PIC  9999999.99.
               03  LAST-ACTIVITY-DATE
                                   PIC  9(08).
               03  MANDATE-RULE    PIC  X(01).
               03  OD-SANCTION-DATE
                                   PIC  9(08).
               03  OD-EXPIRY-DATE  PIC  9(08).
               03  POSPAY-FLAG     PIC  X(01).
               03  ESTATE-STATUS   PIC  X(01).
               03  SANCTION-STATUS PIC  X(01).
               03  HOME-BRANCH     PIC  X(04).
               03  FILLER          PIC  X(05).
      *
