      *----------------------------------------------------------------*
      * LOANREC  - Named-field layout for the 110-byte data portion of
      *            the LOANMAST VSAM loan-master record (LN-ACCT-NO,
      *            the borrower's BALFILE account, is the 10-byte
      *            record key and stays in each program's own FD).
      *            Written by EMIACCPT when a schedule is accepted,
      *            kept current by the nightly LOANPOST run and
      *            classified by the month-end LOANCLS pass.
      *----------------------------------------------------------------*
      *            LN-ORDER-ID IS THE STORDMST STANDING ORDER THAT
      *            COLLECTS THE EMI - STORDER'S WITHDRAWAL REFERENCE
      *            STARTS WITH IT, WHICH IS HOW LOANPOST KNOWS AN EMI
      *            FROM ANY OTHER WITHDRAWAL ON THE ACCOUNT.
      *            LN-ANNUAL-RATE IS A PERCENT (12.50), COMPOUNDED
      *            MONTHLY, THE SAME CONVENTION CALC1001 USES.
      *            LN-OUTSTANDING-PRIN IS ALL PRINCIPAL STILL OWED,
      *            OVERDUE OR NOT. LN-OVERDUE-PRIN/LN-OVERDUE-INT ARE
      *            INSTALLMENTS FALLEN DUE AND NOT YET COLLECTED;
      *            LN-OLDEST-DUE-DATE IS THE DUE DATE OF THE EARLIEST
      *            OF THEM (ZEROES WHEN NOTHING IS OVERDUE) AND DRIVES
      *            DAYS PAST DUE.
      *            LN-LAST-PAID-REF/DATE ARE THE LAST EMI APPLIED, SO
      *            A RERUN OF THE SAME NIGHT CANNOT APPLY IT TWICE.
      *            LN-ASSET-CLASS 'S' STANDARD, 'N' NON-PERFORMING
      *            (90+ DAYS PAST DUE) - SET BY LOANCLS; A LOAN ONLY
      *            RETURNS TO STANDARD ONCE ITS ARREARS ARE CLEARED.
      *            LN-STATUS 'A' ACTIVE, 'C' CLOSED (REPAID IN FULL).
           02  LOAN-DATA.
               03  LN-ORDER-ID         PIC  X(06).
               03  LN-SANCTION-AMT     PIC  9(7)V99.
               03  LN-SANCTION-DATE    PIC  9(08).
               03  LN-ANNUAL-RATE      PIC  99V99.
               03  LN-TENURE-MONTHS    PIC  9(03).
               03  LN-EMI-AMT          PIC  9(7)V99.
               03  LN-OUTSTANDING-PRIN PIC  9(7)V99.
               03  LN-NEXT-DUE-DATE    PIC  9(08).
               03  LN-OVERDUE-PRIN     PIC  9(7)V99.
               03  LN-OVERDUE-INT      PIC  9(7)V99.
               03  LN-OLDEST-DUE-DATE  PIC  9(08).
               03  LN-DPD              PIC  9(04).
               03  LN-ASSET-CLASS      PIC  X(01).
                   88  LN-STANDARD                VALUE 'S'.
                   88  LN-NON-PERFORMING          VALUE 'N'.
               03  LN-STATUS           PIC  X(01).
                   88  LN-ACTIVE                  VALUE 'A'.
                   88  LN-CLOSED                  VALUE 'C'.
               03  LN-LAST-PAID-REF    PIC  X(12).
               03  LN-LAST-PAID-DATE   PIC  9(08).
               03  FILLER              PIC  X(02).
      *
