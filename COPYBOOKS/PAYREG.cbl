      *----------------------------------------------------------------*
      * PAYREG   - Named-field layout for the 108-byte data portion of
      *            the PAYREG VSAM outgoing-payment register record
      *            (PR-PAY-REF, the payment request's reference - also
      *            the WIT-TRAN-REF of the withdrawal that funds it -
      *            is the 12-byte record key and stays in each
      *            program's own FD). One record per payment request
      *            accepted by PAYREQ; the beneficiary details are
      *            copied in at request time, so a later BNKBENM change
      *            never alters a payment already in flight.
      *----------------------------------------------------------------*
      *            PR-STATUS  'G' GENERATED - WITHDRAWAL FED TO BNKACC
      *                       'S' SENT - DEBIT POSTED, INSTRUCTION
      *                           WRITTEN TO THE NETWORK (PAYOUT)
      *                       'F' FAILED - BNKACC DID NOT POST THE
      *                           DEBIT (REJFILE SAYS WHY); NOTHING SENT
      *                       'A' ACCEPTED BY THE NETWORK (PAYACK)
      *                       'J' REJECTED BY THE NETWORK - THE DEBIT
      *                           IS CREDITED BACK TO THE CUSTOMER
      *            PR-STATUS-DATE IS THE DATE OF THE LATEST CHANGE.
           02  PAY-REG-DATA.
               03  PR-ACCT-NO          PIC  X(10).
               03  PR-BEN-ID           PIC  X(04).
               03  PR-BEN-NAME         PIC  X(30).
               03  PR-BEN-ROUTING-CODE PIC  X(09).
               03  PR-BEN-BANK-ACCT    PIC  X(17).
               03  PR-AMOUNT           PIC  9(7)V99.
               03  PR-CURRENCY-CODE    PIC  X(03).
               03  PR-REQUEST-DATE     PIC  9(08).
               03  PR-STATUS           PIC  X(01).
                   88  PR-GENERATED               VALUE 'G'.
                   88  PR-SENT                    VALUE 'S'.
                   88  PR-FAILED                  VALUE 'F'.
                   88  PR-ACCEPTED                VALUE 'A'.
                   88  PR-NET-REJECTED            VALUE 'J'.
               03  PR-STATUS-DATE      PIC  9(08).
               03  PR-REJECT-REASON    PIC  X(02).
               03  FILLER              PIC  X(07).
      *
