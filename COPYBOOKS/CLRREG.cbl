      *----------------------------------------------------------------*
      * CLRREG   - Named-field layout for the 68-byte data portion of
      *            the CLRREG VSAM outward-clearing register record
      *            (CR-DEP-REF, the deposit's DEP-TRAN-REF, is the
      *            12-byte record key and stays in each program's own
      *            FD). One record per cheque deposit presented.
      *            Written by the nightly CLRPRES presentment run and
      *            marked returned by CLRRTN when the clearing house
      *            sends the cheque back.
      *----------------------------------------------------------------*
      *            CR-STATUS 'P' PRESENTED (AWAITING CLEARING OR PAID),
      *            'R' RETURNED - THE RVSFILE REVERSAL HAS BEEN RAISED,
      *            SO A SECOND RETURN OF THE SAME ITEM IS AN EXCEPTION.
           02  CLR-REG-DATA.
               03  CR-ACCT-NO          PIC  X(10).
               03  CR-AMOUNT           PIC  9(7)V99.
               03  CR-DRAWEE-BANK      PIC  X(09).
               03  CR-CHEQUE-NO        PIC  9(08).
               03  CR-INSTR-TYPE       PIC  X(01).
               03  CR-PRESENT-DATE     PIC  9(08).
               03  CR-STATUS           PIC  X(01).
                   88  CR-PRESENTED               VALUE 'P'.
                   88  CR-RETURNED                VALUE 'R'.
               03  CR-RETURN-DATE      PIC  9(08).
               03  CR-RETURN-REASON    PIC  X(02).
               03  FILLER              PIC  X(12).
      *
