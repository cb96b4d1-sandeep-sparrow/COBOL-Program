      *----------------------------------------------------------------*
      * PPREG    - Named-field layout for the 122-byte data portion of
      *            the PPREG VSAM positive-pay register record (PP-KEY
      *            - the drawer's BALFILE account plus the cheque
      *            number - is the 18-byte record key and stays in
      *            each program's own FD). One record per cheque a
      *            positive-pay customer has told us it issued (loaded
      *            by PPLOAD from the customer's issued-cheque file),
      *            plus one per cheque presented on a positive-pay
      *            account that did not match (written by BNKACC).
      *----------------------------------------------------------------*
      *            PP-STATUS  'I' ISSUED, UNPAID - PAYS WHEN A
      *                           WITHDRAWAL QUOTES THIS NUMBER FOR
      *                           EXACTLY PP-ISSUED-AMOUNT
      *                       'P' PAID (PP-PAID-DATE/-REF SAY WHEN)
      *                       'V' VOIDED BY THE CUSTOMER
      *                       'N' NEVER ISSUED - RECORD EXISTS ONLY
      *                           BECAUSE THE CHEQUE WAS PRESENTED
      *            PP-EXC-STATUS  SPACE  NO EXCEPTION OUTSTANDING
      *                           'X' PRESENTED, DID NOT MATCH - HELD
      *                               FOR THE CUSTOMER'S DECISION
      *                           'P' CUSTOMER SAID PAY (PPDECIDE
      *                               RE-PRESENTS THE ITEM)
      *                           'R' RETURNED TO THE PRESENTER - BY
      *                               THE CUSTOMER OR BY DEFAULT WHEN
      *                               NO DECISION CAME BY CUT-OFF
      *            PP-EXC-REASON  '01' NOT ISSUED, '02' AMOUNT
      *                           DIFFERS, '03' ALREADY PAID,
      *                           '04' VOIDED.
      *            PP-EXC-AMOUNT/-REF ARE THE PRESENTED ITEM'S AMOUNT
      *            AND WIT-TRAN-REF, KEPT SO IT CAN BE RE-PRESENTED.
      *            PP-DECIDED-BY 'C' THE CUSTOMER DECIDED, 'D' RETURNED
      *            BY DEFAULT AT CUT-OFF.
           02  POS-PAY-DATA.
               03  PP-ISSUED-AMOUNT    PIC  9(7)V99.
               03  PP-PAYEE            PIC  X(24).
               03  PP-ISSUE-DATE       PIC  9(08).
               03  PP-STATUS           PIC  X(01).
                   88  PP-ISSUED                  VALUE 'I'.
                   88  PP-PAID                    VALUE 'P'.
                   88  PP-VOIDED                  VALUE 'V'.
                   88  PP-NOT-ISSUED              VALUE 'N'.
               03  PP-LOAD-DATE        PIC  9(08).
               03  PP-PAID-DATE        PIC  9(08).
               03  PP-PAID-REF         PIC  X(12).
               03  PP-EXC-STATUS       PIC  X(01).
                   88  PP-EXC-NONE                VALUE SPACE.
                   88  PP-EXC-PENDING             VALUE 'X'.
                   88  PP-EXC-PAY                 VALUE 'P'.
                   88  PP-EXC-RETURN              VALUE 'R'.
               03  PP-EXC-REASON       PIC  X(02).
               03  PP-EXC-DATE         PIC  9(08).
               03  PP-EXC-AMOUNT       PIC  9(7)V99.
               03  PP-EXC-REF          PIC  X(12).
               03  PP-DECIDED-DATE     PIC  9(08).
               03  PP-DECIDED-BY       PIC  X(01).
                   88  PP-BY-CUSTOMER             VALUE 'C'.
                   88  PP-BY-DEFAULT              VALUE 'D'.
               03  FILLER              PIC  X(11).
      *
