      *----------------------------------------------------------------*
      * DISPREG  - Named-field layout for the 128-byte data portion of
      *            the DISPREG VSAM card dispute case record (DS-TRAN-
      *            REF - the reference of the original card transaction
      *            CARDSETL posted - is the 12-byte record key and
      *            stays in each program's own FD). One record per
      *            cardholder dispute. Opened by BNKDSPM, which issues
      *            the provisional credit; sent to the network, aged
      *            and resolved by the DSPRESOL pass.
      *----------------------------------------------------------------*
      *            DS-REASON-CODE IS THE NETWORK'S DISPUTE REASON CODE.
      *            DS-DEADLINE-DATE IS THE LAST DAY THE NETWORK GIVES
      *            THE MERCHANT TO ANSWER THE CHARGEBACK - A CASE
      *            STILL UNANSWERED AFTER IT IS DECIDED FOR THE
      *            CARDHOLDER.
      *            DS-STATUS 'O' OPENED (PROVISIONAL CREDIT ISSUED,
      *            CHARGEBACK NOT YET SENT), 'S' CHARGEBACK SENT TO
      *            THE NETWORK, 'F' FINAL - THE CARDHOLDER KEEPS THE
      *            CREDIT, 'R' REVERSED - THE MERCHANT WON AND THE
      *            PROVISIONAL CREDIT IS TAKEN BACK.
      *            DS-RESOLUTION 'A' THE NETWORK ACCEPTED THE
      *            CHARGEBACK, 'M' THE MERCHANT WON, 'D' THE DEADLINE
      *            PASSED WITH NO ANSWER. SPACE WHILE OPEN OR SENT.
      *            DS-PROV-REF/DS-REVERSAL-REF ARE THE REFERENCES THE
      *            PROVISIONAL CREDIT AND ITS REVERSAL POST UNDER.
           02  DISPUTE-DATA.
               03  DS-ACCT-NO          PIC  X(10).
               03  DS-CARD-NO          PIC  X(16).
               03  DS-REASON-CODE      PIC  X(04).
               03  DS-AMOUNT           PIC  9(7)V99.
               03  DS-CURRENCY-CODE    PIC  X(03).
               03  DS-OPENED-DATE      PIC  9(08).
               03  DS-DEADLINE-DATE    PIC  9(08).
               03  DS-STATUS           PIC  X(01).
                   88  DS-OPENED                  VALUE 'O'.
                   88  DS-SENT                    VALUE 'S'.
                   88  DS-FINAL                   VALUE 'F'.
                   88  DS-REVERSED                VALUE 'R'.
                   88  DS-UNRESOLVED              VALUE 'O' 'S'.
               03  DS-RESOLUTION       PIC  X(01).
                   88  DS-BY-ACCEPTANCE           VALUE 'A'.
                   88  DS-BY-MERCHANT             VALUE 'M'.
                   88  DS-BY-DEADLINE             VALUE 'D'.
               03  DS-PROV-REF         PIC  X(12).
               03  DS-PROV-DATE        PIC  9(08).
               03  DS-CHGBK-DATE       PIC  9(08).
               03  DS-RESOLVED-DATE    PIC  9(08).
               03  DS-REVERSAL-REF     PIC  X(12).
               03  DS-CHANGED-DATE     PIC  9(08).
               03  DS-CHANGED-BY       PIC  X(08).
               03  FILLER              PIC  X(04).
      *
