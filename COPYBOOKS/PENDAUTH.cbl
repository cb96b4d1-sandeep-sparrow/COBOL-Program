      *            (maker-checker) scheme. A high-risk maintenance
      *            transaction (an exchange-rate move in RATEMNT, a
      *            deduction-rate move in DEDRMNT, an account close
      *            in BNKACCM, a manual journal voucher in MANJRNL)
      *            is not applied when the operator keys it - the
      *            maintenance program parks the raw 80-byte
      *            transaction image here with status 'P' and the
      *            maker's identity, and a second operator releases
      *            or rejects it through AUTHREL. The 14-byte key
