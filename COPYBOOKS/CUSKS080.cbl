      *            e.g. the SELECT-CRITERIA field filter in
      *            CBLVSMC1, still works unchanged); CUS-CLOSE-DATE,
      *            the contact segment, the forwarding pointer and
      *            the KYC, credit and contact-quality segments were
      *            appended after them, growing the data area to 222
      *            bytes (228-byte record).
      *----------------------------------------------------------------*
       05  CUSKS080-DATA.
           10  CUS-FNAME              PIC X(15).
      *        NO LIMIT SET, NEVER HELD.
           10  CUS-CREDIT-LIMIT       PIC 9(07)V99.
           10  CUS-CREDIT-HOLD        PIC X(01).
      *        CONTACT-QUALITY SEGMENT - CUS-BAD-ADDR-FLAG IS SET 'Y'
      *        WHEN POST TO THE ADDRESS COMES BACK (THE RTNMAIL
      *        RETURNED-MAIL INTAKE, OR DISTACK GIVING UP ON A PRINT
      *        DELIVERY), CUS-BAD-EMAIL-FLAG WHEN EMAIL TO CUS-EMAIL
      *        CANNOT BE DELIVERED (DISTACK). EACH CARRIES THE DATE
      *        IT WAS SET AND THE PROGRAM/SOURCE THAT SET IT. LETTER
      *        PROGRAMS DIVERT A FLAGGED CUSTOMER'S POST TO THE
      *        MAILHOLD BRANCH HOLD LIST, AND BADADDR LISTS FLAGGED
      *        CUSTOMERS WEEKLY FOR THE BRANCHES. CBLVSMC2 CLEARS
      *        THE ADDRESS FLAG WHEN A 'C' CHANGES THE ADDRESS AND
      *        THE EMAIL FLAG WHEN AN 'E' CHANGES THE EMAIL.
      *        SPACE = NOT FLAGGED.
           10  CUS-BAD-ADDR-FLAG      PIC X(01).
               88  CUS-ADDR-BAD                  VALUE 'Y'.
           10  CUS-BAD-ADDR-DATE      PIC 9(08).
           10  CUS-BAD-ADDR-SOURCE    PIC X(08).
           10  CUS-BAD-EMAIL-FLAG     PIC X(01).
               88  CUS-EMAIL-BAD                 VALUE 'Y'.
           10  CUS-BAD-EMAIL-DATE     PIC 9(08).
           10  CUS-BAD-EMAIL-SOURCE   PIC X(08).
      *
