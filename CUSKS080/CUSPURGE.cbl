           COPY CUSKS080.
      *
      *    ARC-CUS-DATA CARRIES THE FULL CUSKS080-DATA AREA - IT
      *    GREW WITH THE MASTER (CONTACT, FORWARDING POINTER, KYC,
      *    CREDIT AND CONTACT-QUALITY SEGMENTS) SO NOTHING IS LOST
      *    AT ARCHIVE TIME.
       FD  ARCHIVE-FILE
            RECORD CONTAINS 244 CHARACTERS
            RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05 ARC-CUS-KEY       PIC X(06).
           05 ARC-CUS-DATA      PIC X(222).
           05 ARC-PURGE-DATE    PIC 9(08).
           05 FILLER            PIC X(08).
      *
