      *----------------------------------------------------------------*
      * CHAINTRL - Layout of the sealed trailer that ends every hash-
      *            chained audit trail and journal (AUDITFIL and its
      *            TDMAUDIT/CLSAUDIT/GRNAUDIT/ESCAUDIT siblings, every
      *            JRNFILE generation and the maintenance audit
      *            trails). CHNHASH builds it; CHNVRFY proves it.
      *----------------------------------------------------------------*
      *            CT-ID IS '* TRAILER ' - NO ACCOUNT NUMBER, JOURNAL
      *            SEQUENCE OR TRANSACTION CODE EVER STARTS WITH AN
      *            ASTERISK, SO A READER SKIPS THE TRAILER ON ITS FIRST
      *            TEN BYTES (THE EXTVRFY CONVENTION). CT-SEAL-DATE
      *            SITS IN THE AUDITFIL DATE COLUMNS (29-36) SO MONARCH
      *            DATES AN ARCHIVED TRAILER LIKE ANY OTHER RECORD.
      *            CT-RECORD-COUNT IS THE NUMBER OF CHAINED RECORDS
      *            AHEAD OF THE TRAILER AND CT-LAST-HASH THE CHAIN
      *            VALUE OF THE LAST OF THEM. THE LAST SIX BYTES OF THE
      *            RECORD (WHATEVER ITS LENGTH) HOLD THE TRAILER'S OWN
      *            CHAIN LINK, SO THE SEAL ITSELF CANNOT BE ALTERED.
           05  CT-ID                   PIC  X(10).
           05  CT-FILE-ID              PIC  X(08).
           05  CT-RECORD-COUNT         PIC  9(10).
           05  CT-SEAL-DATE            PIC  9(08).
           05  CT-LAST-HASH            PIC  9(11).
           05  FILLER                  PIC  X(27).
           05  CT-CHAIN-LINK           PIC  X(06).
      *
