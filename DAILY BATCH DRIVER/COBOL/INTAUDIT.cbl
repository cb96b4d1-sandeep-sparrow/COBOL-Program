      *    TODAY'S BEFORE-IMAGE JOURNAL - ABSENT WHEN NO BNKACC RUN
      *    HAS HAPPENED YET ON THIS BUSINESS DATE; THE COUNT CHECK
      *    THEN COMPARES AGAINST WHATEVER TRANHIST SAYS, WHICH IS
      *    EXACTLY WHAT SHOULD BE ZERO TOO. THE ACCTCLOS CLOSURE
      *    JOURNAL (CLSJRNL) CONCATENATES BEHIND BNKACC'S - IT WRITES
      *    ONE IMAGE PER AUDIT RECORD, SO ITS POSTINGS COUNT HERE.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS  WS-JRN-STATUS.
      *    ONLY ADDITIONS WHOSE BEFORE-IMAGES LIVE ON BNKACC'S OWN
      *    JRNFILE BELONG IN THIS COUNT. A HOLD RELEASE ONLY MOVES
      *    AVAIL-AMT AND WRITES NO IMAGE AT ALL; THE TERM-DEPOSIT
      *    MATURITY PASS, THE ESCHEAT PASS AND THE LIEN REMITTANCE
      *    PASS JOURNAL TO THEIR OWN FILES (TDJRNL, THE ESCHPASS
      *    JRNFILE DD, LIENJRNL) - AND A PAYOUT
      *    OR BREAK WRITES TWO IMAGES FOR ONE AUDIT RECORD ANYWAY -
      *    SO THEIR TYPES SIT OUTSIDE THE INVARIANT.
               READ TRAN-HIST-FILE NEXT RECORD
                          AND TH-TRAN-TYPE NOT = 'TDPAYOUT'
                          AND TH-TRAN-TYPE NOT = 'TDBREAK '
                          AND TH-TRAN-TYPE NOT = 'ESCHEAT '
                          AND TH-TRAN-TYPE NOT = 'GARNISH '
                           ADD 1 TO WS-HIST-TODAY-COUNT
                       END-IF
               END-READ.
