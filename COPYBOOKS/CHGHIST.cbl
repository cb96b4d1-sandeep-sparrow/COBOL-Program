      *----------------------------------------------------------------*
      * CHGHIST  - Layout of one 160-byte record of the keyed CHGHIST
      *            change-history file. AUDCONS loads it each night
      *            from every maintenance program's audit trail and
      *            AUDINQ answers "who changed this record" from it.
      *----------------------------------------------------------------*
      *            ONE RECORD PER FIELD CHANGED - A TRAIL RECORD THAT
      *            MOVES SEVERAL FIELDS FILES SEVERAL RECORDS, NUMBERED
      *            BY CH-FIELD-SEQ. A TRAIL RECORD THAT CARRIES NO
      *            BEFORE/AFTER VALUES STILL FILES ONE RECORD NAMING
      *            WHAT WAS TOUCHED, SO THE WHO AND THE WHEN ARE NEVER
      *            LOST.
      *            CH-SOURCE-SEQ IS THE RECORD'S POSITION IN ITS SOURCE
      *            TRAIL, SO LOADING THE SAME TRAIL TWICE FINDS EVERY
      *            KEY ALREADY FILED WITH THE SAME DATA AND ADDS
      *            NOTHING. A DIFFERENT CHANGE LANDING ON A KEY ALREADY
      *            TAKEN (A SECOND RUN OF THE SOURCE PROGRAM THE SAME
      *            DAY) IS FILED UNDER THE NEXT CH-VERSION.
      *            ENTITY KEYS ARE LEFT-JUSTIFIED:
      *              CUST  CUSTOMER NUMBER        (CBLVSMC2, CUSMERGE,
      *                                            CLIMNT)
      *              ACCT  ACCOUNT NUMBER         (BNKACCM, TDMNT,
      *                                            BNKCHQM)
      *              CLNT  BROKING CLIENT ID      (CLIMNT, CLILMNT)
      *              RATE  CURRENCY + EFF DATE    (RATEMNT)
      *              DEDR  RATE TYPE + EFF DATE   (DEDRMNT)
      *              PRIC  ITEM NUMBER            (CTABLE)
      *              GLAC  GL ACCOUNT CODE        (COAMNT)
      *              EXMP  EXEMPTION CUSTOMER ID  (EXEMPMNT)
      *              HOLI  HOLIDAY DATE           (HOLMNT)
      *              AUTH  PROGRAM + PENDAUTH SEQ (AUTHREL)
           05  CH-KEY.
               10  CH-ENTITY-TYPE      PIC  X(04).
                   88  CH-CUSTOMER            VALUE 'CUST'.
                   88  CH-ACCOUNT             VALUE 'ACCT'.
                   88  CH-CLIENT              VALUE 'CLNT'.
                   88  CH-KNOWN-ENTITY        VALUE 'CUST' 'ACCT'
                                                    'CLNT' 'RATE'
                                                    'DEDR' 'PRIC'
                                                    'GLAC' 'EXMP'
                                                    'HOLI' 'AUTH'.
               10  CH-ENTITY-KEY       PIC  X(16).
               10  CH-CHANGE-DATE      PIC  9(08).
               10  CH-SOURCE-PGM       PIC  X(08).
               10  CH-SOURCE-SEQ       PIC  9(07).
               10  CH-FIELD-SEQ        PIC  9(02).
               10  CH-VERSION          PIC  9(01).
           05  CH-FIELD-NAME           PIC  X(16).
           05  CH-OLD-VALUE            PIC  X(20).
           05  CH-NEW-VALUE            PIC  X(20).
           05  CH-ACTION               PIC  X(08).
           05  CH-TRAN-CODE            PIC  X(01).
           05  CH-OPERATOR-ID          PIC  X(08).
           05  CH-CHECKER-ID           PIC  X(08).
           05  CH-LOADED-DATE          PIC  9(08).
           05  FILLER                  PIC  X(25).
      *
