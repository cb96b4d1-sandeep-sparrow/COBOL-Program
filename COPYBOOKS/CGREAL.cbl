      *----------------------------------------------------------------*
      * CGREAL  - Realized capital-gain record, one record per tax lot
      *           a sell relieves (a sell spanning three lots writes
      *           three). Appended by STKCBL as it relieves lots first-
      *           in first-out; read by CGSTMT for the year-end capital
      *           gains statement.
      *----------------------------------------------------------------*
      *           RG-COST IS THE LOT PRICE PLUS ITS SHARE OF THE BUY
      *           CHARGES; RG-PROCEEDS THE SELL PRICE LESS ITS SHARE OF
      *           THE SELL CHARGES. RG-TERM 'L'ONG WHEN THE LOT WAS HELD
      *           MORE THAN RG-HOLD-MONTHS (THE DEDRMAST 'HOLD' RATE FOR
      *           THE INSTRUMENT TYPE ON THE SELL DATE), ELSE 'S'HORT.
      *           RG-ENTRY-TYPE 'R' MARKS A REVERSAL WRITTEN WHEN THE
      *           SELL IS CANCELLED OR AMENDED - THE SAME LOT, SELL
      *           DATE AND QUANTITY WITH COST, PROCEEDS AND GAIN
      *           NEGATED, SO THE PAIR NETS TO NIL IN THE TAX YEAR.
       01  CGREAL-RECORD.
           05  RG-CLIENT-ID            PIC X(08).
           05  RG-INSTRUMENT           PIC X(08).
           05  RG-INSTR-TYPE           PIC X(02).
           05  RG-BUY-DATE             PIC 9(08).
           05  RG-SELL-DATE            PIC 9(08).
           05  RG-QTY                  PIC 9(07).
           05  RG-COST                 PIC S9(11)V99.
           05  RG-PROCEEDS             PIC S9(11)V99.
           05  RG-GAIN                 PIC S9(11)V99.
           05  RG-TERM                 PIC X(01).
               88  RG-SHORT-TERM                  VALUE 'S'.
               88  RG-LONG-TERM                   VALUE 'L'.
           05  RG-HOLD-MONTHS          PIC 9(03).
           05  RG-SESSION              PIC X(02).
           05  RG-ENTRY-TYPE           PIC X(01).
               88  RG-REVERSAL                    VALUE 'R'.
           05  FILLER                  PIC X(13).
      *
