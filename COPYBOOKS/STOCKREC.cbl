      *----------------------------------------------------------------*
      * STOCKREC - Stock-on-hand record, one per PRICEMST item number.
      *            Set up and kept honest by STKMNT (goods received,
      *            stock counts), decremented by CALC1000 basket sales
      *            and put back by its returns, listed nightly by
      *            REORDRPT.
      *----------------------------------------------------------------*
      *            SK-ON-HAND IS SIGNED - A TILL THAT SELLS WHAT THE
      *            FILE SAYS IS NOT THERE STILL TAKES THE SALE, AND THE
      *            NEGATIVE FIGURE IS WHAT TELLS THE SHOP TO COUNT.
      *            AN ITEM IS DUE FOR REORDER WHEN SK-ON-HAND IS AT OR
      *            BELOW SK-REORDER-POINT; SK-REORDER-QTY IS THE
      *            SUPPLIER'S NORMAL ORDER SIZE.
       01  STOCK-RECORD.
           05  SK-ITEM-NUMBER          PIC 9(03).
           05  SK-ON-HAND              PIC S9(07).
           05  SK-REORDER-POINT        PIC 9(07).
           05  SK-REORDER-QTY          PIC 9(07).
           05  SK-SUPPLIER             PIC X(06).
           05  SK-LAST-RECEIVED        PIC 9(08).
           05  SK-LAST-COUNTED         PIC 9(08).
           05  SK-UPDATED-BY           PIC X(08).
           05  SK-UPDATED-DATE         PIC 9(08).
           05  FILLER                  PIC X(18).
      *
