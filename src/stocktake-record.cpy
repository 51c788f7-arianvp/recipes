      *****************************************************************
      * STOCKTAKE-RECORD.CPY
      *
      * One line of a physical stocktake (stocktake.db): one item
      * in one location, keyed by location then ingredient code so
      * the count sheets and the variance report come out location
      * by location, item by item. stocktake-freeze writes a line
      * for every location record with the book quantity as it
      * stood at the freeze; counts keyed or loaded by
      * stocktake-count land here and nowhere else, so nothing
      * touches stock until stocktake-post runs with a supervisor's
      * approval. A count for an item the freeze did not find at
      * that location adds a line with a zero book quantity, marked
      * as not on the sheet. Status:
      *     U - not counted yet
      *     C - counted, waiting for approval
      *     P - posted to stock
      * Included with a prefix via
      *     COPY 'src/stocktake-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:stocktake.
           02 :X:stocktake-key.
               03 :X:stocktake-location PIC X(10).
               03 :X:stocktake-code     PIC X(10).
           02 :X:stocktake-freeze-date  PIC 9(8).
           02 :X:stocktake-book-qty     PIC 9(7)V9(2).
           02 :X:stocktake-counted-qty  PIC 9(7)V9(2).
           02 :X:stocktake-status       PIC X(01).
               88 :X:stocktake-uncounted VALUE 'U'.
               88 :X:stocktake-counted  VALUE 'C'.
               88 :X:stocktake-posted   VALUE 'P'.
           02 :X:stocktake-sheet-flag   PIC X(01).
               88 :X:stocktake-on-sheet VALUE 'Y'.
               88 :X:stocktake-added    VALUE 'N'.
           02 :X:stocktake-counted-by   PIC X(8).
           02 :X:stocktake-counted-date PIC 9(8).
           02 :X:stocktake-counted-time PIC 9(8).
           02 :X:stocktake-approved-by  PIC X(8).
           02 :X:stocktake-posted-date  PIC 9(8).
