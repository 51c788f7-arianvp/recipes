      *****************************************************************
      * COUNT-IN-RECORD.CPY
      *
      * Flat input layout for counts taken on paper or a hand-held
      * and loaded in bulk (stocktake-counts.dat, one count per
      * line): the location, the ingredient code and the counted
      * quantity in the stock unit. Loaded by stocktake-count into
      * the stocktake holding file the way import-prices loads
      * price-in.dat. Included with a prefix via
      *     COPY 'src/count-in-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:count-in.
           02 :X:count-in-location      PIC X(10).
           02 :X:count-in-code          PIC X(10).
           02 :X:count-in-qty           PIC 9(7)V9(2).
