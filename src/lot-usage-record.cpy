      *****************************************************************
      * LOT-USAGE-RECORD.CPY
      *
      * One draw on one stock lot by one production run, appended to
      * lot-usage.dat by run-production and batch-production as the
      * lot is drawn down (oldest expiry first). The recipe id, date
      * and time are the run's own stamp, exactly as they appear on
      * the run's production-history.dat lines and on its batch in
      * finished-goods.db, so a recalled lot can be followed to the
      * runs that used it, and on to the menus and events those runs
      * fed (see recall-trace). The lot is named by its full key on
      * inventory-lots.db; the quantity is in the stock unit.
      * Included with a prefix via
      *     COPY 'src/lot-usage-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:usage.
           02 :X:usage-recipe-id        PIC 9(6).
           02 :X:usage-date             PIC 9(8).
           02 :X:usage-time             PIC 9(8).
           02 :X:usage-lot-code         PIC X(10).
           02 :X:usage-lot-expiry       PIC 9(8).
           02 :X:usage-lot-no           PIC 9(4).
           02 :X:usage-qty              PIC 9(7)V9(2).
