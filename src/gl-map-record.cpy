      *****************************************************************
      * GL-MAP-RECORD.CPY
      *
      * One row of the general-ledger account map (gl-map.dat), kept
      * by hand like run-parameters.dat and read by build-gl-journal
      * to decide which ledger accounts each month-end posting hits.
      * The type says what the row maps:
      *     I - a range of ingredient codes, FROM to TO inclusive:
      *         the stock account the items are carried in, the
      *         goods-received account a receipt is credited to,
      *         and the account a stock adjustment to the closing
      *         valuation is charged to
      *     C - one recipe category (FROM; TO unused): the cost of
      *         sales account its production is charged to
      *     S - the suspense account for anything no row maps
      * The first row that matches wins, so a narrow range placed
      * ahead of a wide one overrides it. Included with a prefix
      * via
      *     COPY 'src/gl-map-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:gl-map.
           02 :X:gl-map-type            PIC X(01).
               88 :X:gl-map-ingredients VALUE 'I'.
               88 :X:gl-map-category    VALUE 'C'.
               88 :X:gl-map-suspense    VALUE 'S'.
           02 :X:gl-map-from            PIC X(10).
           02 :X:gl-map-to              PIC X(10).
           02 :X:gl-map-account         PIC X(10).
           02 :X:gl-map-receipt-account PIC X(10).
           02 :X:gl-map-adjust-account  PIC X(10).
