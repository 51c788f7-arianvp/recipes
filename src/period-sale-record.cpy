      *****************************************************************
      * PERIOD-SALE-RECORD.CPY
      *
      * Work record for the posted sales of a date range
      * (period-sales-work.db), keyed by sale date plus menu line
      * and rebuilt in full by every menu-engineering run - derived
      * data. As sales-work-record.cpy does for one day, loading
      * the sales log through this file makes the last posted row
      * for a date and line the one that counts.
      * Included with a prefix via
      *     COPY 'src/period-sale-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:period-sale.
           02 :X:period-sale-key.
               03 :X:period-sale-date   PIC 9(8).
               03 :X:period-sale-line-no PIC 9(3).
           02 :X:period-sale-recipe-id  PIC 9(6).
           02 :X:period-sale-covers     PIC 9(5).
