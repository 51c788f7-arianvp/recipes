      *****************************************************************
      * MENU-MIX-RECORD.CPY
      *
      * Work record for the menu engineering report
      * (menu-mix-work.db), one per recipe sold in the period, keyed
      * by recipe category then recipe id so a forward read gives
      * each category's dishes together for subtotalling. Rebuilt
      * in full by every menu-engineering run - derived data. The
      * price is the selling-prices.db price and the portion cost
      * the recipe's costed batch over its yield, both as they stand
      * on the day of the run; the margin is the one per portion.
      * Included with a prefix via
      *     COPY 'src/menu-mix-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:mix.
           02 :X:mix-key.
               03 :X:mix-category       PIC X(10).
               03 :X:mix-recipe-id      PIC 9(6).
           02 :X:mix-name               PIC X(30).
           02 :X:mix-covers             PIC 9(7).
           02 :X:mix-price              PIC 9(5)V9(2).
           02 :X:mix-portion-cost       PIC 9(7)V9(2).
           02 :X:mix-margin             PIC S9(7)V9(2).
           02 :X:mix-price-flag         PIC X(01).
               88 :X:mix-priced          VALUE 'Y'.
               88 :X:mix-no-price        VALUE 'N'.
           02 :X:mix-cost-flag          PIC X(01).
               88 :X:mix-cost-complete   VALUE 'Y'.
               88 :X:mix-cost-incomplete VALUE 'N'.
