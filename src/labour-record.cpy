      *****************************************************************
      * LABOUR-RECORD.CPY
      *
      * Hands-on preparation time for one recipe (labour.db), keyed
      * by recipe id: the minutes of work one batch takes as the
      * recipe is written (one yield's worth of portions), and the
      * staff grade that does it. The grade is priced through
      * labour-rates.db. A recipe with no record here carries no
      * labour cost, and the plate cost report says so. Included
      * with a prefix via
      *     COPY 'src/labour-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:labour.
           02 :X:labour-recipe-id       PIC 9(6).
           02 :X:labour-minutes         PIC 9(5).
           02 :X:labour-grade           PIC X(10).
