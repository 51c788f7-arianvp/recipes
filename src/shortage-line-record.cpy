      * shortage-report alongside its printed list (shortage-out.dat)
      * so purchase order generation can read the buy quantities
      * instead of someone retyping them from the report. The file
      * is rewritten in full by every shortage run; replenish-par
      * then either adds its buys to par (staples no recipe uses)
      * or replaces the list with them. Included with a prefix via
      *     COPY 'src/shortage-line-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
