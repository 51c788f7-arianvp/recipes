      *****************************************************************
      * PAR-WORK-RECORD.CPY
      *
      * Work record for the par replenishment run (par-work.db),
      * rebuilt in full by every replenish-par run - derived data,
      * like the where-used cross-reference. One record per code
      * still on order: the quantity outstanding on its open
      * purchase order lines (ordered less received), converted
      * into the code's inventory unit. Included with a prefix via
      *     COPY 'src/par-work-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:par-work.
           02 :X:par-work-code          PIC X(10).
           02 :X:par-work-open-qty      PIC 9(9)V9(2).
           02 :X:par-work-lines         PIC 9(5).
