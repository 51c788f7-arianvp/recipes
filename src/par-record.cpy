      *****************************************************************
      * PAR-RECORD.CPY
      *
      * Stock levels for one ingredient in one location (par.db),
      * keyed exactly like inventory-locations.db - ingredient code
      * plus location name - so the two files walk side by side.
      * All three quantities are in the inventory unit of the code
      * (inventory.db). Falling below the minimum triggers a buy up
      * to par; holding more than the maximum is an exception for
      * the buyer. Meant for staples no recipe explodes to (oil,
      * salt, cling film, dry goods) but any item may carry them.
      * Included with a prefix via
      *     COPY 'src/par-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:par.
           02 :X:par-key.
               03 :X:par-code           PIC X(10).
               03 :X:par-location       PIC X(10).
           02 :X:par-minimum            PIC 9(7)V9(2).
           02 :X:par-level              PIC 9(7)V9(2).
           02 :X:par-maximum            PIC 9(7)V9(2).
