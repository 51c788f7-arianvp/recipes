      *****************************************************************
      * WASTE-RECORD.CPY
      *
      * One line per waste or spoilage entry, appended to the waste
      * log (waste.log) by record-waste: what was thrown away, why,
      * and what it was worth. Type I is a raw ingredient taken out
      * of stock (quantity in its stock unit, the code naming the
      * inventory item); type R is portions of a produced recipe
      * (the code carries the recipe id, the unit is PORTION), whose
      * ingredients already left stock when the batch was produced.
      * The reason is one of EXPIRED, SPOILED, OVERPRODUCED, DROPPED
      * or RETURNED. The value is the loss at ingredient-costs.db
      * when the entry was keyed; the cost flag is N when some or
      * all of it could not be costed, so the figure is understated.
      * Included with a prefix via
      *     COPY 'src/waste-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:waste.
           02 :X:waste-date             PIC 9(8).
           02 :X:waste-time             PIC 9(8).
           02 :X:waste-type             PIC X(01).
               88 :X:waste-is-ingredient VALUE 'I'.
               88 :X:waste-is-recipe     VALUE 'R'.
           02 :X:waste-code             PIC X(10).
           02 :X:waste-desc             PIC X(40).
           02 :X:waste-qty              PIC 9(7)V9(2).
           02 :X:waste-unit             PIC X(10).
           02 :X:waste-reason           PIC X(12).
           02 :X:waste-value            PIC 9(7)V9(2).
           02 :X:waste-cost-flag        PIC X(01).
               88 :X:waste-fully-costed  VALUE 'Y'.
               88 :X:waste-not-costed    VALUE 'N'.
           02 :X:waste-location         PIC X(10).
           02 :X:waste-user             PIC X(8).
