      *****************************************************************
      * SCORE-RECORD.CPY
      *
      * Work record for the supplier scorecard (score-work.db),
      * rebuilt in full by every supplier-scorecard run - derived
      * data, like the where-used cross-reference. Keyed by supplier
      * id plus ingredient code. The row with a blank code carries
      * the supplier's totals for the period; a row per code the
      * supplier was ordered in the period marks which prices to
      * look up on price-history.db, and carries that code's count
      * of price increases and its percentage rise over the period.
      * Included with a prefix via
      *     COPY 'src/score-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:score.
           02 :X:score-key.
               03 :X:score-supplier-id  PIC X(6).
               03 :X:score-code         PIC X(10).
           02 :X:score-lines            PIC 9(5).
           02 :X:score-due-lines        PIC 9(5).
           02 :X:score-on-time          PIC 9(5).
           02 :X:score-delivered        PIC 9(5).
           02 :X:score-lead-days        PIC 9(7).
           02 :X:score-qty-ordered      PIC 9(9)V9(2).
           02 :X:score-qty-filled       PIC 9(9)V9(2).
           02 :X:score-past-due         PIC 9(5).
           02 :X:score-increases        PIC 9(5).
           02 :X:score-rise-pct         PIC 9(7)V9(2).
           02 :X:score-risen-codes      PIC 9(5).
