      *****************************************************************
      * BATCH-RECORD.CPY
      *
      * One produced batch of finished portions (finished-goods.db),
      * written by run-production and batch-production for every run
      * and keyed by recipe id, production date and time - so a
      * forward read under one recipe walks its batches oldest first,
      * the order post-sales draws the covers sold from them. The
      * portions made are the run's production ratio times the
      * recipe yield; the use-by date is the production date plus
      * the recipe's shelf life (shelf-life.db). The status follows
      * the batch through its life:
      *     O  on hand - made and not yet closed by close-batches
      *     C  carried forward - leftovers kept for a later day,
      *        which forecast-covers nets off that day's plan
      *     U  used up - every portion drawn by sales
      *     W  wasted - leftovers thrown away (and logged to
      *        waste.log) by close-batches
      * Included with a prefix via
      *     COPY 'src/batch-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:batch.
           02 :X:batch-key.
               03 :X:batch-recipe-id    PIC 9(6).
               03 :X:batch-date         PIC 9(8).
               03 :X:batch-time         PIC 9(8).
           02 :X:batch-portions-made    PIC 9(5).
           02 :X:batch-portions-left    PIC 9(5).
           02 :X:batch-use-by           PIC 9(8).
           02 :X:batch-status           PIC X(01).
               88 :X:batch-on-hand       VALUE 'O'.
               88 :X:batch-carried       VALUE 'C'.
               88 :X:batch-used-up       VALUE 'U'.
               88 :X:batch-wasted        VALUE 'W'.
               88 :X:batch-available     VALUES 'O' 'C'.
           02 :X:batch-closed-date      PIC 9(8).
