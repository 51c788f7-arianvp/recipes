      *****************************************************************
      * PURGE-WORK-RECORD.CPY
      *
      * Work record for purge-history (purge-work.db), rebuilt in
      * full every run - derived data. Three kinds of row share the
      * file, told apart by the type at the front of the key:
      *     P - one recipe on one day of the production history
      *         being archived, totalled for the production summary
      *     L - the last sales row seen for one date and menu line,
      *         so a correction replaces the figure it corrects
      *     S - one recipe on one day of the sales being archived,
      *         totalled for the sales summary
      * The key puts the date before the recipe, so the summaries
      * are written in date order. Included with a prefix via
      *     COPY 'src/purge-work-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:purge-work.
           02 :X:purge-work-key.
               03 :X:purge-work-type    PIC X(01).
                   88 :X:purge-work-production VALUE 'P'.
                   88 :X:purge-work-sale-line VALUE 'L'.
                   88 :X:purge-work-sales VALUE 'S'.
               03 :X:purge-work-date    PIC 9(8).
               03 :X:purge-work-recipe-id PIC 9(6).
               03 :X:purge-work-line-no PIC 9(3).
           02 :X:purge-work-runs        PIC 9(5).
           02 :X:purge-work-batches     PIC 9(7).
           02 :X:purge-work-lines       PIC 9(7).
           02 :X:purge-work-qty         PIC 9(9)V9(2).
           02 :X:purge-work-flagged     PIC 9(5).
           02 :X:purge-work-sale-recipe PIC 9(6).
           02 :X:purge-work-covers      PIC 9(7).
           02 :X:purge-work-rows        PIC 9(5).
