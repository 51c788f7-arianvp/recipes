      *****************************************************************
      * HISTORY-SUMMARY-RECORD.CPY
      *
      * One recipe's production on one day, kept on the production
      * summary (production-summary.dat) after purge-history has
      * moved the day's detail lines out of production-history.dat
      * into a dated archive file. Carries what the readers of the
      * old detail still need: the number of runs (lines sharing a
      * date/time stamp, as report-production groups them), the
      * batch counts of those runs added together - the covers
      * forecast-covers averages - the detail lines and quantity
      * they held, how many of those lines were flagged, and the
      * cutoff date that names the archive file the detail went to.
      * Appended in date order, one purge at a time, so a day is on
      * either the summary or the live history, never both.
      * Included with a prefix via
      *     COPY 'src/history-summary-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:history-summary.
           02 :X:history-summary-date   PIC 9(8).
           02 :X:history-summary-recipe-id PIC 9(6).
           02 :X:history-summary-runs   PIC 9(5).
           02 :X:history-summary-batches PIC 9(7).
           02 :X:history-summary-lines  PIC 9(7).
           02 :X:history-summary-qty    PIC 9(9)V9(2).
           02 :X:history-summary-flagged PIC 9(5).
           02 :X:history-summary-archive PIC 9(8).
