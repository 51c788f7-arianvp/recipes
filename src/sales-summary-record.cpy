      *****************************************************************
      * SALES-SUMMARY-RECORD.CPY
      *
      * One recipe's covers sold on one day, kept on the sales
      * summary (sales-summary.dat) after purge-history has moved
      * the day's rows out of menu-sales.dat into a dated archive
      * file. The covers are net of corrections - the last row
      * posted for a date and menu line is the one that counts, as
      * in food-cost-report - while the row count is every row the
      * archive received, so the two files can be reconciled. The
      * archive field is the cutoff date that names the archive
      * file. Included with a prefix via
      *     COPY 'src/sales-summary-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:sales-summary.
           02 :X:sales-summary-date     PIC 9(8).
           02 :X:sales-summary-recipe-id PIC 9(6).
           02 :X:sales-summary-covers   PIC 9(7).
           02 :X:sales-summary-rows     PIC 9(5).
           02 :X:sales-summary-archive  PIC 9(8).
