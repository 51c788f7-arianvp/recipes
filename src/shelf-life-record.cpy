      *****************************************************************
      * SHELF-LIFE-RECORD.CPY
      *
      * How long a produced batch of one recipe keeps (shelf-life.db),
      * keyed by recipe id. The use-by date of a batch is its
      * production date plus these days: 0 means the batch must be
      * sold or thrown away the day it is made, 2 means it is still
      * good two days later. A recipe with no record here is treated
      * as 0 days. Included with a prefix via
      *     COPY 'src/shelf-life-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:shelf-life.
           02 :X:shelf-recipe-id        PIC 9(6).
           02 :X:shelf-days             PIC 9(3).
