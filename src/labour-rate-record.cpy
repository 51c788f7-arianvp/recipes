      *****************************************************************
      * LABOUR-RATE-RECORD.CPY
      *
      * Cost of one hour of one staff grade (labour-rates.db), keyed
      * by the grade named on recipe labour records (CHEF, COMMIS,
      * PORTER ...). The rate is the full hourly cost to the
      * kitchen, on-costs included. Included with a prefix via
      *     COPY 'src/labour-rate-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:rate.
           02 :X:rate-grade             PIC X(10).
           02 :X:rate-per-hour          PIC 9(3)V9(2).
