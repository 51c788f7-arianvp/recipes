           ACCESS IS RANDOM
           RECORD KEY IS fd-event-line-key.

       SELECT OPTIONAL fd-invoices
           ASSIGN TO 'invoices.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-invoice-key.

       SELECT OPTIONAL fd-pars
           ASSIGN TO 'par.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-par-key.

       SELECT OPTIONAL fd-batches
           ASSIGN TO 'finished-goods.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-batch-key.

       SELECT OPTIONAL fd-shelf-lives
           ASSIGN TO 'shelf-life.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-shelf-recipe-id.

       SELECT OPTIONAL fd-labours
           ASSIGN TO 'labour.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-labour-recipe-id.

       SELECT OPTIONAL fd-rates
           ASSIGN TO 'labour-rates.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-rate-grade.

       SELECT OPTIONAL fd-ccps
           ASSIGN TO 'ccp.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-ccp-key.

       SELECT OPTIONAL fd-ccp-checks
           ASSIGN TO 'ccp-checks.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-check-key.

       SELECT OPTIONAL fd-diners
           ASSIGN TO 'diners.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-diner-id.

       SELECT OPTIONAL fd-stocktakes
           ASSIGN TO 'stocktake.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-stocktake-key.

       SELECT OPTIONAL fd-substitutions
           ASSIGN TO 'substitutions.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-substitution-key.

       DATA DIVISION.
       FILE SECTION.
       FD fd-journals.
       COPY 'src/event-line-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-invoices.
       COPY 'src/invoice-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-pars.
       COPY 'src/par-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-batches.
       COPY 'src/batch-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-shelf-lives.
       COPY 'src/shelf-life-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-labours.
       COPY 'src/labour-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-rates.
       COPY 'src/labour-rate-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-ccps.
       COPY 'src/ccp-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-ccp-checks.
       COPY 'src/ccp-check-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-diners.
       COPY 'src/diner-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-stocktakes.
       COPY 'src/stocktake-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-substitutions.
       COPY 'src/substitution-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-journal-date              PIC 9(8).
       01 ws-journal-name              PIC X(30).
           OPEN I-O fd-locations
           OPEN I-O fd-events
           OPEN I-O fd-event-lines
           OPEN I-O fd-invoices
           OPEN I-O fd-pars
           OPEN I-O fd-batches
           OPEN I-O fd-shelf-lives
           OPEN I-O fd-labours
           OPEN I-O fd-rates
           OPEN I-O fd-ccps
           OPEN I-O fd-ccp-checks
           OPEN I-O fd-diners
           OPEN I-O fd-stocktakes
           OPEN I-O fd-substitutions

           PERFORM UNTIL ws-journal-eof
               READ fd-journals
           CLOSE fd-locations
           CLOSE fd-events
           CLOSE fd-event-lines
           CLOSE fd-invoices
           CLOSE fd-pars
           CLOSE fd-batches
           CLOSE fd-shelf-lives
           CLOSE fd-labours
           CLOSE fd-rates
           CLOSE fd-ccps
           CLOSE fd-ccp-checks
           CLOSE fd-diners
           CLOSE fd-stocktakes
           CLOSE fd-substitutions

           DISPLAY 'JOURNAL LINES READ:    ' ws-read-count
           DISPLAY 'CHANGES APPLIED:       ' ws-applied-count
                   PERFORM 2170-APPLY-TO-EVENTS
               WHEN 'event-lines'
                   PERFORM 2180-APPLY-TO-EVENT-LINES
               WHEN 'invoices'
                   PERFORM 2190-APPLY-TO-INVOICES
               WHEN 'par-levels'
                   PERFORM 2200-APPLY-TO-PARS
               WHEN 'finished-goods'
                   PERFORM 2210-APPLY-TO-BATCHES
               WHEN 'shelf-lives'
                   PERFORM 2220-APPLY-TO-SHELF-LIVES
               WHEN 'labour'
                   PERFORM 2230-APPLY-TO-LABOUR
               WHEN 'labour-rates'
                   PERFORM 2240-APPLY-TO-LABOUR-RATES
               WHEN 'ccp'
                   PERFORM 2250-APPLY-TO-CCP
               WHEN 'ccp-checks'
                   PERFORM 2260-APPLY-TO-CCP-CHECKS
               WHEN 'diners'
                   PERFORM 2270-APPLY-TO-DINERS
               WHEN 'stocktake'
                   PERFORM 2280-APPLY-TO-STOCKTAKE
               WHEN 'substitutions'
                   PERFORM 2290-APPLY-TO-SUBSTITUTIONS
               WHEN OTHER
                   SET ws-apply-failed TO TRUE
                   DISPLAY 'UNKNOWN FILE LABEL ' fd-journal-file
                   END-WRITE
           END-EVALUATE
           .

       2190-APPLY-TO-INVOICES.
           MOVE fd-journal-image TO fd-invoice

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-invoices
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-invoice
                       INVALID KEY
                           REWRITE fd-invoice
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .

       2200-APPLY-TO-PARS.
           MOVE fd-journal-image TO fd-par

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-pars
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-par
                       INVALID KEY
                           REWRITE fd-par
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .

       2210-APPLY-TO-BATCHES.
           MOVE fd-journal-image TO fd-batch

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-batches
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-batch
                       INVALID KEY
                           REWRITE fd-batch
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .

       2220-APPLY-TO-SHELF-LIVES.
           MOVE fd-journal-image TO fd-shelf-life

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-shelf-lives
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-shelf-life
                       INVALID KEY
                           REWRITE fd-shelf-life
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .

       2230-APPLY-TO-LABOUR.
           MOVE fd-journal-image TO fd-labour

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-labours
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-labour
                       INVALID KEY
                           REWRITE fd-labour
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .

       2240-APPLY-TO-LABOUR-RATES.
           MOVE fd-journal-image TO fd-rate

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-rates
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-rate
                       INVALID KEY
                           REWRITE fd-rate
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .

       2250-APPLY-TO-CCP.
           MOVE fd-journal-image TO fd-ccp

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-ccps
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-ccp
                       INVALID KEY
                           REWRITE fd-ccp
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .

       2260-APPLY-TO-CCP-CHECKS.
           MOVE fd-journal-image TO fd-check

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-ccp-checks
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-check
                       INVALID KEY
                           REWRITE fd-check
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .

       2270-APPLY-TO-DINERS.
           MOVE fd-journal-image TO fd-diner

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-diners
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-diner
                       INVALID KEY
                           REWRITE fd-diner
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .

       2280-APPLY-TO-STOCKTAKE.
           MOVE fd-journal-image TO fd-stocktake

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-stocktakes
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-stocktake
                       INVALID KEY
                           REWRITE fd-stocktake
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .

       2290-APPLY-TO-SUBSTITUTIONS.
           MOVE fd-journal-image TO fd-substitution

           EVALUATE fd-journal-action
               WHEN 'DELETE'
                   DELETE fd-substitutions
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   WRITE fd-substitution
                       INVALID KEY
                           REWRITE fd-substitution
                               INVALID KEY
                                   SET ws-apply-failed TO TRUE
                           END-REWRITE
                   END-WRITE
           END-EVALUATE
           .
