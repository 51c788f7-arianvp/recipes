           ACCESS IS SEQUENTIAL
           RECORD KEY IS ec-counter-key.

       SELECT OPTIONAL fd-invoices
           ASSIGN TO 'invoices.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-invoice-key.

       SELECT OPTIONAL fd-pars
           ASSIGN TO 'par.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-par-key.

       SELECT OPTIONAL fd-batches
           ASSIGN TO 'finished-goods.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-batch-key.

       SELECT OPTIONAL fd-shelf-lives
           ASSIGN TO 'shelf-life.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-shelf-recipe-id.

       SELECT OPTIONAL fd-labours
           ASSIGN TO 'labour.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-labour-recipe-id.

       SELECT OPTIONAL fd-rates
           ASSIGN TO 'labour-rates.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-rate-grade.

       SELECT OPTIONAL fd-ccps
           ASSIGN TO 'ccp.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-ccp-key.

       SELECT OPTIONAL fd-ccp-checks
           ASSIGN TO 'ccp-checks.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-check-key.

       SELECT OPTIONAL fd-diners
           ASSIGN TO 'diners.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-diner-id.

       SELECT OPTIONAL fd-stocktakes
           ASSIGN TO 'stocktake.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-stocktake-key.

       SELECT OPTIONAL fd-substitutions
           ASSIGN TO 'substitutions.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-substitution-key.

      *    DYNAMIC: the unload to reload from is named at run time
      *    from the chosen file and backup date (<name>-YYYYMMDD.bak,
      *    as backup-files writes them).
       COPY 'src/counter-record.cpy'
           REPLACING ==:X:== BY ==ec-==.

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

       FD fd-backup.
       01 fd-backup-record             PIC X(700).

           DISPLAY ' 20 event-lines'
           DISPLAY ' 21 order-counter'
           DISPLAY ' 22 event-counter'
           DISPLAY ' 23 invoices'
           DISPLAY ' 24 par-levels'
           DISPLAY ' 25 finished-goods'
           DISPLAY ' 26 shelf-lives'
           DISPLAY ' 27 labour'
           DISPLAY ' 28 labour-rates'
           DISPLAY ' 29 ccp'
           DISPLAY ' 30 ccp-checks'
           DISPLAY ' 31 diners'
           DISPLAY ' 32 stocktake'
           DISPLAY ' 33 substitutions'
           DISPLAY 'CHOICE:                ' WITH NO ADVANCING
           ACCEPT ws-file-choice

                   MOVE 'order-counter' TO ws-file-label
               WHEN 22
                   MOVE 'event-counter' TO ws-file-label
               WHEN 23
                   MOVE 'invoices' TO ws-file-label
               WHEN 24
                   MOVE 'par-levels' TO ws-file-label
               WHEN 25
                   MOVE 'finished-goods' TO ws-file-label
               WHEN 26
                   MOVE 'shelf-lives' TO ws-file-label
               WHEN 27
                   MOVE 'labour' TO ws-file-label
               WHEN 28
                   MOVE 'labour-rates' TO ws-file-label
               WHEN 29
                   MOVE 'ccp' TO ws-file-label
               WHEN 30
                   MOVE 'ccp-checks' TO ws-file-label
               WHEN 31
                   MOVE 'diners' TO ws-file-label
               WHEN 32
                   MOVE 'stocktake' TO ws-file-label
               WHEN 33
                   MOVE 'substitutions' TO ws-file-label
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE - NOTHING DONE'
                   GOBACK
                   PERFORM 8500-RESTORE-ORDERCOUNTER
               WHEN 22
                   PERFORM 8600-RESTORE-EVENTCOUNTER
               WHEN 23
                   PERFORM 8700-RESTORE-INVOICES
               WHEN 24
                   PERFORM 8710-RESTORE-PARLEVELS
               WHEN 25
                   PERFORM 8720-RESTORE-FINISHEDGOODS
               WHEN 26
                   PERFORM 8730-RESTORE-SHELFLIVES
               WHEN 27
                   PERFORM 8740-RESTORE-LABOUR
               WHEN 28
                   PERFORM 8750-RESTORE-LABOURRATES
               WHEN 29
                   PERFORM 8760-RESTORE-CCP
               WHEN 30
                   PERFORM 8770-RESTORE-CCP-CHECKS
               WHEN 31
                   PERFORM 8780-RESTORE-DINERS
               WHEN 32
                   PERFORM 8790-RESTORE-STOCKTAKE
               WHEN 33
                   PERFORM 8795-RESTORE-SUBSTITUTIONS
           END-EVALUATE

           CLOSE fd-backup

           CLOSE fd-event-counters
           .

       8700-RESTORE-INVOICES.
           OPEN OUTPUT fd-invoices

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-invoice
                       WRITE fd-invoice
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-invoices
           .

       8710-RESTORE-PARLEVELS.
           OPEN OUTPUT fd-pars

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-par
                       WRITE fd-par
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-pars
           .

       8720-RESTORE-FINISHEDGOODS.
           OPEN OUTPUT fd-batches

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-batch
                       WRITE fd-batch
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-batches
           .

       8730-RESTORE-SHELFLIVES.
           OPEN OUTPUT fd-shelf-lives

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-shelf-life
                       WRITE fd-shelf-life
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-shelf-lives
           .

       8740-RESTORE-LABOUR.
           OPEN OUTPUT fd-labours

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-labour
                       WRITE fd-labour
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-labours
           .

       8750-RESTORE-LABOURRATES.
           OPEN OUTPUT fd-rates

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-rate
                       WRITE fd-rate
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-rates
           .

       8760-RESTORE-CCP.
           OPEN OUTPUT fd-ccps

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-ccp
                       WRITE fd-ccp
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-ccps
           .

       8770-RESTORE-CCP-CHECKS.
           OPEN OUTPUT fd-ccp-checks

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-check
                       WRITE fd-check
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-ccp-checks
           .

       8780-RESTORE-DINERS.
           OPEN OUTPUT fd-diners

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-diner
                       WRITE fd-diner
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-diners
           .

       8790-RESTORE-STOCKTAKE.
           OPEN OUTPUT fd-stocktakes

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-stocktake
                       WRITE fd-stocktake
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-stocktakes
           .

       8795-RESTORE-SUBSTITUTIONS.
           OPEN OUTPUT fd-substitutions

           PERFORM UNTIL ws-backup-eof
               READ fd-backup
                   AT END
                       SET ws-backup-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-read-count
                       MOVE fd-backup-record TO fd-substitution
                       WRITE fd-substitution
                           INVALID KEY
                               DISPLAY 'RECORD ' ws-read-count
                                   ' COULD NOT BE RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO ws-written-count
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE fd-substitutions
           .
