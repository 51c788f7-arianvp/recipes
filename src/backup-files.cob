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

      *    DYNAMIC: each unload file is named at run time from the
      *    file being backed up and today's date (<name>-YYYYMMDD.bak).
       SELECT fd-backup
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

           PERFORM 7500-BACKUP-EVENTLINES
           PERFORM 7600-BACKUP-ORDERCOUNTER
           PERFORM 7700-BACKUP-EVENTCOUNTER
           PERFORM 7710-BACKUP-INVOICES
           PERFORM 7720-BACKUP-PARLEVELS
           PERFORM 7730-BACKUP-FINISHEDGOODS
           PERFORM 7740-BACKUP-SHELFLIVES
           PERFORM 7750-BACKUP-LABOUR
           PERFORM 7760-BACKUP-LABOURRATES
           PERFORM 7770-BACKUP-CCP
           PERFORM 7780-BACKUP-CCP-CHECKS
           PERFORM 7790-BACKUP-DINERS
           PERFORM 7800-BACKUP-STOCKTAKE
           PERFORM 7810-BACKUP-SUBSTITUTIONS

           CLOSE fd-print

           PERFORM 8900-FINISH-ONE-FILE
           .

       7710-BACKUP-INVOICES.
           MOVE 'invoices' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-invoices

           PERFORM UNTIL ws-file-eof
               READ fd-invoices NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-invoice-key TO ws-first-key
                       END-IF
                       MOVE fd-invoice-key TO ws-last-key
                       MOVE fd-invoice TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-invoices
           PERFORM 8900-FINISH-ONE-FILE
           .

       7720-BACKUP-PARLEVELS.
           MOVE 'par-levels' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-pars

           PERFORM UNTIL ws-file-eof
               READ fd-pars NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-par-key TO ws-first-key
                       END-IF
                       MOVE fd-par-key TO ws-last-key
                       MOVE fd-par TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-pars
           PERFORM 8900-FINISH-ONE-FILE
           .

       7730-BACKUP-FINISHEDGOODS.
           MOVE 'finished-goods' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-batches

           PERFORM UNTIL ws-file-eof
               READ fd-batches NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-batch-key TO ws-first-key
                       END-IF
                       MOVE fd-batch-key TO ws-last-key
                       MOVE fd-batch TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-batches
           PERFORM 8900-FINISH-ONE-FILE
           .

       7740-BACKUP-SHELFLIVES.
           MOVE 'shelf-lives' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-shelf-lives

           PERFORM UNTIL ws-file-eof
               READ fd-shelf-lives NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-shelf-recipe-id TO ws-first-key
                       END-IF
                       MOVE fd-shelf-recipe-id TO ws-last-key
                       MOVE fd-shelf-life TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-shelf-lives
           PERFORM 8900-FINISH-ONE-FILE
           .

       7750-BACKUP-LABOUR.
           MOVE 'labour' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-labours

           PERFORM UNTIL ws-file-eof
               READ fd-labours NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-labour-recipe-id TO ws-first-key
                       END-IF
                       MOVE fd-labour-recipe-id TO ws-last-key
                       MOVE fd-labour TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-labours
           PERFORM 8900-FINISH-ONE-FILE
           .

       7760-BACKUP-LABOURRATES.
           MOVE 'labour-rates' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-rates

           PERFORM UNTIL ws-file-eof
               READ fd-rates NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-rate-grade TO ws-first-key
                       END-IF
                       MOVE fd-rate-grade TO ws-last-key
                       MOVE fd-rate TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-rates
           PERFORM 8900-FINISH-ONE-FILE
           .

       7770-BACKUP-CCP.
           MOVE 'ccp' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-ccps

           PERFORM UNTIL ws-file-eof
               READ fd-ccps NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-ccp-key TO ws-first-key
                       END-IF
                       MOVE fd-ccp-key TO ws-last-key
                       MOVE fd-ccp TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-ccps
           PERFORM 8900-FINISH-ONE-FILE
           .

       7780-BACKUP-CCP-CHECKS.
           MOVE 'ccp-checks' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-ccp-checks

           PERFORM UNTIL ws-file-eof
               READ fd-ccp-checks NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-check-key TO ws-first-key
                       END-IF
                       MOVE fd-check-key TO ws-last-key
                       MOVE fd-check TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-ccp-checks
           PERFORM 8900-FINISH-ONE-FILE
           .

       7790-BACKUP-DINERS.
           MOVE 'diners' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-diners

           PERFORM UNTIL ws-file-eof
               READ fd-diners NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-diner-id TO ws-first-key
                       END-IF
                       MOVE fd-diner-id TO ws-last-key
                       MOVE fd-diner TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-diners
           PERFORM 8900-FINISH-ONE-FILE
           .

       7800-BACKUP-STOCKTAKE.
           MOVE 'stocktake' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-stocktakes

           PERFORM UNTIL ws-file-eof
               READ fd-stocktakes NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-stocktake-key TO ws-first-key
                       END-IF
                       MOVE fd-stocktake-key TO ws-last-key
                       MOVE fd-stocktake TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-stocktakes
           PERFORM 8900-FINISH-ONE-FILE
           .

       7810-BACKUP-SUBSTITUTIONS.
           MOVE 'substitutions' TO ws-file-label
           PERFORM 8000-START-ONE-FILE

           OPEN INPUT fd-substitutions

           PERFORM UNTIL ws-file-eof
               READ fd-substitutions NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-record-count
                       IF ws-record-count = 1
                           MOVE fd-substitution-key TO ws-first-key
                       END-IF
                       MOVE fd-substitution-key TO ws-last-key
                       MOVE fd-substitution TO fd-backup-record
                       WRITE fd-backup-record
               END-READ
           END-PERFORM

           CLOSE fd-substitutions
           PERFORM 8900-FINISH-ONE-FILE
           .

       8000-START-ONE-FILE.
           SET ws-file-not-eof TO TRUE
           MOVE ZERO TO ws-record-count
