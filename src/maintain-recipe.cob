           ASSIGN TO 'production-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-history-summaries
           ASSIGN TO 'production-summary.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-versions
           ASSIGN TO 'recipe-versions.db'
           ORGANIZATION IS INDEXED
       COPY 'src/production-history-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-history-summaries.
       COPY 'src/history-summary-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-versions.
       COPY 'src/version-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       2050-CHECK-HISTORY.
      *    One sequential pass over the history file; the first
      *    line carrying this recipe id settles it. Days
      *    purge-history has archived still count, from the
      *    production summary.
           SET ws-history-not-eof TO TRUE
           SET ws-history-not-found TO TRUE

           END-PERFORM

           CLOSE fd-histories

           IF ws-history-not-found
               SET ws-history-not-eof TO TRUE

               OPEN INPUT fd-history-summaries

               PERFORM UNTIL ws-history-eof OR ws-history-found
                   READ fd-history-summaries
                       AT END
                           SET ws-history-eof TO TRUE
                       NOT AT END
                           IF fd-history-summary-recipe-id
                                   = fd-recipe-id
                               SET ws-history-found TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE fd-history-summaries
           END-IF
           .

       4000-APPROVE-RECIPE.
