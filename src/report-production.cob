           ASSIGN TO 'production-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-history-summaries
           ASSIGN TO 'production-summary.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-recipes
           ASSIGN TO 'recipes.db'
           ORGANIZATION IS INDEXED
       COPY 'src/production-history-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-history-summaries.
       COPY 'src/history-summary-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-recipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==fd-==.
           02 ws-this-recipe-id        PIC 9(6).
           02 ws-this-date             PIC 9(8).
           02 ws-this-time             PIC 9(8).
       01 ws-summary-switch            PIC X(01) VALUE 'N'.
           88 ws-summary-eof           VALUE 'Y'.
           88 ws-summary-not-eof        VALUE 'N'.
       01 ws-summary-count             PIC 9(5) BINARY VALUE ZERO.
       01 ws-deducted-edit             PIC ZZZZZZ9.99.
       01 ws-summary-qty-edit          PIC ZZZZZZZZ9.99.
       01 ws-flag-text                 PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY 'FROM DATE (YYYYMMDD):  ' WITH NO ADVANCING

           MOVE HIGH-VALUES TO ws-last-run-key

           OPEN INPUT fd-recipes

      *    Days purge-history has archived come first - they are
      *    older than anything left on the live history.
           OPEN INPUT fd-history-summaries

           PERFORM UNTIL ws-summary-eof
               READ fd-history-summaries
                   AT END
                       SET ws-summary-eof TO TRUE
                   NOT AT END
                       PERFORM 3000-REPORT-ONE-SUMMARY
               END-READ
           END-PERFORM

           CLOSE fd-history-summaries

           OPEN INPUT fd-histories

           PERFORM UNTIL ws-eof
               READ fd-histories
                   AT END

           DISPLAY 'RUNS REPORTED:  ' ws-run-count
           DISPLAY 'LINES REPORTED: ' ws-line-count
           DISPLAY 'ARCHIVED DAYS:  ' ws-summary-count

           GOBACK
           .
                       MOVE SPACES TO ws-flag-text
               END-EVALUATE

      *        See production-history-record.cpy - a substitute's
      *        line names the code it was drawn in place of.
               IF fd-history-substitute-for NOT = SPACES
                   MOVE SPACES TO ws-flag-text
                   STRING 'SUBSTITUTE FOR ' DELIMITED BY SIZE
                       fd-history-substitute-for DELIMITED BY SIZE
                       INTO ws-flag-text
               END-IF

               DISPLAY '  ' fd-history-code ' ' ws-deducted-edit
                   ' ' ws-flag-text
           END-IF
               ' BATCHES ' fd-history-batch-count
               ' - ' fd-recipe-name
           .

       3000-REPORT-ONE-SUMMARY.
      *    An archived day is one line per recipe on the summary
      *    (see history-summary-record.cpy): its runs and lines are
      *    counted in with the live ones, and the detail is named
      *    by the archive file it went to.
           IF fd-history-summary-date >= ws-from-date
            AND fd-history-summary-date <= ws-to-date
            AND (ws-filter-recipe-id = ZERO
                 OR fd-history-summary-recipe-id = ws-filter-recipe-id)
               ADD 1 TO ws-summary-count
               ADD fd-history-summary-runs TO ws-run-count
               ADD fd-history-summary-lines TO ws-line-count

               MOVE fd-history-summary-recipe-id TO fd-recipe-id
               READ fd-recipes
                   INVALID KEY
                       MOVE 'RECIPE NOT ON FILE' TO fd-recipe-name
               END-READ

               MOVE fd-history-summary-qty TO ws-summary-qty-edit

               DISPLAY ' '
               DISPLAY fd-history-summary-date ' ARCHIVED DAY'
                   ' RECIPE ' fd-history-summary-recipe-id
                   ' RUNS ' fd-history-summary-runs
                   ' BATCHES ' fd-history-summary-batches
                   ' - ' fd-recipe-name
               DISPLAY '  ' fd-history-summary-lines ' LINES, QTY '
                   ws-summary-qty-edit ', FLAGGED '
                   fd-history-summary-flagged
               DISPLAY '  DETAIL IN production-history-'
                   fd-history-summary-archive '.dat'
           END-IF
           .
