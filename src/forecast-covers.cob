           ASSIGN TO 'production-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-history-summaries
           ASSIGN TO 'production-summary.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-plans
           ASSIGN TO 'production-plan.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-batches
           ASSIGN TO 'finished-goods.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-batch-key
           SHARING WITH ALL OTHER.

       DATA DIVISION.
       FILE SECTION.
       FD fd-menus.
       COPY 'src/production-history-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-history-summaries.
       COPY 'src/history-summary-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-plans.
       COPY 'src/plan-record.cpy'
           REPLACING ==:X:== BY ==pl-==.

       FD fd-batches.
       COPY 'src/batch-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-menu-date                 PIC 9(8).
       01 ws-menu-weekday              PIC 9(1).
       01 ws-keyed-covers               PIC 9(5).
       01 ws-rows-written               PIC 9(3) VALUE ZERO.
       01 ws-lines-seen                 PIC 9(3) VALUE ZERO.
       01 ws-batch-switch               PIC X(01).
           88 ws-batch-eof              VALUE 'Y'.
           88 ws-batch-not-eof           VALUE 'N'.
       01 ws-leftover-portions          PIC 9(7).
       01 ws-netted-table.
           02 ws-netted-count           PIC 9(3) BINARY VALUE ZERO.
           02 ws-netted-recipe-id       PIC 9(6) OCCURS 200.
       01 ws-netted-idx                 PIC 9(3) BINARY.
       01 ws-netted-switch              PIC X(01).
           88 ws-already-netted         VALUE 'Y'.
           88 ws-not-yet-netted          VALUE 'N'.

       PROCEDURE DIVISION.
      *    Proposes tomorrow's covers from what was actually
      *    is appended to production-plan.dat exactly as
      *    batch-production's 1000-LOAD-PLAN expects it (a later
      *    row for the same line wins, so re-forecasting a day
      *    just appends corrected rows). Portions carried forward
      *    from earlier batches and still in date on the menu date
      *    (see close-batches) are netted off the accepted figure, so
      *    only the balance is produced again.
           DISPLAY 'MENU DATE (YYYYMMDD):      ' WITH NO ADVANCING
           ACCEPT ws-menu-date

           OPEN INPUT fd-menus
           OPEN INPUT fd-recipes
           OPEN EXTEND fd-plans
           OPEN INPUT fd-batches

           SET ws-menu-not-eof TO TRUE
           MOVE ws-menu-date TO fd-menu-date
           CLOSE fd-menus
           CLOSE fd-recipes
           CLOSE fd-plans
           CLOSE fd-batches

           DISPLAY 'MENU LINES SEEN:   ' ws-lines-seen
           DISPLAY 'PLAN ROWS WRITTEN: ' ws-rows-written
               DISPLAY '  NO COVERS - NO PLAN ROW WRITTEN, LINE '
                   'RUNS AT THE DAY FIGURE'
           ELSE
               PERFORM 3000-NET-LEFTOVERS THRU 3000-DONE
               MOVE ws-menu-date TO pl-plan-date
               MOVE fd-menu-line-no TO pl-plan-line-no
               MOVE ws-accepted-covers TO pl-plan-covers
           END-PERFORM

           CLOSE fd-histories

           PERFORM 2200-AVERAGE-SUMMARY
           .

       2100-CHECK-ONE-RUN.
               END-IF
           END-IF
           .

       2200-AVERAGE-SUMMARY.
      *    Days purge-history has archived are on the summary as one
      *    line per recipe per day, already carrying the day's run
      *    count and the batch counts of those runs added together,
      *    so the average reaches back over the archived months too.
      *    A day is on the summary or on the live history, never
      *    both.
           SET ws-history-not-eof TO TRUE

           OPEN INPUT fd-history-summaries

           PERFORM UNTIL ws-history-eof
               READ fd-history-summaries
                   AT END
                       SET ws-history-eof TO TRUE
                   NOT AT END
                       IF fd-history-summary-recipe-id
                               = fd-menu-recipe-id
                           PERFORM 2300-CHECK-ONE-SUMMARY-DAY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-history-summaries
           .

       2300-CHECK-ONE-SUMMARY-DAY.
           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(fd-history-summary-date)
           COMPUTE ws-history-weekday =
               FUNCTION REM(ws-date-int, 7)

           IF ws-history-weekday = ws-menu-weekday
               ADD fd-history-summary-runs TO ws-run-count
               ADD fd-history-summary-batches TO ws-covers-total
           END-IF
           .

       3000-NET-LEFTOVERS.
      *    Leftovers are counted once per recipe per run - a recipe
      *    on two lines of the menu nets them off the first line only.
      *    A line covered entirely by leftovers still gets a plan row,
      *    of zero covers, which batch-production skips.
           SET ws-not-yet-netted TO TRUE
           PERFORM VARYING ws-netted-idx FROM 1 BY 1
                   UNTIL ws-netted-idx > ws-netted-count
               IF ws-netted-recipe-id(ws-netted-idx) = fd-menu-recipe-id
                   SET ws-already-netted TO TRUE
               END-IF
           END-PERFORM

           IF ws-already-netted
               GO TO 3000-DONE
           END-IF

           IF ws-netted-count < 200
               ADD 1 TO ws-netted-count
               MOVE fd-menu-recipe-id
                   TO ws-netted-recipe-id(ws-netted-count)
           END-IF

           PERFORM 3100-SUM-CARRIED-BATCHES

           IF ws-leftover-portions = ZERO
               GO TO 3000-DONE
           END-IF

           DISPLAY '  CARRIED FORWARD:  ' ws-leftover-portions
               ' PORTIONS IN DATE'

           IF ws-leftover-portions >= ws-accepted-covers
               MOVE ZERO TO ws-accepted-covers
           ELSE
               SUBTRACT ws-leftover-portions FROM ws-accepted-covers
           END-IF
           .
       3000-DONE.
           EXIT
           .

       3100-SUM-CARRIED-BATCHES.
           MOVE ZERO TO ws-leftover-portions
           SET ws-batch-not-eof TO TRUE
           MOVE fd-menu-recipe-id TO fd-batch-recipe-id
           MOVE ZERO TO fd-batch-date
           MOVE ZERO TO fd-batch-time

           START fd-batches KEY IS >= fd-batch-key
               INVALID KEY
                   SET ws-batch-eof TO TRUE
           END-START

           PERFORM UNTIL ws-batch-eof
               READ fd-batches NEXT RECORD
                   AT END
                       SET ws-batch-eof TO TRUE
                   NOT AT END
                       IF fd-batch-recipe-id NOT = fd-menu-recipe-id
                        OR fd-batch-date NOT < ws-menu-date
                           SET ws-batch-eof TO TRUE
                       ELSE
                           IF fd-batch-available
                            AND fd-batch-use-by NOT < ws-menu-date
                               ADD fd-batch-portions-left
                                   TO ws-leftover-portions
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
