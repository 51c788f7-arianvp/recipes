           ASSIGN TO 'menu-sales.dat'
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
       COPY 'src/sales-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-batches.
       COPY 'src/batch-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-sales-date                PIC 9(8).
       01 ws-menu-switch                PIC X(01) VALUE 'N'.
           88 ws-menu-not-eof            VALUE 'N'.
       01 ws-covers-sold                PIC 9(5).
       01 ws-lines-posted               PIC 9(3) VALUE ZERO.
       01 ws-sales-switch               PIC X(01).
           88 ws-sales-eof              VALUE 'Y'.
           88 ws-sales-not-eof           VALUE 'N'.
       01 ws-batch-switch               PIC X(01).
           88 ws-batch-eof              VALUE 'Y'.
           88 ws-batch-not-eof           VALUE 'N'.
       01 ws-prior-covers               PIC 9(5).
       01 ws-draw-remaining             PIC 9(5).
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).

       PROCEDURE DIVISION.
      *    End-of-day posting: each line of the day's menu is shown
      *    in turn and the covers actually sold are keyed against
      *    it, appended to the sales log the food-cost report
      *    reads. Reposting a line later appends a correction - the
      *    last row for a date/line wins. The covers sold are also
      *    drawn off the recipe's produced batches (finished-goods.db)
      *    oldest first, so what is left in the walk-in is known.
           DISPLAY 'SALES DATE (YYYYMMDD):     ' WITH NO ADVANCING
           ACCEPT ws-sales-date

           OPEN INPUT fd-menus
           OPEN INPUT fd-recipes
           OPEN I-O fd-batches

           SET ws-menu-not-eof TO TRUE
           MOVE ws-sales-date TO fd-menu-date

           CLOSE fd-menus
           CLOSE fd-recipes
           CLOSE fd-batches

           IF ws-lines-posted = ZERO
               DISPLAY 'NO MENU LINES FOR ' ws-sales-date
           DISPLAY '  COVERS SOLD: ' WITH NO ADVANCING
           ACCEPT ws-covers-sold

           PERFORM 1100-FIND-PRIOR-POST

      *    The sales log is opened for each line, so the earlier
      *    posting of a line can be read back before it is added to.
           OPEN EXTEND fd-sales

           MOVE ws-sales-date TO fd-sale-date
           MOVE fd-menu-line-no TO fd-sale-line-no
           MOVE fd-menu-recipe-id TO fd-sale-recipe-id

           WRITE fd-sale

           CLOSE fd-sales

           ADD 1 TO ws-lines-posted

           PERFORM 2000-DRAW-FROM-BATCHES THRU 2000-DONE
           .

       1100-FIND-PRIOR-POST.
      *    A correction only draws the difference from the batches;
      *    the covers of the line's last earlier posting were drawn
      *    when it was posted.
           MOVE ZERO TO ws-prior-covers
           SET ws-sales-not-eof TO TRUE

           OPEN INPUT fd-sales

           PERFORM UNTIL ws-sales-eof
               READ fd-sales
                   AT END
                       SET ws-sales-eof TO TRUE
                   NOT AT END
                       IF fd-sale-date = ws-sales-date
                        AND fd-sale-line-no = fd-menu-line-no
                           MOVE fd-sale-covers TO ws-prior-covers
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-sales
           .

       2000-DRAW-FROM-BATCHES.
      *    The batch key is recipe/date/time, so a forward read under
      *    the recipe meets the oldest batch first. Only batches made
      *    on or before the sales date and not yet closed out as used
      *    or wasted are drawn on. Covers sold beyond what the batches
      *    hold were made outside a recorded run and are reported.
           IF ws-covers-sold > ws-prior-covers
               COMPUTE ws-draw-remaining =
                   ws-covers-sold - ws-prior-covers
           ELSE
               IF ws-covers-sold < ws-prior-covers
                   DISPLAY '  CORRECTION BELOW EARLIER POSTING - '
                       'BATCHES NOT ADJUSTED'
               END-IF
               GO TO 2000-DONE
           END-IF

           SET ws-batch-not-eof TO TRUE
           MOVE fd-menu-recipe-id TO fd-batch-recipe-id
           MOVE ZERO TO fd-batch-date
           MOVE ZERO TO fd-batch-time

           START fd-batches KEY IS >= fd-batch-key
               INVALID KEY
                   SET ws-batch-eof TO TRUE
           END-START

           PERFORM UNTIL ws-batch-eof
                      OR ws-draw-remaining = ZERO
               READ fd-batches NEXT RECORD
                   AT END
                       SET ws-batch-eof TO TRUE
                   NOT AT END
                       IF fd-batch-recipe-id NOT = fd-menu-recipe-id
                        OR fd-batch-date > ws-sales-date
                           SET ws-batch-eof TO TRUE
                       ELSE
                           IF fd-batch-available
                            AND fd-batch-portions-left > ZERO
                               PERFORM 2100-TAKE-FROM-ONE-BATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF ws-draw-remaining > ZERO
               DISPLAY '  ' ws-draw-remaining ' COVERS NOT FROM A '
                   'RECORDED BATCH'
           END-IF
           .
       2000-DONE.
           EXIT
           .

       2100-TAKE-FROM-ONE-BATCH.
           IF fd-batch-portions-left > ws-draw-remaining
               SUBTRACT ws-draw-remaining FROM fd-batch-portions-left
               MOVE ZERO TO ws-draw-remaining
           ELSE
               SUBTRACT fd-batch-portions-left FROM ws-draw-remaining
               MOVE ZERO TO fd-batch-portions-left
               SET fd-batch-used-up TO TRUE
               MOVE ws-sales-date TO fd-batch-closed-date
           END-IF

           REWRITE fd-batch
               INVALID KEY
                   DISPLAY '  BATCH ' fd-batch-date ' ' fd-batch-time
                       ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   MOVE 'finished-goods' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-batch TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .

       8800-WRITE-JOURNAL-RECORD.
      *    See journal-record.cpy - one line per applied change, so
      *    recover-journal can roll today forward over a restored
      *    backup.
           CALL 'write-journal' USING ws-journal-file
                                      ws-journal-action
                                      ws-journal-image
               ON EXCEPTION
                   DISPLAY 'JOURNAL LINE COULD NOT BE WRITTEN'
           END-CALL
           .
