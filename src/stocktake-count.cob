       IDENTIFICATION DIVISION.
       PROGRAM-ID. stocktake-count.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-stocktakes
           ASSIGN TO 'stocktake.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-stocktake-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-inventories
           ASSIGN TO 'inventory.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-inventory-code
           SHARING WITH ALL OTHER.

       SELECT fd-count-in
           ASSIGN TO 'stocktake-counts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-count-in-status.

       DATA DIVISION.
       FILE SECTION.
       FD fd-stocktakes.
       COPY 'src/stocktake-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-inventories.
       COPY 'src/inventory-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-count-in.
       COPY 'src/count-in-record.cpy'
           REPLACING ==:X:== BY ==in-==.

       WORKING-STORAGE SECTION.
       01 ws-mode                       PIC X(01).
           88 ws-mode-key               VALUE 'K'.
           88 ws-mode-load              VALUE 'L'.
       01 ws-file-switch                PIC X(01).
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof           VALUE 'N'.
       01 ws-location-switch            PIC X(01).
           88 ws-location-done          VALUE 'Y'.
           88 ws-location-not-done       VALUE 'N'.
       01 ws-found-switch               PIC X(01) VALUE 'N'.
           88 ws-found                  VALUE 'Y'.
           88 ws-not-found               VALUE 'N'.
       01 ws-frozen-switch              PIC X(01) VALUE 'N'.
           88 ws-stocktake-frozen       VALUE 'Y'.
           88 ws-nothing-frozen          VALUE 'N'.
       01 ws-count-in-status            PIC X(02).
       01 ws-location                   PIC X(10).
       01 ws-code                       PIC X(10).
       01 ws-counted-qty                PIC 9(7)V9(2).
       01 ws-freeze-date                PIC 9(8).
       01 ws-reject-reason              PIC X(30).
       01 ws-accepted-count             PIC 9(5) VALUE ZERO.
       01 ws-recounted-count            PIC 9(5) VALUE ZERO.
       01 ws-added-count                PIC 9(5) VALUE ZERO.
       01 ws-rejected-count             PIC 9(5) VALUE ZERO.
       01 ws-qty-edit                   PIC ZZZZZZ9.99.
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).
       COPY 'src/operator-session.cpy'.
       COPY 'src/run-control.cpy'.

       PROCEDURE DIVISION.
      *    Records the counts of a frozen stocktake on stocktake.db
      *    and nowhere else - stock is not touched until
      *    stocktake-post runs with a supervisor's approval. Counts
      *    are keyed from the count sheets or loaded in bulk from
      *    stocktake-counts.dat (see count-in-record.cpy). A line
      *    counted twice takes the later figure; a posted line is
      *    closed. An item found where the freeze did not have it
      *    is added as a line of its own with a zero book quantity,
      *    provided the code is on the inventory file.
           MOVE SPACES TO run-step-totals

           DISPLAY 'K-EY COUNTS OR L-OAD stocktake-counts.dat: '
               WITH NO ADVANCING
           ACCEPT ws-mode

           IF NOT ws-mode-key AND NOT ws-mode-load
               DISPLAY 'INVALID MODE - NOTHING DONE'
               GOBACK
           END-IF

           OPEN I-O fd-stocktakes
           OPEN INPUT fd-inventories

           PERFORM 1000-FIND-FREEZE-DATE

           IF ws-nothing-frozen
               DISPLAY 'NO STOCKTAKE IS FROZEN - RUN '
                   'stocktake-freeze FIRST'
               GO TO 9999-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ws-mode-key
                   PERFORM 2000-KEY-COUNTS
               WHEN ws-mode-load
                   PERFORM 3000-LOAD-COUNTS THRU 3000-DONE
           END-EVALUATE

           DISPLAY 'COUNTS ACCEPTED:        ' ws-accepted-count
           DISPLAY '  OF WHICH RECOUNTS:    ' ws-recounted-count
           DISPLAY '  OF WHICH ADDED LINES: ' ws-added-count
           DISPLAY 'COUNTS REJECTED:        ' ws-rejected-count

           STRING 'COUNTS ' DELIMITED BY SIZE
               ws-accepted-count DELIMITED BY SIZE
               ' ADDED ' DELIMITED BY SIZE
               ws-added-count DELIMITED BY SIZE
               ' REJECTED ' DELIMITED BY SIZE
               ws-rejected-count DELIMITED BY SIZE
               INTO run-step-totals
           .

       9999-EXIT.
           CLOSE fd-stocktakes
           CLOSE fd-inventories
           GOBACK
           .

       1000-FIND-FREEZE-DATE.
      *    Added lines carry the freeze date of the stocktake they
      *    belong to, taken from the first line on file.
           SET ws-nothing-frozen TO TRUE
           MOVE LOW-VALUES TO fd-stocktake-key

           START fd-stocktakes KEY IS >= fd-stocktake-key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ fd-stocktakes NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           SET ws-stocktake-frozen TO TRUE
                           MOVE fd-stocktake-freeze-date
                               TO ws-freeze-date
                   END-READ
           END-START
           .

       2000-KEY-COUNTS.
           DISPLAY 'LOCATION (BLANK TO FINISH): ' WITH NO ADVANCING
           MOVE SPACES TO ws-location
           ACCEPT ws-location

           PERFORM UNTIL ws-location = SPACES
               SET ws-location-not-done TO TRUE

               PERFORM UNTIL ws-location-done
                   DISPLAY '  ITEM CODE (BLANK FOR NEXT LOCATION): '
                       WITH NO ADVANCING
                   MOVE SPACES TO ws-code
                   ACCEPT ws-code
                   IF ws-code = SPACES
                       SET ws-location-done TO TRUE
                   ELSE
                       DISPLAY '  COUNTED QUANTITY:    '
                           WITH NO ADVANCING
                       ACCEPT ws-counted-qty
                       PERFORM 4000-RECORD-ONE-COUNT THRU 4000-DONE
                   END-IF
               END-PERFORM

               DISPLAY 'LOCATION (BLANK TO FINISH): '
                   WITH NO ADVANCING
               MOVE SPACES TO ws-location
               ACCEPT ws-location
           END-PERFORM
           .

       3000-LOAD-COUNTS.
           SET ws-file-not-eof TO TRUE

           OPEN INPUT fd-count-in

           IF ws-count-in-status NOT = '00'
               DISPLAY 'stocktake-counts.dat COULD NOT BE OPENED - '
                   'STATUS ' ws-count-in-status
               GO TO 3000-DONE
           END-IF

           PERFORM UNTIL ws-file-eof
               READ fd-count-in
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       MOVE in-count-in-location TO ws-location
                       MOVE in-count-in-code TO ws-code
                       IF in-count-in-qty NUMERIC
                           MOVE in-count-in-qty TO ws-counted-qty
                           PERFORM 4000-RECORD-ONE-COUNT
                               THRU 4000-DONE
                       ELSE
                           MOVE ZERO TO ws-counted-qty
                           MOVE 'QUANTITY NOT NUMERIC'
                               TO ws-reject-reason
                           PERFORM 4900-REJECT-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-count-in
           .

       3000-DONE.
           EXIT
           .

       4000-RECORD-ONE-COUNT.
           IF ws-location = SPACES OR ws-code = SPACES
               MOVE 'LOCATION OR CODE MISSING' TO ws-reject-reason
               PERFORM 4900-REJECT-COUNT
               GO TO 4000-DONE
           END-IF

           MOVE ws-location TO fd-stocktake-location
           MOVE ws-code TO fd-stocktake-code

           READ fd-stocktakes
               INVALID KEY
                   SET ws-not-found TO TRUE
               NOT INVALID KEY
                   SET ws-found TO TRUE
           END-READ

           IF ws-found AND fd-stocktake-posted
               MOVE 'LINE ALREADY POSTED' TO ws-reject-reason
               PERFORM 4900-REJECT-COUNT
               GO TO 4000-DONE
           END-IF

           IF ws-not-found
               MOVE ws-code TO fd-inventory-code
               READ fd-inventories
                   INVALID KEY
                       MOVE 'NOT ON INVENTORY FILE'
                           TO ws-reject-reason
                       PERFORM 4900-REJECT-COUNT
                       GO TO 4000-DONE
               END-READ
               PERFORM 4100-ADD-COUNT-LINE
               GO TO 4000-DONE
           END-IF

           IF fd-stocktake-counted
               ADD 1 TO ws-recounted-count
           END-IF

           PERFORM 4200-STAMP-COUNT

           REWRITE fd-stocktake
               INVALID KEY
                   MOVE 'COULD NOT BE REWRITTEN' TO ws-reject-reason
                   PERFORM 4900-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO ws-accepted-count
                   MOVE 'stocktake' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-stocktake TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .

       4000-DONE.
           EXIT
           .

       4100-ADD-COUNT-LINE.
           MOVE ws-location TO fd-stocktake-location
           MOVE ws-code TO fd-stocktake-code
           MOVE ws-freeze-date TO fd-stocktake-freeze-date
           MOVE ZERO TO fd-stocktake-book-qty
           SET fd-stocktake-added TO TRUE
           MOVE SPACES TO fd-stocktake-approved-by
           MOVE ZERO TO fd-stocktake-posted-date

           PERFORM 4200-STAMP-COUNT

           WRITE fd-stocktake
               INVALID KEY
                   MOVE 'COULD NOT BE WRITTEN' TO ws-reject-reason
                   PERFORM 4900-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO ws-accepted-count
                   ADD 1 TO ws-added-count
                   DISPLAY '  ' ws-code ' ADDED TO THE STOCKTAKE AT '
                       ws-location ' - NOT ON THE SHEET'
                   MOVE 'stocktake' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-stocktake TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .

       4200-STAMP-COUNT.
           MOVE ws-counted-qty TO fd-stocktake-counted-qty
           SET fd-stocktake-counted TO TRUE
           MOVE session-operator-id TO fd-stocktake-counted-by
           ACCEPT fd-stocktake-counted-date FROM DATE YYYYMMDD
           ACCEPT fd-stocktake-counted-time FROM TIME
           .

       4900-REJECT-COUNT.
           ADD 1 TO ws-rejected-count
           MOVE ws-counted-qty TO ws-qty-edit
           DISPLAY '  REJECTED ' ws-location ' ' ws-code ' '
               ws-qty-edit ' - ' ws-reject-reason
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
