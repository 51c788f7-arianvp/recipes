       IDENTIFICATION DIVISION.
       PROGRAM-ID. stocktake-post.

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
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-inventory-status.

       SELECT OPTIONAL fd-locations
           ASSIGN TO 'inventory-locations.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-location-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-movements
           ASSIGN TO 'inventory-movements.log'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'stocktake-post.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-stocktakes.
       COPY 'src/stocktake-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-inventories.
       COPY 'src/inventory-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-locations.
       COPY 'src/location-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-movements.
       COPY 'src/movement-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-confirm                    PIC X(01).
       01 ws-file-switch                PIC X(01).
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof           VALUE 'N'.
       01 ws-found-switch               PIC X(01) VALUE 'N'.
           88 ws-found                  VALUE 'Y'.
           88 ws-not-found               VALUE 'N'.
       01 ws-location-switch            PIC X(01).
           88 ws-location-eof           VALUE 'Y'.
           88 ws-location-not-eof        VALUE 'N'.
       01 ws-seed-switch                PIC X(01).
           88 ws-locations-exist        VALUE 'Y'.
           88 ws-no-locations-yet        VALUE 'N'.
       01 ws-inventory-status           PIC X(02).
       01 ws-lock-tries                 PIC 9(1).
       01 ws-run-date                   PIC 9(8).
       01 ws-count-delta                PIC S9(8)V9(2).
       01 ws-new-location-qty           PIC S9(8)V9(2).
       01 ws-new-master-qty             PIC S9(8)V9(2).
       01 ws-qty-before                 PIC 9(7)V9(2).
       01 ws-move-after                 PIC 9(7)V9(2).
       01 ws-note                       PIC X(24).
       01 ws-counted-count              PIC 9(5) VALUE ZERO.
       01 ws-uncounted-count            PIC 9(5) VALUE ZERO.
       01 ws-posted-before-count        PIC 9(5) VALUE ZERO.
       01 ws-posted-count               PIC 9(5) VALUE ZERO.
       01 ws-seeded-count               PIC 9(5) VALUE ZERO.
       01 ws-clamped-count              PIC 9(5) VALUE ZERO.
       01 ws-held-count                 PIC 9(5) VALUE ZERO.
       01 ws-book-edit                  PIC ZZZZZZ9.99.
       01 ws-counted-edit               PIC ZZZZZZ9.99.
       01 ws-before-edit                PIC ZZZZZZ9.99.
       01 ws-after-edit                 PIC ZZZZZZ9.99.
       01 ws-line                       PIC X(80).
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).
       COPY 'src/operator-session.cpy'.

       PROCEDURE DIVISION.
      *    Posts a whole stocktake to stock in one run, and only on
      *    a supervisor's approval. Each counted line moves its
      *    location record by the variance found (counted less the
      *    book figure frozen for it) rather than overwriting it
      *    with the count, so receipts, production and transfers
      *    booked between the freeze and the post are kept. The
      *    combined master moves by the same amount, with the
      *    seeding rule of maintain-inventory for an item that has
      *    no location records at all, and each line goes on the
      *    movement log as a COUNT under the approving supervisor.
      *    Uncounted lines are left alone and listed. The console
      *    only launches this for supervisors; the check here as
      *    well stops a directly-run copy being used to sidestep
      *    the menu gate.
           IF session-operator-level < 3
               DISPLAY 'STOCKTAKE POSTING NEEDS A SUPERVISOR '
                   'SIGN-ON - NOTHING DONE'
               GOBACK
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD

           OPEN I-O fd-stocktakes

           PERFORM 1000-COUNT-LINES

           DISPLAY 'COUNTED LINES TO POST:  ' ws-counted-count
           DISPLAY 'LINES NOT COUNTED:      ' ws-uncounted-count
           DISPLAY 'LINES ALREADY POSTED:   ' ws-posted-before-count

           IF ws-counted-count = ZERO
               DISPLAY 'NOTHING TO POST'
               GO TO 9999-EXIT
           END-IF

           DISPLAY 'CHECK stocktake-variance.prt BEFORE APPROVING'
           DISPLAY 'APPROVE AND POST THE COUNTED LINES (Y/N): '
               WITH NO ADVANCING
           ACCEPT ws-confirm

           IF ws-confirm NOT = 'Y'
               DISPLAY 'NOT APPROVED - NOTHING POSTED'
               GO TO 9999-EXIT
           END-IF

           OPEN I-O fd-inventories
           OPEN I-O fd-locations
           OPEN EXTEND fd-movements
           OPEN OUTPUT fd-print

           PERFORM 2000-PRINT-HEADINGS
           PERFORM 3000-POST-COUNTED-LINES

           PERFORM 4000-PRINT-TOTALS

           CLOSE fd-inventories
           CLOSE fd-locations
           CLOSE fd-movements
           CLOSE fd-print

           DISPLAY 'LINES POSTED:           ' ws-posted-count
           DISPLAY 'LINES HELD - NOT POSTED: ' ws-held-count
           DISPLAY 'SEE stocktake-post.prt'
           .

       9999-EXIT.
           CLOSE fd-stocktakes
           GOBACK
           .

       1000-COUNT-LINES.
           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-stocktake-key

           START fd-stocktakes KEY IS >= fd-stocktake-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-stocktakes NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN fd-stocktake-counted
                               ADD 1 TO ws-counted-count
                           WHEN fd-stocktake-posted
                               ADD 1 TO ws-posted-before-count
                           WHEN OTHER
                               ADD 1 TO ws-uncounted-count
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

       2000-PRINT-HEADINGS.
           MOVE SPACES TO ws-line
           STRING 'STOCKTAKE POSTING ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               ' - APPROVED BY ' DELIMITED BY SIZE
               session-operator-id DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'LOCATION   CODE             BOOK    COUNTED'
               DELIMITED BY SIZE
               '    LOC WAS    LOC NOW' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       3000-POST-COUNTED-LINES.
           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-stocktake-key

           START fd-stocktakes KEY IS >= fd-stocktake-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-stocktakes NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-stocktake-counted
                           PERFORM 3100-POST-ONE-LINE THRU 3100-DONE
                       END-IF
                       IF fd-stocktake-uncounted
                           PERFORM 3900-LIST-UNCOUNTED
                       END-IF
               END-READ
           END-PERFORM
           .

       3100-POST-ONE-LINE.
           MOVE SPACES TO ws-note
           MOVE fd-stocktake-code TO fd-inventory-code

           PERFORM 0100-READ-ITEM-WITH-RETRY

           IF ws-inventory-status = '51'
               ADD 1 TO ws-held-count
               MOVE 'ITEM HELD - NOT POSTED' TO ws-note
               MOVE ZERO TO ws-qty-before
               MOVE ZERO TO ws-move-after
               PERFORM 3800-PRINT-POSTED-LINE
               GO TO 3100-DONE
           END-IF

           IF ws-not-found
               ADD 1 TO ws-held-count
               MOVE 'NOT ON INVENTORY FILE' TO ws-note
               MOVE ZERO TO ws-qty-before
               MOVE ZERO TO ws-move-after
               PERFORM 3800-PRINT-POSTED-LINE
               GO TO 3100-DONE
           END-IF

           PERFORM 3500-CHECK-ANY-LOCATION

           MOVE fd-stocktake-code TO fd-location-code
           MOVE fd-stocktake-location TO fd-location-id

           PERFORM 6500-READ-OR-CREATE-LOCATION

           MOVE fd-location-qty TO ws-qty-before

           COMPUTE ws-count-delta =
               fd-stocktake-counted-qty - fd-stocktake-book-qty

           COMPUTE ws-new-location-qty =
               fd-location-qty + ws-count-delta

           IF ws-new-location-qty < ZERO
               ADD 1 TO ws-clamped-count
               MOVE 'LOCATION CLAMPED AT 0' TO ws-note
               MOVE ZERO TO ws-new-location-qty
           END-IF

      *    The master moves by what the location actually moved,
      *    so a clamp at the location is not double-counted.
           COMPUTE ws-count-delta =
               ws-new-location-qty - fd-location-qty

           MOVE ws-new-location-qty TO fd-location-qty
           MOVE ws-new-location-qty TO ws-move-after
           PERFORM 6600-REWRITE-LOCATION

           IF ws-no-locations-yet
               ADD 1 TO ws-seeded-count
               MOVE 'SEEDED - MASTER KEPT' TO ws-note
           ELSE
               COMPUTE ws-new-master-qty =
                   fd-inventory-qty-on-hand + ws-count-delta

               IF ws-new-master-qty < ZERO
                   ADD 1 TO ws-clamped-count
                   MOVE 'MASTER CLAMPED AT 0' TO ws-note
                   MOVE ZERO TO fd-inventory-qty-on-hand
               ELSE
                   MOVE ws-new-master-qty
                       TO fd-inventory-qty-on-hand
               END-IF

               PERFORM 7000-REWRITE-ITEM
           END-IF

           PERFORM 8000-WRITE-MOVEMENT-RECORD

           SET fd-stocktake-posted TO TRUE
           MOVE session-operator-id TO fd-stocktake-approved-by
           MOVE ws-run-date TO fd-stocktake-posted-date

           REWRITE fd-stocktake
               INVALID KEY
                   DISPLAY 'STOCKTAKE LINE ' fd-stocktake-location
                       ' ' fd-stocktake-code
                       ' COULD NOT BE MARKED POSTED'
               NOT INVALID KEY
                   MOVE 'stocktake' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-stocktake TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE

           ADD 1 TO ws-posted-count
           PERFORM 3800-PRINT-POSTED-LINE
           .

       3100-DONE.
           EXIT
           .

       3500-CHECK-ANY-LOCATION.
      *    See maintain-inventory - one START under the code
      *    settles whether any location record exists for this
      *    item yet.
           SET ws-no-locations-yet TO TRUE
           SET ws-location-not-eof TO TRUE
           MOVE fd-inventory-code TO fd-location-code
           MOVE SPACES TO fd-location-id

           START fd-locations KEY IS >= fd-location-key
               INVALID KEY
                   SET ws-location-eof TO TRUE
           END-START

           IF ws-location-not-eof
               READ fd-locations NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF fd-location-code = fd-inventory-code
                           SET ws-locations-exist TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       3800-PRINT-POSTED-LINE.
           MOVE fd-stocktake-book-qty TO ws-book-edit
           MOVE fd-stocktake-counted-qty TO ws-counted-edit
           MOVE ws-qty-before TO ws-before-edit
           MOVE ws-move-after TO ws-after-edit

           MOVE SPACES TO ws-line
           STRING fd-stocktake-location DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-stocktake-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-book-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-counted-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-before-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-after-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           IF ws-note NOT = SPACES
               MOVE SPACES TO ws-line
               STRING '           ' DELIMITED BY SIZE
                   ws-note DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF
           .

       3900-LIST-UNCOUNTED.
           MOVE fd-stocktake-book-qty TO ws-book-edit

           MOVE SPACES TO ws-line
           STRING fd-stocktake-location DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-stocktake-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-book-edit DELIMITED BY SIZE
               '  NOT COUNTED - LEFT AS IT IS' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       4000-PRINT-TOTALS.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'LINES POSTED:            ' DELIMITED BY SIZE
               ws-posted-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING '  LOCATIONS SEEDED:      ' DELIMITED BY SIZE
               ws-seeded-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING '  CLAMPED AT ZERO:       ' DELIMITED BY SIZE
               ws-clamped-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'LINES HELD, NOT POSTED:  ' DELIMITED BY SIZE
               ws-held-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'LINES NOT COUNTED:       ' DELIMITED BY SIZE
               ws-uncounted-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       0100-READ-ITEM-WITH-RETRY.
      *    See maintain-recipe.cob - shared files mean the record
      *    can be held by another user; retry a few times, then
      *    report rather than abort.
           MOVE ZERO TO ws-lock-tries
           PERFORM 0150-TRY-READ-ITEM

           PERFORM UNTIL ws-inventory-status NOT = '51'
                      OR ws-lock-tries >= 3
               ADD 1 TO ws-lock-tries
               DISPLAY 'ITEM ' fd-inventory-code ' IS HELD BY '
                   'ANOTHER USER - RETRYING'
               PERFORM 0150-TRY-READ-ITEM
           END-PERFORM
           .

       0150-TRY-READ-ITEM.
           READ fd-inventories
               INVALID KEY
                   SET ws-not-found TO TRUE
               NOT INVALID KEY
                   SET ws-found TO TRUE
           END-READ
           .

       6500-READ-OR-CREATE-LOCATION.
      *    A location record is created at zero on first touch -
      *    an added stocktake line can name a place the file has
      *    never heard of.
           READ fd-locations
               INVALID KEY
                   MOVE ZERO TO fd-location-qty
                   WRITE fd-location
                       INVALID KEY
                           DISPLAY 'LOCATION RECORD FOR '
                               fd-location-id ' COULD NOT BE '
                               'CREATED'
                       NOT INVALID KEY
                           MOVE 'inventory-locations'
                               TO ws-journal-file
                           MOVE 'WRITE' TO ws-journal-action
                           MOVE fd-location TO ws-journal-image
                           PERFORM 8800-WRITE-JOURNAL-RECORD
                   END-WRITE
           END-READ
           .

       6600-REWRITE-LOCATION.
           REWRITE fd-location
               INVALID KEY
                   DISPLAY 'LOCATION RECORD FOR '
                       fd-location-id ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   MOVE 'inventory-locations' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-location TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .

       7000-REWRITE-ITEM.
           REWRITE fd-inventory
               INVALID KEY
                   DISPLAY 'ITEM ' fd-inventory-code ' COULD NOT '
                       'BE REWRITTEN - STOCK NOT UPDATED'
               NOT INVALID KEY
                   MOVE 'inventory' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-inventory TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .

       8000-WRITE-MOVEMENT-RECORD.
      *    COUNT lines carry the location's own before and after
      *    figures (see movement-record.cpy); the log is held open
      *    EXTEND for the whole posting run.
           MOVE fd-stocktake-code        TO fd-movement-code
           MOVE 'COUNT'                  TO fd-movement-action
           MOVE ws-qty-before            TO fd-movement-qty-before
           MOVE ws-move-after            TO fd-movement-qty-after
           ACCEPT fd-movement-date FROM DATE YYYYMMDD
           ACCEPT fd-movement-time FROM TIME
           MOVE session-operator-id TO fd-movement-user
           MOVE fd-stocktake-location    TO fd-movement-location

           WRITE fd-movement
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
