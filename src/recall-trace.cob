       IDENTIFICATION DIVISION.
       PROGRAM-ID. recall-trace.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-lots
           ASSIGN TO 'inventory-lots.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-lot-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-orders
           ASSIGN TO 'open-orders.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-order-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-suppliers
           ASSIGN TO 'suppliers.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-supplier-id
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-inventories
           ASSIGN TO 'inventory.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-inventory-code
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-lot-usages
           ASSIGN TO 'lot-usage.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-recipes
           ASSIGN TO 'recipes.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-recipe-id
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-batches
           ASSIGN TO 'finished-goods.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-batch-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-menus
           ASSIGN TO 'menus.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-menu-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-events
           ASSIGN TO 'events.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-event-no
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-event-lines
           ASSIGN TO 'event-lines.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-event-line-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'recall-trace.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-lots.
       COPY 'src/lot-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-orders.
       COPY 'src/order-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-suppliers.
       COPY 'src/supplier-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-inventories.
       COPY 'src/inventory-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-lot-usages.
       COPY 'src/lot-usage-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-recipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-batches.
       COPY 'src/batch-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-menus.
       COPY 'src/menu-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-events.
       COPY 'src/event-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-event-lines.
       COPY 'src/event-line-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-trace-mode                 PIC X(01).
           88 ws-trace-by-lot           VALUE 'L'.
           88 ws-trace-by-supplier      VALUE 'S'.
       01 ws-recall-code                PIC X(10).
       01 ws-recall-expiry              PIC 9(8).
       01 ws-recall-lot-no              PIC 9(4).
       01 ws-recall-supplier            PIC X(6).
       01 ws-from-date                  PIC 9(8).
       01 ws-to-date                    PIC 9(8).
       01 ws-file-switch                PIC X(01).
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof            VALUE 'N'.
       01 ws-order-switch               PIC X(01).
           88 ws-order-eof              VALUE 'Y'.
           88 ws-order-not-eof           VALUE 'N'.
       01 ws-match-switch               PIC X(01).
           88 ws-matched                VALUE 'Y'.
           88 ws-not-matched             VALUE 'N'.
       01 ws-lot-table.
           02 ws-lot-count              PIC 9(3) BINARY VALUE ZERO.
           02 ws-trace-lot OCCURS 200 TIMES.
               03 ws-trace-lot-code     PIC X(10).
               03 ws-trace-lot-expiry   PIC 9(8).
               03 ws-trace-lot-no       PIC 9(4).
       01 ws-lot-idx                    PIC 9(3) BINARY.
       01 ws-lots-dropped               PIC 9(5) VALUE ZERO.
       01 ws-run-table.
           02 ws-run-count              PIC 9(3) BINARY VALUE ZERO.
           02 ws-trace-run OCCURS 500 TIMES.
               03 ws-trace-run-recipe   PIC 9(6).
               03 ws-trace-run-date     PIC 9(8).
               03 ws-trace-run-time     PIC 9(8).
               03 ws-trace-run-qty      PIC 9(7)V9(2).
               03 ws-trace-run-use-by   PIC 9(8).
       01 ws-run-idx                    PIC 9(3) BINARY.
       01 ws-runs-dropped               PIC 9(5) VALUE ZERO.
       01 ws-first-run-date             PIC 9(8).
       01 ws-recipe-table.
           02 ws-recipe-count           PIC 9(3) BINARY VALUE ZERO.
           02 ws-trace-recipe OCCURS 200 TIMES.
               03 ws-trace-recipe-id    PIC 9(6).
               03 ws-trace-recipe-qty   PIC 9(7)V9(2).
       01 ws-recipe-idx                 PIC 9(3) BINARY.
       01 ws-on-shelf-total             PIC 9(9)V9(2) VALUE ZERO.
       01 ws-received-total             PIC 9(9)V9(2) VALUE ZERO.
       01 ws-used-total                 PIC 9(9)V9(2) VALUE ZERO.
       01 ws-menu-count                 PIC 9(5) VALUE ZERO.
       01 ws-event-count                PIC 9(5) VALUE ZERO.
       01 ws-qty-edit                   PIC ZZZZZZ9.99.
       01 ws-left-edit                  PIC ZZZZZZ9.99.
       01 ws-total-edit                 PIC ZZZZZZZZ9.99.
       01 ws-line                       PIC X(80).

       PROCEDURE DIVISION.
      *    Recall trace. The lots under recall are picked either by
      *    ingredient code and lot (expiry date plus lot number, as
      *    expiry-report prints them) or by supplier and the dates
      *    they were received. Every production run that drew on
      *    them is found on lot-usage.dat; from the runs come the
      *    recipes, then every menus.db date and catering event that
      *    served the recipe while a batch from one of those runs was
      *    still in date - from the run date to the batch's use-by
      *    date (finished-goods.db), or the run date alone where no
      *    batch was recorded. What is left of each lot on the shelf
      *    is shown against it, so it can be pulled straight away.
           DISPLAY 'TRACE BY (L-OT/S-UPPLIER): ' WITH NO ADVANCING
           ACCEPT ws-trace-mode

           IF NOT ws-trace-by-lot AND NOT ws-trace-by-supplier
               DISPLAY 'INVALID CHOICE - NOTHING DONE'
               GOBACK
           END-IF

           IF ws-trace-by-lot
               DISPLAY 'INGREDIENT CODE:       ' WITH NO ADVANCING
               ACCEPT ws-recall-code
               DISPLAY 'LOT EXPIRY (YYYYMMDD): ' WITH NO ADVANCING
               ACCEPT ws-recall-expiry
               DISPLAY 'LOT NO (0 = ALL):      ' WITH NO ADVANCING
               ACCEPT ws-recall-lot-no
           ELSE
               DISPLAY 'SUPPLIER ID:           ' WITH NO ADVANCING
               ACCEPT ws-recall-supplier
               DISPLAY 'RECEIVED FROM (YYYYMMDD): ' WITH NO ADVANCING
               ACCEPT ws-from-date
               DISPLAY 'RECEIVED TO (YYYYMMDD):   ' WITH NO ADVANCING
               ACCEPT ws-to-date
           END-IF

           OPEN INPUT fd-lots
           OPEN INPUT fd-orders
           OPEN INPUT fd-suppliers
           OPEN INPUT fd-inventories
           OPEN INPUT fd-recipes
           OPEN INPUT fd-batches
           OPEN INPUT fd-menus
           OPEN INPUT fd-events
           OPEN INPUT fd-event-lines
           OPEN OUTPUT fd-print

           PERFORM 0100-PRINT-HEADING

           PERFORM 1000-SELECT-LOTS

           IF ws-lot-count = ZERO
               MOVE '  NO LOTS FOUND' TO fd-print-line
               WRITE fd-print-line
           ELSE
               PERFORM 2000-FIND-RUNS
               PERFORM 3000-LIST-MENUS THRU 3000-DONE
               PERFORM 4000-LIST-EVENTS THRU 4000-DONE
           END-IF

           CLOSE fd-lots
           CLOSE fd-orders
           CLOSE fd-suppliers
           CLOSE fd-inventories
           CLOSE fd-recipes
           CLOSE fd-batches
           CLOSE fd-menus
           CLOSE fd-events
           CLOSE fd-event-lines
           CLOSE fd-print

           MOVE ws-on-shelf-total TO ws-total-edit
           DISPLAY 'LOTS TRACED:           ' ws-lot-count
           DISPLAY 'PRODUCTION RUNS:       ' ws-run-count
           DISPLAY 'RECIPES:               ' ws-recipe-count
           DISPLAY 'MENU DATES:            ' ws-menu-count
           DISPLAY 'CATERING EVENTS:       ' ws-event-count
           DISPLAY 'STILL ON THE SHELF:    ' ws-total-edit
           IF ws-lots-dropped > ZERO OR ws-runs-dropped > ZERO
               DISPLAY '*** TRACE TABLE FULL - NARROW THE RECALL ***'
           END-IF
           DISPLAY 'REPORT WRITTEN TO recall-trace.prt'

           GOBACK
           .

       0100-PRINT-HEADING.
           MOVE SPACES TO ws-line
           IF ws-trace-by-lot
               STRING 'RECALL TRACE - LOT ' DELIMITED BY SIZE
                   ws-recall-code DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ws-recall-expiry DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ws-recall-lot-no DELIMITED BY SIZE
                   INTO ws-line
           ELSE
               MOVE ws-recall-supplier TO fd-supplier-id
               READ fd-suppliers
                   INVALID KEY
                       MOVE 'SUPPLIER NOT ON FILE' TO fd-supplier-name
               END-READ
               STRING 'RECALL TRACE - SUPPLIER ' DELIMITED BY SIZE
                   ws-recall-supplier DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-supplier-name DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
               MOVE SPACES TO ws-line
               STRING '  RECEIVED ' DELIMITED BY SIZE
                   ws-from-date DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   ws-to-date DELIMITED BY SIZE
                   INTO ws-line
           END-IF
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line
           MOVE 'LOTS' TO fd-print-line
           WRITE fd-print-line
           MOVE SPACES TO ws-line
           STRING 'CODE       EXPIRY   LOT  RECEIVED ORDER    RECEIVED'
               DELIMITED BY SIZE
               '   ON SHELF UNIT' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       1000-SELECT-LOTS.
           SET ws-file-not-eof TO TRUE

           IF ws-trace-by-lot
               MOVE ws-recall-code TO fd-lot-code
               MOVE ws-recall-expiry TO fd-lot-expiry
               MOVE ws-recall-lot-no TO fd-lot-no
           ELSE
               MOVE LOW-VALUES TO fd-lot-code
               MOVE ZERO TO fd-lot-expiry
               MOVE ZERO TO fd-lot-no
           END-IF

           START fd-lots KEY IS >= fd-lot-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-lots NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF ws-trace-by-lot
                           PERFORM 1100-CHECK-RECALLED-LOT
                       ELSE
                           PERFORM 1200-CHECK-SUPPLIER-LOT
                       END-IF
               END-READ
           END-PERFORM

           MOVE ws-received-total TO ws-total-edit
           MOVE SPACES TO ws-line
           STRING '  TOTAL RECEIVED ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-on-shelf-total TO ws-total-edit
           MOVE SPACES TO ws-line
           STRING '  STILL ON SHELF ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       1100-CHECK-RECALLED-LOT.
      *    The lots are keyed code/expiry/number, so the wanted lot
      *    (or every lot of that code and expiry) sits together.
           IF fd-lot-code NOT = ws-recall-code
            OR fd-lot-expiry NOT = ws-recall-expiry
               SET ws-file-eof TO TRUE
           ELSE
               IF ws-recall-lot-no = ZERO
                OR fd-lot-no = ws-recall-lot-no
                   PERFORM 1500-ADD-LOT
               END-IF
               IF ws-recall-lot-no NOT = ZERO
                   SET ws-file-eof TO TRUE
               END-IF
           END-IF
           .

       1200-CHECK-SUPPLIER-LOT.
      *    A lot knows its supplier only through the purchase order
      *    it arrived against; a receipt with no order cannot be
      *    tied to a supplier and is passed over.
           IF fd-lot-received-date < ws-from-date
            OR fd-lot-received-date > ws-to-date
            OR fd-lot-order-no = ZERO
               CONTINUE
           ELSE
               SET ws-not-matched TO TRUE
               SET ws-order-not-eof TO TRUE
               MOVE fd-lot-order-no TO fd-order-no
               MOVE ZERO TO fd-order-line-no

               START fd-orders KEY IS >= fd-order-key
                   INVALID KEY
                       SET ws-order-eof TO TRUE
               END-START

               PERFORM UNTIL ws-order-eof OR ws-matched
                   READ fd-orders NEXT RECORD
                       AT END
                           SET ws-order-eof TO TRUE
                       NOT AT END
                           IF fd-order-no NOT = fd-lot-order-no
                               SET ws-order-eof TO TRUE
                           ELSE
                               IF fd-order-supplier-id
                                       = ws-recall-supplier
                                AND fd-order-code = fd-lot-code
                                   SET ws-matched TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               IF ws-matched
                   PERFORM 1500-ADD-LOT
               END-IF
           END-IF
           .

       1500-ADD-LOT.
           IF ws-lot-count < 200
               ADD 1 TO ws-lot-count
               MOVE fd-lot-code TO ws-trace-lot-code (ws-lot-count)
               MOVE fd-lot-expiry
                   TO ws-trace-lot-expiry (ws-lot-count)
               MOVE fd-lot-no TO ws-trace-lot-no (ws-lot-count)
           ELSE
               ADD 1 TO ws-lots-dropped
           END-IF

           ADD fd-lot-qty-received TO ws-received-total
           ADD fd-lot-qty-left TO ws-on-shelf-total

           MOVE fd-lot-code TO fd-inventory-code
           READ fd-inventories
               INVALID KEY
                   MOVE SPACES TO fd-inventory-unit
           END-READ

           MOVE fd-lot-qty-received TO ws-qty-edit
           MOVE fd-lot-qty-left TO ws-left-edit

           MOVE SPACES TO ws-line
           STRING fd-lot-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-lot-expiry DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-lot-no DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-lot-received-date DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-lot-order-no DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-left-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-inventory-unit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       2000-FIND-RUNS.
           SET ws-file-not-eof TO TRUE
           MOVE 99999999 TO ws-first-run-date

           OPEN INPUT fd-lot-usages

           PERFORM UNTIL ws-file-eof
               READ fd-lot-usages
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       PERFORM 2100-CHECK-ONE-USAGE
               END-READ
           END-PERFORM

           CLOSE fd-lot-usages

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line
           MOVE 'PRODUCTION RUNS' TO fd-print-line
           WRITE fd-print-line
           MOVE SPACES TO ws-line
           STRING 'DATE     TIME     RECIPE                          '
               DELIMITED BY SIZE
               '  LOT QTY USED USE BY' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           IF ws-run-count = ZERO
               MOVE '  NO PRODUCTION RUN HAS USED THESE LOTS'
                   TO fd-print-line
               WRITE fd-print-line
           END-IF

           PERFORM VARYING ws-run-idx FROM 1 BY 1
                   UNTIL ws-run-idx > ws-run-count
               PERFORM 2300-PRINT-ONE-RUN
           END-PERFORM

           MOVE ws-used-total TO ws-total-edit
           MOVE SPACES TO ws-line
           STRING '  TOTAL USED IN PRODUCTION ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line
           MOVE 'RECIPES' TO fd-print-line
           WRITE fd-print-line

           PERFORM VARYING ws-recipe-idx FROM 1 BY 1
                   UNTIL ws-recipe-idx > ws-recipe-count
               PERFORM 2400-PRINT-ONE-RECIPE
           END-PERFORM
           .

       2100-CHECK-ONE-USAGE.
           SET ws-not-matched TO TRUE

           PERFORM VARYING ws-lot-idx FROM 1 BY 1
                   UNTIL ws-lot-idx > ws-lot-count
                      OR ws-matched
               IF fd-usage-lot-code = ws-trace-lot-code (ws-lot-idx)
                AND fd-usage-lot-expiry
                       = ws-trace-lot-expiry (ws-lot-idx)
                AND fd-usage-lot-no = ws-trace-lot-no (ws-lot-idx)
                   SET ws-matched TO TRUE
               END-IF
           END-PERFORM

           IF ws-matched
               PERFORM 2200-ADD-RUN
           END-IF
           .

       2200-ADD-RUN.
      *    A run drawing on two of the recalled lots (or on one lot
      *    for two recipe lines) is listed once, with the total.
           ADD fd-usage-qty TO ws-used-total
           SET ws-not-matched TO TRUE

           PERFORM VARYING ws-run-idx FROM 1 BY 1
                   UNTIL ws-run-idx > ws-run-count
                      OR ws-matched
               IF fd-usage-recipe-id = ws-trace-run-recipe (ws-run-idx)
                AND fd-usage-date = ws-trace-run-date (ws-run-idx)
                AND fd-usage-time = ws-trace-run-time (ws-run-idx)
                   SET ws-matched TO TRUE
                   ADD fd-usage-qty TO ws-trace-run-qty (ws-run-idx)
               END-IF
           END-PERFORM

           IF ws-not-matched
               IF ws-run-count < 500
                   ADD 1 TO ws-run-count
                   MOVE fd-usage-recipe-id
                       TO ws-trace-run-recipe (ws-run-count)
                   MOVE fd-usage-date
                       TO ws-trace-run-date (ws-run-count)
                   MOVE fd-usage-time
                       TO ws-trace-run-time (ws-run-count)
                   MOVE fd-usage-qty
                       TO ws-trace-run-qty (ws-run-count)
                   PERFORM 2250-FIND-USE-BY
                   IF fd-usage-date < ws-first-run-date
                       MOVE fd-usage-date TO ws-first-run-date
                   END-IF
               ELSE
                   ADD 1 TO ws-runs-dropped
               END-IF
           END-IF

           SET ws-not-matched TO TRUE

           PERFORM VARYING ws-recipe-idx FROM 1 BY 1
                   UNTIL ws-recipe-idx > ws-recipe-count
                      OR ws-matched
               IF fd-usage-recipe-id
                       = ws-trace-recipe-id (ws-recipe-idx)
                   SET ws-matched TO TRUE
                   ADD fd-usage-qty
                       TO ws-trace-recipe-qty (ws-recipe-idx)
               END-IF
           END-PERFORM

           IF ws-not-matched AND ws-recipe-count < 200
               ADD 1 TO ws-recipe-count
               MOVE fd-usage-recipe-id
                   TO ws-trace-recipe-id (ws-recipe-count)
               MOVE fd-usage-qty
                   TO ws-trace-recipe-qty (ws-recipe-count)
           END-IF
           .

       2250-FIND-USE-BY.
           MOVE fd-usage-recipe-id TO fd-batch-recipe-id
           MOVE fd-usage-date TO fd-batch-date
           MOVE fd-usage-time TO fd-batch-time

           READ fd-batches
               INVALID KEY
                   MOVE fd-usage-date
                       TO ws-trace-run-use-by (ws-run-count)
               NOT INVALID KEY
                   MOVE fd-batch-use-by
                       TO ws-trace-run-use-by (ws-run-count)
           END-READ
           .

       2300-PRINT-ONE-RUN.
           MOVE ws-trace-run-recipe (ws-run-idx) TO fd-recipe-id
           READ fd-recipes
               INVALID KEY
                   MOVE 'RECIPE NOT ON FILE' TO fd-recipe-name
           END-READ

           MOVE ws-trace-run-qty (ws-run-idx) TO ws-qty-edit

           MOVE SPACES TO ws-line
           STRING ws-trace-run-date (ws-run-idx) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-trace-run-time (ws-run-idx) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-recipe-id DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-recipe-name (1:25) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-trace-run-use-by (ws-run-idx) DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       2400-PRINT-ONE-RECIPE.
           MOVE ws-trace-recipe-id (ws-recipe-idx) TO fd-recipe-id
           READ fd-recipes
               INVALID KEY
                   MOVE 'RECIPE NOT ON FILE' TO fd-recipe-name
           END-READ

           MOVE ws-trace-recipe-qty (ws-recipe-idx) TO ws-qty-edit

           MOVE SPACES TO ws-line
           STRING '  ' DELIMITED BY SIZE
               fd-recipe-id DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-recipe-name DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       3000-LIST-MENUS.
      *    Menu lines are read from the first run date on; a line is
      *    listed when its recipe came from an affected run still in
      *    date on the menu date.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line
           MOVE 'MENU DATES' TO fd-print-line
           WRITE fd-print-line

           IF ws-run-count = ZERO
               GO TO 3000-DONE
           END-IF

           SET ws-file-not-eof TO TRUE
           MOVE ws-first-run-date TO fd-menu-date
           MOVE ZERO TO fd-menu-line-no

           START fd-menus KEY IS >= fd-menu-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-menus NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-CHECK-ONE-MENU-LINE
               END-READ
           END-PERFORM
           .
       3000-DONE.
           EXIT
           .

       3100-CHECK-ONE-MENU-LINE.
           SET ws-not-matched TO TRUE

           PERFORM VARYING ws-run-idx FROM 1 BY 1
                   UNTIL ws-run-idx > ws-run-count
                      OR ws-matched
               IF fd-menu-recipe-id = ws-trace-run-recipe (ws-run-idx)
                AND fd-menu-date NOT < ws-trace-run-date (ws-run-idx)
                AND fd-menu-date
                       NOT > ws-trace-run-use-by (ws-run-idx)
                   SET ws-matched TO TRUE
               END-IF
           END-PERFORM

           IF ws-matched
               ADD 1 TO ws-menu-count
               MOVE fd-menu-recipe-id TO fd-recipe-id
               READ fd-recipes
                   INVALID KEY
                       MOVE 'RECIPE NOT ON FILE' TO fd-recipe-name
               END-READ
               MOVE SPACES TO ws-line
               STRING '  ' DELIMITED BY SIZE
                   fd-menu-date DELIMITED BY SIZE
                   ' LINE ' DELIMITED BY SIZE
                   fd-menu-line-no DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-recipe-id DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-recipe-name DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF
           .

       4000-LIST-EVENTS.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line
           MOVE 'CATERING EVENTS' TO fd-print-line
           WRITE fd-print-line

           IF ws-run-count = ZERO
               GO TO 4000-DONE
           END-IF

           SET ws-file-not-eof TO TRUE

           PERFORM UNTIL ws-file-eof
               READ fd-event-lines NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       PERFORM 4100-CHECK-ONE-EVENT-LINE
               END-READ
           END-PERFORM
           .
       4000-DONE.
           EXIT
           .

       4100-CHECK-ONE-EVENT-LINE.
           MOVE fd-event-line-no TO fd-event-no

           READ fd-events
               INVALID KEY
                   MOVE ZERO TO fd-event-date
                   MOVE 'EVENT HEADER NOT ON FILE' TO fd-event-client
           END-READ

           SET ws-not-matched TO TRUE

           PERFORM VARYING ws-run-idx FROM 1 BY 1
                   UNTIL ws-run-idx > ws-run-count
                      OR ws-matched
               IF fd-event-line-recipe-id
                       = ws-trace-run-recipe (ws-run-idx)
                AND fd-event-date NOT < ws-trace-run-date (ws-run-idx)
                AND fd-event-date
                       NOT > ws-trace-run-use-by (ws-run-idx)
                   SET ws-matched TO TRUE
               END-IF
           END-PERFORM

           IF ws-matched
               ADD 1 TO ws-event-count
               MOVE fd-event-line-recipe-id TO fd-recipe-id
               READ fd-recipes
                   INVALID KEY
                       MOVE 'RECIPE NOT ON FILE' TO fd-recipe-name
               END-READ
               MOVE SPACES TO ws-line
               STRING '  EVENT ' DELIMITED BY SIZE
                   fd-event-no DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-event-date DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-event-client DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
               MOVE SPACES TO ws-line
               STRING '        ' DELIMITED BY SIZE
                   fd-recipe-id DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-recipe-name DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   fd-event-guests DELIMITED BY SIZE
                   ' GUESTS)' DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF
           .
