       IDENTIFICATION DIVISION.
       PROGRAM-ID. supplier-scorecard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-orders
           ASSIGN TO 'open-orders.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-order-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-lots
           ASSIGN TO 'inventory-lots.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-lot-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-prices
           ASSIGN TO 'price-history.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-price-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-suppliers
           ASSIGN TO 'suppliers.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-supplier-id
           SHARING WITH ALL OTHER.

      *    Keyed work file, rebuilt in full every run the way
      *    build-ingredient-xref rebuilds the cross-reference, so
      *    the scorecard handles any number of suppliers and codes
      *    without an in-core table cap.
       SELECT OPTIONAL fd-scores
           ASSIGN TO 'score-work.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-score-key.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'supplier-scorecard.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-orders.
       COPY 'src/order-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-lots.
       COPY 'src/lot-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-prices.
       COPY 'src/price-history-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-suppliers.
       COPY 'src/supplier-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-scores.
       COPY 'src/score-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-from-date                  PIC 9(8).
       01 ws-to-date                    PIC 9(8).
       01 ws-run-date                   PIC 9(8).
       01 ws-lead-days                  PIC 9(3).
       01 ws-run-int                    PIC 9(8) BINARY.
       01 ws-order-int                  PIC 9(8) BINARY.
       01 ws-due-int                    PIC 9(8) BINARY.
       01 ws-receipt-int                PIC 9(8) BINARY.
       01 ws-date-int                   PIC 9(8) BINARY.
       01 ws-order-switch               PIC X(01).
           88 ws-order-eof              VALUE 'Y'.
           88 ws-order-not-eof           VALUE 'N'.
       01 ws-lot-switch                 PIC X(01).
           88 ws-lot-eof                VALUE 'Y'.
           88 ws-lot-not-eof             VALUE 'N'.
       01 ws-price-switch               PIC X(01).
           88 ws-price-eof              VALUE 'Y'.
           88 ws-price-not-eof           VALUE 'N'.
       01 ws-score-switch               PIC X(01).
           88 ws-score-eof              VALUE 'Y'.
           88 ws-score-not-eof           VALUE 'N'.
       01 ws-supplier-switch            PIC X(01).
           88 ws-supplier-eof           VALUE 'Y'.
           88 ws-supplier-not-eof        VALUE 'N'.
       01 ws-first-receipt              PIC 9(8).
       01 ws-lead-taken                 PIC S9(5).
       01 ws-filled-qty                 PIC 9(7)V9(2).
       01 ws-save-score-key             PIC X(16).
       01 ws-code-increases             PIC 9(5).
       01 ws-prior-price                PIC 9(5)V9(4).
       01 ws-prior-unit                 PIC X(10).
       01 ws-base-price                 PIC 9(5)V9(4).
       01 ws-end-price                  PIC 9(5)V9(4).
       01 ws-code-rise-pct              PIC 9(5)V9(2).
       01 ws-supplier-name              PIC X(20).
       01 ws-on-time-pct                PIC 9(3)V9(1).
       01 ws-fill-pct                   PIC 9(3)V9(1).
       01 ws-avg-lead                   PIC 9(5)V9(1).
       01 ws-avg-rise                   PIC 9(5)V9(1).
       01 ws-lines-edit                 PIC ZZZZ9.
       01 ws-on-time-edit               PIC ZZ9.9.
       01 ws-fill-edit                  PIC ZZ9.9.
       01 ws-lead-edit                  PIC ZZZ9.9.
       01 ws-rises-edit                 PIC ZZZ9.
       01 ws-rise-edit                  PIC ZZZ9.9.
       01 ws-past-due-edit              PIC ZZZ9.
       01 ws-on-time-text               PIC X(05).
       01 ws-fill-text                  PIC X(05).
       01 ws-lead-text                  PIC X(06).
       01 ws-rise-text                  PIC X(06).
       01 ws-scored-count               PIC 9(5) VALUE ZERO.
       01 ws-idle-count                 PIC 9(5) VALUE ZERO.
       01 ws-past-due-total             PIC 9(5) VALUE ZERO.
       01 ws-line                       PIC X(80).
       01 ws-parm-switch                PIC X(01) VALUE 'N'.
           88 ws-parm-found             VALUE 'Y'.
           88 ws-parm-not-found          VALUE 'N'.
       01 ws-parm-eof-switch            PIC X(01) VALUE 'N'.
           88 ws-parm-eof               VALUE 'Y'.
       01 ws-parm-1                     PIC X(20).
       01 ws-parm-2                     PIC X(20).
       01 ws-parm-3                     PIC X(20).
       COPY 'src/run-control.cpy'.

       PROCEDURE DIVISION.
      *    How each supplier performed on the order lines raised in
      *    the period. An order carries no promised date, so a line
      *    is due the agreed number of lead days after its order
      *    date. For each supplier the card shows:
      *      - on time: first delivery (the earliest lot received
      *        against the order for that code) by the due date, as
      *        a share of the lines delivered or already due;
      *      - fill rate: quantity received, never more than was
      *        ordered, over quantity ordered;
      *      - average lead: days from order to first delivery;
      *      - price rises: increases on price-history.db in the
      *        period for the codes ordered from the supplier, and
      *        the average rise over the period for those codes;
      *      - past due: order lines, of any date, still open after
      *        their due date today.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               MOVE FUNCTION NUMVAL(ws-parm-1) TO ws-from-date
               MOVE FUNCTION NUMVAL(ws-parm-2) TO ws-to-date
               MOVE FUNCTION NUMVAL(ws-parm-3) TO ws-lead-days
           ELSE
               DISPLAY 'ORDERS FROM DATE (YYYYMMDD): '
                   WITH NO ADVANCING
               ACCEPT ws-from-date
               DISPLAY 'ORDERS TO DATE (YYYYMMDD):   '
                   WITH NO ADVANCING
               ACCEPT ws-to-date
               DISPLAY 'AGREED LEAD DAYS:            '
                   WITH NO ADVANCING
               ACCEPT ws-lead-days
           END-IF

           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-from-date)
           IF ws-date-int = ZERO
               DISPLAY 'FROM DATE ' ws-from-date ' IS NOT A VALID '
                   'DATE - NOTHING DONE'
               GOBACK
           END-IF

           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-to-date)
           IF ws-date-int = ZERO OR ws-to-date < ws-from-date
               DISPLAY 'TO DATE ' ws-to-date ' IS NOT A VALID DATE '
                   'ON OR AFTER THE FROM DATE - NOTHING DONE'
               GOBACK
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           COMPUTE ws-run-int = FUNCTION INTEGER-OF-DATE(ws-run-date)

      *    The work file is derived data, thrown away and rebuilt
      *    every run (see build-ingredient-xref): OPEN OUTPUT
      *    empties it, then it is reopened I-O for the loads.
           OPEN OUTPUT fd-scores
           CLOSE fd-scores
           OPEN I-O fd-scores

           OPEN INPUT fd-orders
           OPEN INPUT fd-lots
           PERFORM 1000-SCORE-ORDERS
           CLOSE fd-orders
           CLOSE fd-lots

           OPEN INPUT fd-prices
           PERFORM 3000-SCORE-PRICES
           CLOSE fd-prices

           OPEN INPUT fd-suppliers
           OPEN OUTPUT fd-print
           PERFORM 4000-PRINT-SCORECARD
           CLOSE fd-suppliers
           CLOSE fd-print

           CLOSE fd-scores

           DISPLAY 'SUPPLIERS SCORED:       ' ws-scored-count
           DISPLAY 'NO ORDERS IN PERIOD:    ' ws-idle-count
           DISPLAY 'LINES OPEN PAST DUE:    ' ws-past-due-total

           MOVE SPACES TO run-step-totals
           STRING 'SUPPLIERS=' DELIMITED BY SIZE
               ws-scored-count DELIMITED BY SIZE
               ' IDLE=' DELIMITED BY SIZE
               ws-idle-count DELIMITED BY SIZE
               ' PASTDUE=' DELIMITED BY SIZE
               ws-past-due-total DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - parm 1 and 2 are the first
      *    and last order dates of the period, parm 3 the agreed
      *    lead time in days.
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'supplier-scorecard'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                           MOVE pm-parm-2 TO ws-parm-2
                           MOVE pm-parm-3 TO ws-parm-3
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-SCORE-ORDERS.
           SET ws-order-not-eof TO TRUE

           PERFORM UNTIL ws-order-eof
               READ fd-orders NEXT RECORD
                   AT END
                       SET ws-order-eof TO TRUE
                   NOT AT END
                       PERFORM 1100-SCORE-ONE-LINE
               END-READ
           END-PERFORM
           .

       1100-SCORE-ONE-LINE.
           COMPUTE ws-order-int =
               FUNCTION INTEGER-OF-DATE(fd-order-date)

           IF ws-order-int = ZERO
               MOVE ZERO TO ws-due-int
           ELSE
               COMPUTE ws-due-int = ws-order-int + ws-lead-days
           END-IF

           IF fd-order-open
            AND ws-due-int > ZERO
            AND ws-due-int < ws-run-int
               MOVE fd-order-supplier-id TO fd-score-supplier-id
               MOVE SPACES TO fd-score-code
               PERFORM 8000-READ-OR-CREATE-SCORE
               ADD 1 TO fd-score-past-due
               ADD 1 TO ws-past-due-total
               PERFORM 8010-REWRITE-SCORE
           END-IF

           IF fd-order-date >= ws-from-date
            AND fd-order-date <= ws-to-date
               PERFORM 1200-SCORE-PERIOD-LINE
           END-IF
           .

       1200-SCORE-PERIOD-LINE.
           PERFORM 2000-FIND-FIRST-RECEIPT

           IF fd-order-qty-received > fd-order-qty-ordered
               MOVE fd-order-qty-ordered TO ws-filled-qty
           ELSE
               MOVE fd-order-qty-received TO ws-filled-qty
           END-IF

           MOVE fd-order-supplier-id TO fd-score-supplier-id
           MOVE SPACES TO fd-score-code
           PERFORM 8000-READ-OR-CREATE-SCORE

           ADD 1 TO fd-score-lines
           ADD fd-order-qty-ordered TO fd-score-qty-ordered
           ADD ws-filled-qty TO fd-score-qty-filled

           IF ws-first-receipt > ZERO
               COMPUTE ws-receipt-int =
                   FUNCTION INTEGER-OF-DATE(ws-first-receipt)
           ELSE
               MOVE ZERO TO ws-receipt-int
           END-IF

      *    A line counts towards on-time once it has arrived or its
      *    due date has passed; one still inside its lead time is
      *    neither on time nor late yet.
           IF ws-receipt-int > ZERO AND ws-order-int > ZERO
               ADD 1 TO fd-score-delivered
               ADD 1 TO fd-score-due-lines
               COMPUTE ws-lead-taken = ws-receipt-int - ws-order-int
               IF ws-lead-taken > ZERO
                   ADD ws-lead-taken TO fd-score-lead-days
               END-IF
               IF ws-receipt-int <= ws-due-int
                   ADD 1 TO fd-score-on-time
               END-IF
           ELSE
               IF ws-due-int > ZERO AND ws-due-int < ws-run-int
                   ADD 1 TO fd-score-due-lines
               END-IF
           END-IF

           PERFORM 8010-REWRITE-SCORE

           MOVE fd-order-supplier-id TO fd-score-supplier-id
           MOVE fd-order-code TO fd-score-code
           PERFORM 8000-READ-OR-CREATE-SCORE
           .

       2000-FIND-FIRST-RECEIPT.
      *    Lots carry the order number but not the line, so the
      *    lots of the line's code received against the order are
      *    taken together; the earliest received date is the first
      *    delivery.
           MOVE ZERO TO ws-first-receipt
           SET ws-lot-not-eof TO TRUE
           MOVE fd-order-code TO fd-lot-code
           MOVE ZERO TO fd-lot-expiry
           MOVE ZERO TO fd-lot-no

           START fd-lots KEY IS >= fd-lot-key
               INVALID KEY
                   SET ws-lot-eof TO TRUE
           END-START

           PERFORM UNTIL ws-lot-eof
               READ fd-lots NEXT RECORD
                   AT END
                       SET ws-lot-eof TO TRUE
                   NOT AT END
                       IF fd-lot-code NOT = fd-order-code
                           SET ws-lot-eof TO TRUE
                       ELSE
                           IF fd-lot-order-no = fd-order-no
                            AND (ws-first-receipt = ZERO
                             OR fd-lot-received-date
                                 < ws-first-receipt)
                               MOVE fd-lot-received-date
                                   TO ws-first-receipt
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       3000-SCORE-PRICES.
      *    Each supplier-and-code row gets the code's price rises;
      *    the totals row of the supplier (blank code, read first
      *    under the supplier) collects them.
           SET ws-score-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-score-key

           START fd-scores KEY IS >= fd-score-key
               INVALID KEY
                   SET ws-score-eof TO TRUE
           END-START

           PERFORM UNTIL ws-score-eof
               READ fd-scores NEXT RECORD
                   AT END
                       SET ws-score-eof TO TRUE
                   NOT AT END
                       IF fd-score-code NOT = SPACES
                           PERFORM 3100-SCORE-ONE-CODE
                       END-IF
               END-READ
           END-PERFORM
           .

       3100-SCORE-ONE-CODE.
           PERFORM 3200-WALK-CODE-PRICES

           IF ws-code-increases > ZERO
            OR ws-code-rise-pct > ZERO
               MOVE ws-code-increases TO fd-score-increases
               MOVE ws-code-rise-pct TO fd-score-rise-pct
               PERFORM 8010-REWRITE-SCORE

      *        The sequential read carries on from this row, so the
      *        totals row is updated and the position put back.
               MOVE fd-score-key TO ws-save-score-key
               MOVE SPACES TO fd-score-code
               READ fd-scores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD ws-code-increases TO fd-score-increases
                       IF ws-code-rise-pct > ZERO
                           ADD ws-code-rise-pct TO fd-score-rise-pct
                           ADD 1 TO fd-score-risen-codes
                       END-IF
                       PERFORM 8010-REWRITE-SCORE
               END-READ
               MOVE ws-save-score-key TO fd-score-key
               START fd-scores KEY IS > fd-score-key
                   INVALID KEY
                       SET ws-score-eof TO TRUE
               END-START
           END-IF
           .

       3200-WALK-CODE-PRICES.
      *    An increase is a price effective in the period above the
      *    price before it in the same unit. The rise over the
      *    period runs from the price in force at its start (or the
      *    first price inside it) to the last price in force by its
      *    end; a change of unit makes the rise unmeasurable.
           MOVE ZERO TO ws-code-increases
           MOVE ZERO TO ws-code-rise-pct
           MOVE ZERO TO ws-prior-price
           MOVE SPACES TO ws-prior-unit
           MOVE ZERO TO ws-base-price
           MOVE ZERO TO ws-end-price
           SET ws-price-not-eof TO TRUE
           MOVE fd-score-code TO fd-price-code
           MOVE ZERO TO fd-price-effective

           START fd-prices KEY IS >= fd-price-key
               INVALID KEY
                   SET ws-price-eof TO TRUE
           END-START

           PERFORM UNTIL ws-price-eof
               READ fd-prices NEXT RECORD
                   AT END
                       SET ws-price-eof TO TRUE
                   NOT AT END
                       IF fd-price-code NOT = fd-score-code
                        OR fd-price-effective > ws-to-date
                           SET ws-price-eof TO TRUE
                       ELSE
                           PERFORM 3300-TAKE-ONE-PRICE
                       END-IF
               END-READ
           END-PERFORM

           IF ws-base-price > ZERO AND ws-end-price > ws-base-price
               COMPUTE ws-code-rise-pct ROUNDED =
                   (ws-end-price - ws-base-price) * 100
                   / ws-base-price
                   ON SIZE ERROR
                       MOVE 99999.99 TO ws-code-rise-pct
               END-COMPUTE
           END-IF
           .

       3300-TAKE-ONE-PRICE.
           IF fd-price-unit NOT = ws-prior-unit
            AND ws-prior-unit NOT = SPACES
               MOVE ZERO TO ws-base-price
               MOVE ZERO TO ws-prior-price
           END-IF

           IF fd-price-effective < ws-from-date
               MOVE fd-price-per-unit TO ws-base-price
           ELSE
               IF ws-prior-price > ZERO
                AND fd-price-per-unit > ws-prior-price
                   ADD 1 TO ws-code-increases
               END-IF
               IF ws-base-price = ZERO
                   MOVE fd-price-per-unit TO ws-base-price
               END-IF
           END-IF

           MOVE fd-price-per-unit TO ws-end-price
           MOVE fd-price-per-unit TO ws-prior-price
           MOVE fd-price-unit TO ws-prior-unit
           .

       4000-PRINT-SCORECARD.
           MOVE SPACES TO ws-line
           STRING 'SUPPLIER SCORECARD - ORDERS ' DELIMITED BY SIZE
               ws-from-date DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               ws-to-date DELIMITED BY SIZE
               '  LEAD DAYS ' DELIMITED BY SIZE
               ws-lead-days DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'PAST DUE COUNTED AS AT ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'SUPPL  NAME                 LINES ON-TM FILL% '
               DELIMITED BY SIZE
               ' LEAD RISE  RISE%  PAST DUE' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           SET ws-score-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-score-key

           START fd-scores KEY IS >= fd-score-key
               INVALID KEY
                   SET ws-score-eof TO TRUE
           END-START

           PERFORM UNTIL ws-score-eof
               READ fd-scores NEXT RECORD
                   AT END
                       SET ws-score-eof TO TRUE
                   NOT AT END
                       IF fd-score-code = SPACES
                           PERFORM 4100-PRINT-ONE-SUPPLIER
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 4500-COUNT-IDLE-SUPPLIERS

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'SUPPLIERS SCORED ' DELIMITED BY SIZE
               ws-scored-count DELIMITED BY SIZE
               '  NO ORDERS IN PERIOD ' DELIMITED BY SIZE
               ws-idle-count DELIMITED BY SIZE
               '  LINES PAST DUE ' DELIMITED BY SIZE
               ws-past-due-total DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'ON-TM = % FIRST DELIVERED BY DUE DATE; LEAD = '
               DELIMITED BY SIZE
               'AVERAGE DAYS TO FIRST DELIVERY' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       4100-PRINT-ONE-SUPPLIER.
      *    A supplier with only old orders still open appears for
      *    its past-due count, with the period figures shown as -.
           ADD 1 TO ws-scored-count

           MOVE fd-score-supplier-id TO fd-supplier-id
           READ fd-suppliers
               INVALID KEY
                   MOVE 'NOT ON FILE' TO ws-supplier-name
               NOT INVALID KEY
                   MOVE fd-supplier-name TO ws-supplier-name
           END-READ

           MOVE '    -' TO ws-on-time-text
           MOVE '    -' TO ws-fill-text
           MOVE '     -' TO ws-lead-text
           MOVE '     -' TO ws-rise-text

           IF fd-score-due-lines > ZERO
               COMPUTE ws-on-time-pct ROUNDED =
                   fd-score-on-time * 100 / fd-score-due-lines
               MOVE ws-on-time-pct TO ws-on-time-edit
               MOVE ws-on-time-edit TO ws-on-time-text
           END-IF

           IF fd-score-qty-ordered > ZERO
               COMPUTE ws-fill-pct ROUNDED =
                   fd-score-qty-filled * 100 / fd-score-qty-ordered
               MOVE ws-fill-pct TO ws-fill-edit
               MOVE ws-fill-edit TO ws-fill-text
           END-IF

           IF fd-score-delivered > ZERO
               COMPUTE ws-avg-lead ROUNDED =
                   fd-score-lead-days / fd-score-delivered
               MOVE ws-avg-lead TO ws-lead-edit
               MOVE ws-lead-edit TO ws-lead-text
           END-IF

           IF fd-score-risen-codes > ZERO
               COMPUTE ws-avg-rise ROUNDED =
                   fd-score-rise-pct / fd-score-risen-codes
                   ON SIZE ERROR
                       MOVE 9999.9 TO ws-avg-rise
               END-COMPUTE
               MOVE ws-avg-rise TO ws-rise-edit
               MOVE ws-rise-edit TO ws-rise-text
           END-IF

           MOVE fd-score-lines TO ws-lines-edit
           MOVE fd-score-increases TO ws-rises-edit
           MOVE fd-score-past-due TO ws-past-due-edit

           MOVE SPACES TO ws-line
           STRING fd-score-supplier-id DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-supplier-name DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-lines-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-on-time-text DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-fill-text DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-lead-text DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-rises-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-rise-text DELIMITED BY SIZE
               '     ' DELIMITED BY SIZE
               ws-past-due-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       4500-COUNT-IDLE-SUPPLIERS.
      *    Suppliers on file with nothing ordered in the period and
      *    nothing past due are counted, not listed. 4100 has read
      *    the file by key, so it is put back to its first record.
           SET ws-supplier-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-supplier-id

           START fd-suppliers KEY IS >= fd-supplier-id
               INVALID KEY
                   SET ws-supplier-eof TO TRUE
           END-START

           PERFORM UNTIL ws-supplier-eof
               READ fd-suppliers NEXT RECORD
                   AT END
                       SET ws-supplier-eof TO TRUE
                   NOT AT END
                       MOVE fd-supplier-id TO fd-score-supplier-id
                       MOVE SPACES TO fd-score-code
                       READ fd-scores
                           INVALID KEY
                               ADD 1 TO ws-idle-count
                       END-READ
               END-READ
           END-PERFORM
           .

       8000-READ-OR-CREATE-SCORE.
           READ fd-scores
               INVALID KEY
                   MOVE ZERO TO fd-score-lines
                   MOVE ZERO TO fd-score-due-lines
                   MOVE ZERO TO fd-score-on-time
                   MOVE ZERO TO fd-score-delivered
                   MOVE ZERO TO fd-score-lead-days
                   MOVE ZERO TO fd-score-qty-ordered
                   MOVE ZERO TO fd-score-qty-filled
                   MOVE ZERO TO fd-score-past-due
                   MOVE ZERO TO fd-score-increases
                   MOVE ZERO TO fd-score-rise-pct
                   MOVE ZERO TO fd-score-risen-codes
                   WRITE fd-score
                       INVALID KEY
                           DISPLAY 'WORK RECORD FOR '
                               fd-score-supplier-id ' COULD NOT BE '
                               'CREATED'
                   END-WRITE
           END-READ
           .

       8010-REWRITE-SCORE.
           REWRITE fd-score
               INVALID KEY
                   DISPLAY 'WORK RECORD FOR ' fd-score-supplier-id
                       ' COULD NOT BE REWRITTEN'
           END-REWRITE
           .
