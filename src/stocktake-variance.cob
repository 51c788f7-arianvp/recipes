       IDENTIFICATION DIVISION.
       PROGRAM-ID. stocktake-variance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-stocktakes
           ASSIGN TO 'stocktake.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-stocktake-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-inventories
           ASSIGN TO 'inventory.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-inventory-code
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-costs
           ASSIGN TO 'ingredient-costs.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-cost-code.

       SELECT OPTIONAL fd-conversions
           ASSIGN TO 'unit-conversions.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-conversion-key.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'stocktake-variance.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-stocktakes.
       COPY 'src/stocktake-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-inventories.
       COPY 'src/inventory-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-costs.
       COPY 'src/cost-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-conversions.
       COPY 'src/conversion-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-tolerance-pct              PIC 9(3)V9(2).
       01 ws-tolerance-value            PIC 9(7)V9(2).
       01 ws-file-switch                PIC X(01).
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof           VALUE 'N'.
       01 ws-cost-switch                PIC X(01).
           88 ws-cost-ok                VALUE 'Y'.
           88 ws-cost-missing            VALUE 'N'.
       01 ws-tolerance-switch           PIC X(01).
           88 ws-over-tolerance         VALUE 'Y'.
           88 ws-within-tolerance        VALUE 'N'.
       01 ws-current-location           PIC X(10).
       01 ws-desc                       PIC X(14).
       01 ws-flag                       PIC X(07).
       01 ws-variance-qty               PIC S9(8)V9(2).
       01 ws-value-qty                  PIC 9(7)V9(2).
       01 ws-costed-qty                 PIC 9(7)V9(2).
       01 ws-value-amount               PIC 9(9)V9(2).
       01 ws-variance-value             PIC S9(9)V9(2).
       01 ws-variance-pct               PIC 9(7)V9(2).
       01 ws-location-value             PIC S9(11)V9(2) VALUE ZERO.
       01 ws-total-value                PIC S9(11)V9(2) VALUE ZERO.
       01 ws-gain-value                 PIC 9(11)V9(2) VALUE ZERO.
       01 ws-loss-value                 PIC 9(11)V9(2) VALUE ZERO.
       01 ws-line-count                 PIC 9(5) VALUE ZERO.
       01 ws-counted-count              PIC 9(5) VALUE ZERO.
       01 ws-uncounted-count            PIC 9(5) VALUE ZERO.
       01 ws-posted-count               PIC 9(5) VALUE ZERO.
       01 ws-added-count                PIC 9(5) VALUE ZERO.
       01 ws-recount-count              PIC 9(5) VALUE ZERO.
       01 ws-uncosted-count             PIC 9(5) VALUE ZERO.
       01 ws-qty-edit                   PIC ZZZZZZ9.99.
       01 ws-counted-edit               PIC ZZZZZZ9.99.
       01 ws-variance-edit              PIC -ZZZZZZ9.99.
       01 ws-value-edit                 PIC -ZZZZZZZ9.99.
       01 ws-total-edit                 PIC -ZZZZZZZZZZ9.99.
       01 ws-pct-edit                   PIC ZZZ9.99.
       01 ws-line                       PIC X(80).
       01 ws-parm-switch                PIC X(01) VALUE 'N'.
           88 ws-parm-found             VALUE 'Y'.
           88 ws-parm-not-found          VALUE 'N'.
       01 ws-parm-eof-switch            PIC X(01) VALUE 'N'.
           88 ws-parm-eof               VALUE 'Y'.
       01 ws-parm-1                     PIC X(20).
       01 ws-parm-2                     PIC X(20).
       COPY 'src/run-control.cpy'.

       PROCEDURE DIVISION.
      *    Sets every counted stocktake line against the book figure
      *    frozen for it and values the difference at the current
      *    ingredient cost, the way valuation-report extends stock.
      *    A line whose variance is over the percentage tolerance
      *    of its book quantity, or over the value tolerance, is
      *    flagged RECOUNT so it can be checked before the
      *    supervisor approves stocktake-post. Either tolerance at
      *    zero is not applied; both at zero flags every line that
      *    differs. Lines not yet counted are listed so none is
      *    missed. Read-only: nothing on file changes.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               COMPUTE ws-tolerance-pct = FUNCTION NUMVAL(ws-parm-1)
               COMPUTE ws-tolerance-value =
                   FUNCTION NUMVAL(ws-parm-2)
           ELSE
               DISPLAY 'TOLERANCE PERCENT OF BOOK (0 = NONE): '
                   WITH NO ADVANCING
               ACCEPT ws-tolerance-pct
               DISPLAY 'TOLERANCE VALUE (0 = NONE):           '
                   WITH NO ADVANCING
               ACCEPT ws-tolerance-value
           END-IF

           OPEN INPUT fd-stocktakes
           OPEN INPUT fd-inventories
           OPEN INPUT fd-costs
           OPEN INPUT fd-conversions
           OPEN OUTPUT fd-print

           PERFORM 1000-PRINT-HEADINGS

           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO ws-current-location

           PERFORM UNTIL ws-file-eof
               READ fd-stocktakes NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-stocktake-location
                               NOT = ws-current-location
                           PERFORM 2000-LOCATION-BREAK
                       END-IF
                       PERFORM 3000-REPORT-ONE-LINE
               END-READ
           END-PERFORM

           IF ws-line-count > ZERO
               PERFORM 2100-LOCATION-TOTAL
           END-IF

           PERFORM 4000-PRINT-TOTALS

           CLOSE fd-stocktakes
           CLOSE fd-inventories
           CLOSE fd-costs
           CLOSE fd-conversions
           CLOSE fd-print

           STRING 'LINES ' DELIMITED BY SIZE
               ws-line-count DELIMITED BY SIZE
               ' UNCOUNTED ' DELIMITED BY SIZE
               ws-uncounted-count DELIMITED BY SIZE
               ' RECOUNT ' DELIMITED BY SIZE
               ws-recount-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - a row naming this program
      *    runs the report unattended, its values being the
      *    tolerance percent and the tolerance value; no row, and
      *    the prompts ask as usual.
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'stocktake-variance'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                           MOVE pm-parm-2 TO ws-parm-2
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-PRINT-HEADINGS.
           MOVE ws-tolerance-pct TO ws-pct-edit
           MOVE ws-tolerance-value TO ws-qty-edit

           MOVE SPACES TO ws-line
           STRING 'STOCKTAKE VARIANCE REPORT - TOLERANCE '
               DELIMITED BY SIZE
               ws-pct-edit DELIMITED BY SIZE
               '% OR VALUE ' DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'CODE       DESCRIPTION          BOOK    COUNTED'
               DELIMITED BY SIZE
               '    VARIANCE    VAR VALUE' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       2000-LOCATION-BREAK.
           IF ws-line-count > ZERO
               PERFORM 2100-LOCATION-TOTAL
           END-IF

           MOVE fd-stocktake-location TO ws-current-location
           MOVE ZERO TO ws-location-value

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'LOCATION ' DELIMITED BY SIZE
               fd-stocktake-location DELIMITED BY SIZE
               '  FROZEN ' DELIMITED BY SIZE
               fd-stocktake-freeze-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       2100-LOCATION-TOTAL.
           MOVE ws-location-value TO ws-total-edit

           MOVE SPACES TO ws-line
           STRING '  NET VARIANCE VALUE FOR ' DELIMITED BY SIZE
               ws-current-location DELIMITED BY SIZE
               '                      ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       3000-REPORT-ONE-LINE.
           ADD 1 TO ws-line-count
           MOVE SPACES TO ws-flag

           IF fd-stocktake-added
               ADD 1 TO ws-added-count
           END-IF

           MOVE fd-stocktake-code TO fd-inventory-code
           READ fd-inventories
               INVALID KEY
                   MOVE 'NOT ON FILE' TO ws-desc
               NOT INVALID KEY
                   MOVE fd-inventory-desc TO ws-desc
           END-READ

           MOVE fd-stocktake-book-qty TO ws-qty-edit

           IF fd-stocktake-uncounted
               ADD 1 TO ws-uncounted-count
               MOVE SPACES TO ws-line
               STRING fd-stocktake-code DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ws-desc DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ws-qty-edit DELIMITED BY SIZE
                   '  NOT COUNTED' DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           ELSE
               PERFORM 3100-REPORT-COUNTED-LINE
           END-IF
           .

       3100-REPORT-COUNTED-LINE.
           IF fd-stocktake-posted
               ADD 1 TO ws-posted-count
               MOVE 'POSTED' TO ws-flag
           ELSE
               ADD 1 TO ws-counted-count
           END-IF

           COMPUTE ws-variance-qty =
               fd-stocktake-counted-qty - fd-stocktake-book-qty

           IF ws-variance-qty < ZERO
               COMPUTE ws-value-qty = ZERO - ws-variance-qty
           ELSE
               MOVE ws-variance-qty TO ws-value-qty
           END-IF

           PERFORM 8100-VALUE-QUANTITY

           IF ws-variance-qty < ZERO
               COMPUTE ws-variance-value = ZERO - ws-value-amount
               ADD ws-value-amount TO ws-loss-value
           ELSE
               MOVE ws-value-amount TO ws-variance-value
               ADD ws-value-amount TO ws-gain-value
           END-IF

           ADD ws-variance-value TO ws-location-value
           ADD ws-variance-value TO ws-total-value

           PERFORM 3200-CHECK-TOLERANCE THRU 3200-DONE

           IF ws-over-tolerance
               ADD 1 TO ws-recount-count
               IF NOT fd-stocktake-posted
                   MOVE 'RECOUNT' TO ws-flag
               END-IF
           END-IF

           MOVE fd-stocktake-counted-qty TO ws-counted-edit
           MOVE ws-variance-qty TO ws-variance-edit
           MOVE ws-variance-value TO ws-value-edit

           MOVE SPACES TO ws-line
           STRING fd-stocktake-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-desc DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-counted-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-variance-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-value-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-flag DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       3200-CHECK-TOLERANCE.
      *    A line with no book quantity has no percentage to speak
      *    of, so any count there is over a percentage tolerance.
           SET ws-within-tolerance TO TRUE

           IF ws-variance-qty = ZERO
               GO TO 3200-DONE
           END-IF

           IF ws-tolerance-pct = ZERO AND ws-tolerance-value = ZERO
               SET ws-over-tolerance TO TRUE
               GO TO 3200-DONE
           END-IF

           IF ws-tolerance-value > ZERO
            AND ws-value-amount > ws-tolerance-value
               SET ws-over-tolerance TO TRUE
           END-IF

           IF ws-tolerance-pct > ZERO
               IF fd-stocktake-book-qty = ZERO
                   SET ws-over-tolerance TO TRUE
               ELSE
                   COMPUTE ws-variance-pct ROUNDED =
                       ws-value-qty * 100 / fd-stocktake-book-qty
                       ON SIZE ERROR
                           SET ws-over-tolerance TO TRUE
                   END-COMPUTE
                   IF ws-variance-pct > ws-tolerance-pct
                       SET ws-over-tolerance TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       3200-DONE.
           EXIT
           .

       4000-PRINT-TOTALS.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           IF ws-line-count = ZERO
               MOVE 'NO STOCKTAKE LINES - FREEZE A STOCKTAKE FIRST'
                   TO fd-print-line
               WRITE fd-print-line
           END-IF

           MOVE SPACES TO ws-line
           STRING 'STOCKTAKE LINES:         ' DELIMITED BY SIZE
               ws-line-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'COUNTED, NOT POSTED:     ' DELIMITED BY SIZE
               ws-counted-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'ALREADY POSTED:          ' DELIMITED BY SIZE
               ws-posted-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'NOT COUNTED:             ' DELIMITED BY SIZE
               ws-uncounted-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'ADDED - NOT ON SHEET:    ' DELIMITED BY SIZE
               ws-added-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'OVER TOLERANCE:          ' DELIMITED BY SIZE
               ws-recount-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'LINES WITHOUT A COST:    ' DELIMITED BY SIZE
               ws-uncosted-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-gain-value TO ws-total-edit
           MOVE SPACES TO ws-line
           STRING 'VALUE OF GAINS:     ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-loss-value TO ws-total-edit
           MOVE SPACES TO ws-line
           STRING 'VALUE OF LOSSES:    ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-total-value TO ws-total-edit
           MOVE SPACES TO ws-line
           STRING 'NET VARIANCE VALUE: ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       8100-VALUE-QUANTITY.
      *    Mirrors valuation-report's extension of an item: the
      *    quantity, in the stock unit, is converted into the unit
      *    the cost is kept per before multiplying. A code that is
      *    no longer on the inventory file is taken to be kept in
      *    its cost unit. No usable cost values the line at zero
      *    and counts it.
           SET ws-cost-ok TO TRUE
           MOVE ZERO TO ws-value-amount
           MOVE ws-value-qty TO ws-costed-qty
           MOVE fd-stocktake-code TO fd-cost-code

           READ fd-costs
               INVALID KEY
                   SET ws-cost-missing TO TRUE
               NOT INVALID KEY
                   MOVE fd-stocktake-code TO fd-inventory-code
                   READ fd-inventories
                       INVALID KEY
                           MOVE fd-cost-unit TO fd-inventory-unit
                   END-READ
                   IF fd-inventory-unit NOT = fd-cost-unit
                       MOVE fd-inventory-unit
                           TO fd-conversion-from-unit
                       MOVE fd-cost-unit
                           TO fd-conversion-to-unit
                       READ fd-conversions
                           INVALID KEY
                               SET ws-cost-missing TO TRUE
                           NOT INVALID KEY
                               COMPUTE ws-costed-qty ROUNDED =
                                   ws-costed-qty
                                   * fd-conversion-factor
                                   ON SIZE ERROR
                                       SET ws-cost-missing TO TRUE
                               END-COMPUTE
                       END-READ
                   END-IF
           END-READ

           IF ws-cost-ok
               COMPUTE ws-value-amount ROUNDED =
                   ws-costed-qty * fd-cost-per-unit
                   ON SIZE ERROR
                       SET ws-cost-missing TO TRUE
                       MOVE ZERO TO ws-value-amount
               END-COMPUTE
           END-IF

           IF ws-cost-missing AND ws-value-qty NOT = ZERO
               ADD 1 TO ws-uncosted-count
           END-IF
           .
