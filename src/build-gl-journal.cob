       IDENTIFICATION DIVISION.
       PROGRAM-ID. build-gl-journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC: the opening and closing positions are the
      *    snapshot files valuation runs wrote on the period's first
      *    and last days (snapshot-YYYYMMDD.dat), read one after the
      *    other through the one file.
       SELECT fd-snapshots
           ASSIGN TO DYNAMIC ws-snapshot-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-snapshot-status.

       SELECT OPTIONAL fd-movements
           ASSIGN TO 'inventory-movements.log'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-histories
           ASSIGN TO 'production-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-gl-maps
           ASSIGN TO 'gl-map.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

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

       SELECT OPTIONAL fd-recipes
           ASSIGN TO 'recipes.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-recipe-id
           SHARING WITH ALL OTHER.

      *    Keyed work files, rebuilt in full every run the way
      *    build-ingredient-xref rebuilds the cross-reference, so
      *    the journal handles any number of accounts and codes
      *    without an in-core table cap.
       SELECT OPTIONAL fd-gl-posts
           ASSIGN TO 'gl-post-work.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-gl-post-key.

       SELECT OPTIONAL fd-gl-items
           ASSIGN TO 'gl-item-work.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-gl-item-code.

      *    DYNAMIC: one journal file per period, named from the
      *    closing date (gl-journal-YYYYMMDD.dat), so a rerun of the
      *    month replaces its own file and no other.
       SELECT fd-gl-lines
           ASSIGN TO DYNAMIC ws-journal-name
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'gl-journal.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-snapshots.
       COPY 'src/snapshot-record.cpy'
           REPLACING ==:X:== BY ==sn-==.

       FD fd-movements.
       COPY 'src/movement-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-histories.
       COPY 'src/production-history-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-gl-maps.
       COPY 'src/gl-map-record.cpy'
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

       FD fd-recipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-gl-posts.
       COPY 'src/gl-post-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-gl-items.
       COPY 'src/gl-item-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-gl-lines.
       COPY 'src/gl-line-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-opening-date              PIC 9(8).
       01 ws-closing-date              PIC 9(8).
       01 ws-date-int                  PIC 9(8) BINARY.
       01 ws-snapshot-name             PIC X(30).
       01 ws-snapshot-status           PIC X(02).
       01 ws-journal-name              PIC X(30).
       01 ws-file-switch                PIC X(01).
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof           VALUE 'N'.
       01 ws-snapshot-side              PIC X(01).
           88 ws-loading-opening        VALUE 'O'.
           88 ws-loading-closing        VALUE 'C'.
      *    The account map, small enough to hold whole; rows are
      *    searched in file order so the first match wins.
       01 ws-map-table.
           02 ws-map-count              PIC 9(3) BINARY VALUE ZERO.
           02 ws-map-row OCCURS 200 TIMES.
               03 ws-map-type           PIC X(01).
               03 ws-map-from           PIC X(10).
               03 ws-map-to             PIC X(10).
               03 ws-map-account        PIC X(10).
               03 ws-map-receipt-account PIC X(10).
               03 ws-map-adjust-account PIC X(10).
       01 ws-map-dropped                PIC 9(5) VALUE ZERO.
       01 ws-suspense-account           PIC X(10) VALUE 'SUSPENSE'.
       01 ws-sub                        PIC 9(3) BINARY.
       01 ws-mapped-switch              PIC X(01).
           88 ws-mapped                 VALUE 'Y'.
           88 ws-not-mapped              VALUE 'N'.
       01 ws-stock-account              PIC X(10).
       01 ws-receipt-account            PIC X(10).
       01 ws-adjust-account             PIC X(10).
       01 ws-cos-account                PIC X(10).
       01 ws-last-recipe-id             PIC 9(6).
       01 ws-last-category              PIC X(10).
       01 ws-value-code                 PIC X(10).
       01 ws-value-qty                  PIC 9(7)V9(2).
       01 ws-costed-qty                 PIC 9(7)V9(2).
       01 ws-value-amount               PIC 9(9)V9(2).
       01 ws-cost-switch                PIC X(01).
           88 ws-cost-ok                VALUE 'Y'.
           88 ws-cost-missing            VALUE 'N'.
       01 ws-moved-qty                  PIC S9(7)V9(2).
       01 ws-adjust-value               PIC S9(10)V9(2).
       01 ws-post-source                PIC X(04).
       01 ws-post-account               PIC X(10).
       01 ws-post-centre                PIC X(10).
       01 ws-post-debit                 PIC 9(9)V9(2).
       01 ws-post-credit                PIC 9(9)V9(2).
       01 ws-net-value                  PIC S9(11)V9(2).
       01 ws-opening-total              PIC 9(11)V9(2) VALUE ZERO.
       01 ws-closing-total              PIC 9(11)V9(2) VALUE ZERO.
       01 ws-receipt-total              PIC 9(11)V9(2) VALUE ZERO.
       01 ws-issue-total                PIC 9(11)V9(2) VALUE ZERO.
       01 ws-transfer-total             PIC 9(11)V9(2) VALUE ZERO.
       01 ws-adjust-up-total            PIC 9(11)V9(2) VALUE ZERO.
       01 ws-adjust-down-total          PIC 9(11)V9(2) VALUE ZERO.
       01 ws-debit-total                PIC 9(11)V9(2) VALUE ZERO.
       01 ws-credit-total               PIC 9(11)V9(2) VALUE ZERO.
       01 ws-receipt-count              PIC 9(7) VALUE ZERO.
       01 ws-issue-count                PIC 9(7) VALUE ZERO.
       01 ws-transfer-count             PIC 9(7) VALUE ZERO.
       01 ws-uncosted-count             PIC 9(7) VALUE ZERO.
       01 ws-unmapped-count             PIC 9(7) VALUE ZERO.
       01 ws-gl-line-count              PIC 9(5) VALUE ZERO.
       01 ws-amount-edit                PIC ZZZZZZZZZZ9.99.
       01 ws-debit-edit                 PIC ZZZZZZZZZ9.99.
       01 ws-credit-edit                PIC ZZZZZZZZZ9.99.
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
      *    The month-end journal for the ledger, built from the same
      *    files reconcile-period reads: goods received (RECEIVE
      *    movements), cost of sales (production deductions, charged
      *    to the recipe's category), transfers between locations,
      *    and an adjustment that brings the book stock - opening
      *    snapshot plus receipts less issues - to the closing
      *    snapshot. Receipts, issues and transfers are valued at
      *    ingredient-costs.db the way valuation-report values
      *    stock. Accounts come from gl-map.dat; anything it does
      *    not map goes to suspense and is counted. Receipts,
      *    issues and adjustments are posted as debit and credit
      *    pairs. A transfer is two log lines and each is posted
      *    on its own - TRANS-OUT credits the sending location,
      *    TRANS-IN debits the receiving one - so a receiving side
      *    that never logged, or a pair split by the closing date,
      *    leaves the journal short on one side; that difference
      *    goes to suspense as one balancing transfer line, and a
      *    journal still out of balance ends the run with code 8.
      *    The control totals printed tie it back to the valuation
      *    and reconciliation reports.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               MOVE FUNCTION NUMVAL(ws-parm-1) TO ws-opening-date
               MOVE FUNCTION NUMVAL(ws-parm-2) TO ws-closing-date
           ELSE
               DISPLAY 'OPENING SNAPSHOT DATE (YYYYMMDD): '
                   WITH NO ADVANCING
               ACCEPT ws-opening-date
               DISPLAY 'CLOSING SNAPSHOT DATE (YYYYMMDD): '
                   WITH NO ADVANCING
               ACCEPT ws-closing-date
           END-IF

           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-opening-date)
           IF ws-date-int = ZERO
               DISPLAY 'OPENING DATE ' ws-opening-date ' IS NOT A '
                   'VALID DATE - NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-closing-date)
           IF ws-date-int = ZERO
            OR ws-closing-date NOT > ws-opening-date
               DISPLAY 'CLOSING DATE ' ws-closing-date ' IS NOT A '
                   'VALID DATE AFTER THE OPENING DATE - NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-LOAD-MAP

           IF ws-map-count = ZERO
               DISPLAY 'GL-MAP.DAT HAS NO ACCOUNT ROWS - NOTHING DONE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    The work files are derived data, thrown away and rebuilt
      *    every run (see build-ingredient-xref): OPEN OUTPUT
      *    empties them, then they are reopened I-O for the loads.
           OPEN OUTPUT fd-gl-posts
           CLOSE fd-gl-posts
           OPEN I-O fd-gl-posts
           OPEN OUTPUT fd-gl-items
           CLOSE fd-gl-items
           OPEN I-O fd-gl-items

           SET ws-loading-opening TO TRUE
           PERFORM 2000-LOAD-SNAPSHOT THRU 2000-DONE

           IF ws-snapshot-status = '00'
               SET ws-loading-closing TO TRUE
               PERFORM 2000-LOAD-SNAPSHOT THRU 2000-DONE
           END-IF

           IF ws-snapshot-status NOT = '00'
               CLOSE fd-gl-posts
               CLOSE fd-gl-items
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT fd-inventories
           OPEN INPUT fd-costs
           OPEN INPUT fd-conversions
           OPEN INPUT fd-recipes

           PERFORM 3000-POST-MOVEMENTS
           PERFORM 4000-POST-COST-OF-SALES
           PERFORM 5000-POST-STOCK-ADJUSTMENT

           CLOSE fd-inventories
           CLOSE fd-costs
           CLOSE fd-conversions
           CLOSE fd-recipes

           PERFORM 6000-WRITE-JOURNAL
           PERFORM 7000-PRINT-CONTROL-TOTALS

           IF ws-debit-total NOT = ws-credit-total
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE fd-gl-posts
           CLOSE fd-gl-items
           CLOSE fd-print

           DISPLAY 'JOURNAL LINES WRITTEN:  ' ws-gl-line-count
           DISPLAY 'JOURNAL FILE:           ' ws-journal-name
           MOVE ws-debit-total TO ws-amount-edit
           DISPLAY 'TOTAL DEBITS:        ' ws-amount-edit
           MOVE ws-credit-total TO ws-amount-edit
           DISPLAY 'TOTAL CREDITS:       ' ws-amount-edit
           IF ws-uncosted-count > ZERO
               DISPLAY 'LINES WITHOUT A COST:   ' ws-uncosted-count
           END-IF
           IF ws-unmapped-count > ZERO
               DISPLAY 'POSTINGS TO SUSPENSE:   ' ws-unmapped-count
           END-IF

           MOVE SPACES TO run-step-totals
           MOVE ws-debit-total TO ws-debit-edit
           MOVE ws-credit-total TO ws-credit-edit
           STRING 'LINES=' DELIMITED BY SIZE
               ws-gl-line-count DELIMITED BY SIZE
               ' DR=' DELIMITED BY SIZE
               ws-debit-edit DELIMITED BY SIZE
               ' CR=' DELIMITED BY SIZE
               ws-credit-edit DELIMITED BY SIZE
               ' SUSP=' DELIMITED BY SIZE
               ws-unmapped-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - parm 1 is the opening
      *    snapshot date and parm 2 the closing snapshot date.
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'build-gl-journal'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                           MOVE pm-parm-2 TO ws-parm-2
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-LOAD-MAP.
           SET ws-file-not-eof TO TRUE

           OPEN INPUT fd-gl-maps

           PERFORM UNTIL ws-file-eof
               READ fd-gl-maps
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-MAP-ROW
               END-READ
           END-PERFORM

           CLOSE fd-gl-maps

           IF ws-map-dropped > ZERO
               DISPLAY 'WARNING - ' ws-map-dropped ' GL-MAP.DAT ROWS '
                   'BEYOND THE FIRST 200 IGNORED'
           END-IF
           .

       1100-LOAD-ONE-MAP-ROW.
           EVALUATE TRUE
               WHEN fd-gl-map-suspense
                   IF fd-gl-map-account NOT = SPACES
                       MOVE fd-gl-map-account TO ws-suspense-account
                   END-IF
               WHEN fd-gl-map-ingredients
               WHEN fd-gl-map-category
                   IF ws-map-count < 200
                       ADD 1 TO ws-map-count
                       MOVE fd-gl-map-type TO ws-map-type (ws-map-count)
                       MOVE fd-gl-map-from TO ws-map-from (ws-map-count)
                       MOVE fd-gl-map-to TO ws-map-to (ws-map-count)
                       MOVE fd-gl-map-account
                           TO ws-map-account (ws-map-count)
                       MOVE fd-gl-map-receipt-account
                           TO ws-map-receipt-account (ws-map-count)
                       MOVE fd-gl-map-adjust-account
                           TO ws-map-adjust-account (ws-map-count)
                   ELSE
                       ADD 1 TO ws-map-dropped
                   END-IF
               WHEN OTHER
                   DISPLAY 'GL-MAP.DAT ROW OF UNKNOWN TYPE '
                       fd-gl-map-type ' IGNORED'
           END-EVALUATE
           .

       2000-LOAD-SNAPSHOT.
           MOVE SPACES TO ws-snapshot-name
           IF ws-loading-opening
               STRING 'snapshot-' DELIMITED BY SIZE
                   ws-opening-date DELIMITED BY SIZE
                   '.dat' DELIMITED BY SIZE
                   INTO ws-snapshot-name
           ELSE
               STRING 'snapshot-' DELIMITED BY SIZE
                   ws-closing-date DELIMITED BY SIZE
                   '.dat' DELIMITED BY SIZE
                   INTO ws-snapshot-name
           END-IF

           OPEN INPUT fd-snapshots

           IF ws-snapshot-status NOT = '00'
               DISPLAY 'SNAPSHOT ' ws-snapshot-name ' COULD NOT '
                   'BE OPENED (STATUS ' ws-snapshot-status
                   ') - RUN THE VALUATION ON THE PERIOD''S '
                   'FIRST AND LAST DAYS'
               GO TO 2000-DONE
           END-IF

           SET ws-file-not-eof TO TRUE

           PERFORM UNTIL ws-file-eof
               READ fd-snapshots
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       MOVE sn-snapshot-code TO fd-gl-item-code
                       PERFORM 8000-READ-OR-CREATE-ITEM
                       IF ws-loading-opening
                           ADD sn-snapshot-value TO fd-gl-item-opening
                           ADD sn-snapshot-value TO ws-opening-total
                       ELSE
                           ADD sn-snapshot-value TO fd-gl-item-closing
                           ADD sn-snapshot-value TO ws-closing-total
                       END-IF
                       PERFORM 8010-REWRITE-ITEM
               END-READ
           END-PERFORM

           CLOSE fd-snapshots
           .
       2000-DONE.
           EXIT
           .

       3000-POST-MOVEMENTS.
      *    Period runs from the day after the opening snapshot to
      *    the closing day inclusive, as in reconcile-period.
           SET ws-file-not-eof TO TRUE

           OPEN INPUT fd-movements

           PERFORM UNTIL ws-file-eof
               READ fd-movements
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-movement-date > ws-opening-date
                        AND fd-movement-date <= ws-closing-date
                           EVALUATE fd-movement-action
                               WHEN 'RECEIVE'
                                   PERFORM 3100-POST-ONE-RECEIPT
                               WHEN 'TRANS-OUT'
                               WHEN 'TRANS-IN'
                                   PERFORM 3200-POST-ONE-TRANSFER
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-movements
           .

       3100-POST-ONE-RECEIPT.
      *    Debit stock, credit goods received - the invoice side is
      *    cleared in the ledger when accounts pays it.
           COMPUTE ws-moved-qty =
               fd-movement-qty-after - fd-movement-qty-before

           IF ws-moved-qty > ZERO
               ADD 1 TO ws-receipt-count
               MOVE fd-movement-code TO ws-value-code
               MOVE ws-moved-qty TO ws-value-qty
               PERFORM 8100-VALUE-QUANTITY
               ADD ws-value-amount TO ws-receipt-total

               MOVE fd-movement-code TO fd-gl-item-code
               PERFORM 8000-READ-OR-CREATE-ITEM
               ADD ws-value-amount TO fd-gl-item-received
               PERFORM 8010-REWRITE-ITEM

               PERFORM 8300-FIND-ITEM-ACCOUNTS
               MOVE 'RCPT' TO ws-post-source
               MOVE SPACES TO ws-post-centre
               MOVE ws-stock-account TO ws-post-account
               MOVE ws-value-amount TO ws-post-debit
               MOVE ZERO TO ws-post-credit
               PERFORM 8200-ADD-POSTING
               MOVE ws-receipt-account TO ws-post-account
               MOVE ZERO TO ws-post-debit
               MOVE ws-value-amount TO ws-post-credit
               PERFORM 8200-ADD-POSTING
           END-IF
           .

       3200-POST-ONE-TRANSFER.
      *    The two sides of a transfer are two log lines carrying
      *    the same quantity and code, so each is posted on its own:
      *    the sending location credited, the receiving location
      *    debited, under the item's stock account with the
      *    location as the centre.
           IF fd-movement-action = 'TRANS-OUT'
               COMPUTE ws-moved-qty =
                   fd-movement-qty-before - fd-movement-qty-after
           ELSE
               COMPUTE ws-moved-qty =
                   fd-movement-qty-after - fd-movement-qty-before
           END-IF

           IF ws-moved-qty > ZERO
               MOVE fd-movement-code TO ws-value-code
               MOVE ws-moved-qty TO ws-value-qty
               PERFORM 8100-VALUE-QUANTITY
               PERFORM 8300-FIND-ITEM-ACCOUNTS

               MOVE 'TRAN' TO ws-post-source
               MOVE ws-stock-account TO ws-post-account
               MOVE fd-movement-location TO ws-post-centre
               IF fd-movement-action = 'TRANS-OUT'
                   ADD 1 TO ws-transfer-count
                   ADD ws-value-amount TO ws-transfer-total
                   MOVE ZERO TO ws-post-debit
                   MOVE ws-value-amount TO ws-post-credit
               ELSE
                   MOVE ws-value-amount TO ws-post-debit
                   MOVE ZERO TO ws-post-credit
               END-IF
               PERFORM 8200-ADD-POSTING
           END-IF
           .

       4000-POST-COST-OF-SALES.
      *    History lines flagged blank (deducted in full) or S
      *    (clamped at the stock that was there) took goods out;
      *    the N/U/L/C error flags deducted nothing.
           SET ws-file-not-eof TO TRUE
           MOVE ZERO TO ws-last-recipe-id
           MOVE SPACES TO ws-last-category

           OPEN INPUT fd-histories

           PERFORM UNTIL ws-file-eof
               READ fd-histories
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF (fd-history-flag = SPACE
                           OR fd-history-flag = 'S')
                        AND fd-history-date > ws-opening-date
                        AND fd-history-date <= ws-closing-date
                        AND fd-history-qty-deducted > ZERO
                           PERFORM 4100-POST-ONE-ISSUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-histories
           .

       4100-POST-ONE-ISSUE.
      *    Debit the category's cost of sales, credit stock. The
      *    lines of one run share a recipe, so its category is only
      *    read again when the recipe changes.
           ADD 1 TO ws-issue-count
           MOVE fd-history-code TO ws-value-code
           MOVE fd-history-qty-deducted TO ws-value-qty
           PERFORM 8100-VALUE-QUANTITY
           ADD ws-value-amount TO ws-issue-total

           MOVE fd-history-code TO fd-gl-item-code
           PERFORM 8000-READ-OR-CREATE-ITEM
           ADD ws-value-amount TO fd-gl-item-issued
           PERFORM 8010-REWRITE-ITEM

           IF fd-history-recipe-id NOT = ws-last-recipe-id
               MOVE fd-history-recipe-id TO ws-last-recipe-id
               MOVE fd-history-recipe-id TO fd-recipe-id
               READ fd-recipes
                   INVALID KEY
                       MOVE SPACES TO ws-last-category
                   NOT INVALID KEY
                       MOVE fd-recipe-category TO ws-last-category
               END-READ
           END-IF

           PERFORM 8400-FIND-CATEGORY-ACCOUNT
           PERFORM 8300-FIND-ITEM-ACCOUNTS

           MOVE 'COS ' TO ws-post-source
           MOVE SPACES TO ws-post-centre
           MOVE ws-cos-account TO ws-post-account
           MOVE ws-value-amount TO ws-post-debit
           MOVE ZERO TO ws-post-credit
           PERFORM 8200-ADD-POSTING
           MOVE ws-stock-account TO ws-post-account
           MOVE ZERO TO ws-post-debit
           MOVE ws-value-amount TO ws-post-credit
           PERFORM 8200-ADD-POSTING
           .

       5000-POST-STOCK-ADJUSTMENT.
      *    What the book says each item should be worth - opening
      *    value plus receipts less issues - against the closing
      *    snapshot. The difference (waste, shrinkage, count
      *    corrections and cost changes alike) is posted between
      *    the stock account and the item's adjustment account.
           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-gl-item-code

           START fd-gl-items KEY IS >= fd-gl-item-code
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-gl-items NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       PERFORM 5100-ADJUST-ONE-ITEM
               END-READ
           END-PERFORM
           .

       5100-ADJUST-ONE-ITEM.
           COMPUTE ws-adjust-value =
               fd-gl-item-closing
               - fd-gl-item-opening
               - fd-gl-item-received
               + fd-gl-item-issued

           IF ws-adjust-value NOT = ZERO
               MOVE fd-gl-item-code TO ws-value-code
               PERFORM 8300-FIND-ITEM-ACCOUNTS
               MOVE 'STCK' TO ws-post-source
               MOVE SPACES TO ws-post-centre

               IF ws-adjust-value > ZERO
                   ADD ws-adjust-value TO ws-adjust-up-total
                   MOVE ws-adjust-value TO ws-post-debit
                   MOVE ZERO TO ws-post-credit
                   MOVE ws-stock-account TO ws-post-account
                   PERFORM 8200-ADD-POSTING
                   MOVE ZERO TO ws-post-debit
                   MOVE ws-adjust-value TO ws-post-credit
                   MOVE ws-adjust-account TO ws-post-account
                   PERFORM 8200-ADD-POSTING
               ELSE
                   SUBTRACT ws-adjust-value FROM ws-adjust-down-total
                   MOVE ZERO TO ws-post-debit
                   MOVE ws-adjust-value TO ws-post-credit
                   MOVE ws-stock-account TO ws-post-account
                   PERFORM 8200-ADD-POSTING
                   MOVE ws-adjust-value TO ws-post-debit
                   MOVE ZERO TO ws-post-credit
                   MOVE ws-adjust-account TO ws-post-account
                   PERFORM 8200-ADD-POSTING
               END-IF
           END-IF
           .

       6000-WRITE-JOURNAL.
      *    One line per source, account and centre, netted to a
      *    debit or a credit; transfers between locations carried
      *    in the same account net out per location, not overall.
           MOVE SPACES TO ws-journal-name
           STRING 'gl-journal-' DELIMITED BY SIZE
               ws-closing-date DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ws-journal-name

           OPEN OUTPUT fd-gl-lines
           OPEN OUTPUT fd-print

           MOVE SPACES TO ws-line
           STRING 'MONTH-END GL JOURNAL ' DELIMITED BY SIZE
               ws-opening-date DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               ws-closing-date DELIMITED BY SIZE
               '  FILE ' DELIMITED BY SIZE
               ws-journal-name DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'SRC  ACCOUNT    CENTRE    ' DELIMITED BY SIZE
               '                DEBIT         CREDIT'
               DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-gl-post-key

           START fd-gl-posts KEY IS >= fd-gl-post-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-gl-posts NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       PERFORM 6100-WRITE-ONE-LINE
               END-READ
           END-PERFORM

           IF ws-debit-total NOT = ws-credit-total
               PERFORM 6200-WRITE-BALANCING-LINE
           END-IF

           CLOSE fd-gl-lines
           .

       6100-WRITE-ONE-LINE.
           COMPUTE ws-net-value =
               fd-gl-post-debit - fd-gl-post-credit

           IF ws-net-value NOT = ZERO
               ADD 1 TO ws-gl-line-count
               MOVE ws-closing-date TO fd-gl-line-period-end
               MOVE ws-gl-line-count TO fd-gl-line-seq
               MOVE fd-gl-post-source TO fd-gl-line-source
               MOVE fd-gl-post-account TO fd-gl-line-account
               MOVE fd-gl-post-centre TO fd-gl-line-centre
               EVALUATE fd-gl-post-source
                   WHEN 'RCPT'
                       MOVE 'GOODS RECEIVED' TO fd-gl-line-narrative
                   WHEN 'COS '
                       MOVE 'COST OF SALES' TO fd-gl-line-narrative
                   WHEN 'TRAN'
                       MOVE 'STOCK TRANSFER BETWEEN LOCATIONS'
                           TO fd-gl-line-narrative
                   WHEN OTHER
                       MOVE 'STOCK ADJUSTED TO VALUATION'
                           TO fd-gl-line-narrative
               END-EVALUATE
               IF ws-net-value > ZERO
                   MOVE ws-net-value TO fd-gl-line-debit
                   MOVE ZERO TO fd-gl-line-credit
                   ADD ws-net-value TO ws-debit-total
               ELSE
                   MOVE ZERO TO fd-gl-line-debit
                   MOVE ws-net-value TO fd-gl-line-credit
                   SUBTRACT ws-net-value FROM ws-credit-total
               END-IF
               WRITE fd-gl-line
               PERFORM 6110-PRINT-ONE-LINE
           END-IF
           .

       6110-PRINT-ONE-LINE.
           MOVE fd-gl-line-debit TO ws-debit-edit
           MOVE fd-gl-line-credit TO ws-credit-edit
           MOVE SPACES TO ws-line
           STRING fd-gl-line-source DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-gl-line-account DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-gl-line-centre DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-debit-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-credit-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       6200-WRITE-BALANCING-LINE.
      *    Only a transfer can leave the postings short on one side,
      *    so the difference is taken to suspense under TRAN for
      *    accounts to clear against the transfer log.
           COMPUTE ws-net-value = ws-debit-total - ws-credit-total

           ADD 1 TO ws-gl-line-count
           ADD 1 TO ws-unmapped-count
           MOVE ws-closing-date TO fd-gl-line-period-end
           MOVE ws-gl-line-count TO fd-gl-line-seq
           MOVE 'TRAN' TO fd-gl-line-source
           MOVE ws-suspense-account TO fd-gl-line-account
           MOVE SPACES TO fd-gl-line-centre
           MOVE 'TRANSFER OUT OF BALANCE' TO fd-gl-line-narrative
           IF ws-net-value > ZERO
               MOVE ZERO TO fd-gl-line-debit
               MOVE ws-net-value TO fd-gl-line-credit
               ADD ws-net-value TO ws-credit-total
           ELSE
               MOVE ws-net-value TO fd-gl-line-debit
               MOVE ZERO TO fd-gl-line-credit
               SUBTRACT ws-net-value FROM ws-debit-total
           END-IF
           WRITE fd-gl-line
           PERFORM 6110-PRINT-ONE-LINE
           .

       7000-PRINT-CONTROL-TOTALS.
      *    Opening and closing stock tie to the two valuation
      *    reports; receipts and issues are the quantities
      *    reconcile-period shows, here at cost.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE 'CONTROL TOTALS' TO fd-print-line
           WRITE fd-print-line

           MOVE ws-opening-total TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'OPENING STOCK (SNAPSHOT)    ' DELIMITED BY SIZE
               ws-amount-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-receipt-total TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'GOODS RECEIVED              ' DELIMITED BY SIZE
               ws-amount-edit DELIMITED BY SIZE
               '  MOVEMENTS ' DELIMITED BY SIZE
               ws-receipt-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-issue-total TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'COST OF SALES               ' DELIMITED BY SIZE
               ws-amount-edit DELIMITED BY SIZE
               '  LINES     ' DELIMITED BY SIZE
               ws-issue-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-transfer-total TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'TRANSFERS BETWEEN LOCATIONS ' DELIMITED BY SIZE
               ws-amount-edit DELIMITED BY SIZE
               '  TRANSFERS ' DELIMITED BY SIZE
               ws-transfer-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-adjust-up-total TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'STOCK ADJUSTED UP           ' DELIMITED BY SIZE
               ws-amount-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-adjust-down-total TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'STOCK ADJUSTED DOWN         ' DELIMITED BY SIZE
               ws-amount-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-closing-total TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'CLOSING STOCK (SNAPSHOT)    ' DELIMITED BY SIZE
               ws-amount-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE ws-debit-total TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'TOTAL DEBITS                ' DELIMITED BY SIZE
               ws-amount-edit DELIMITED BY SIZE
               '  LINES     ' DELIMITED BY SIZE
               ws-gl-line-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-credit-total TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING 'TOTAL CREDITS               ' DELIMITED BY SIZE
               ws-amount-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           IF ws-debit-total = ws-credit-total
               MOVE 'JOURNAL BALANCES' TO fd-print-line
           ELSE
               MOVE '*** JOURNAL OUT OF BALANCE - DO NOT SEND ***'
                   TO fd-print-line
           END-IF
           WRITE fd-print-line

           IF ws-uncosted-count > ZERO
               MOVE SPACES TO ws-line
               STRING 'LINES WITH NO USABLE COST, VALUED AT ZERO '
                   DELIMITED BY SIZE
                   ws-uncosted-count DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF

           IF ws-unmapped-count > ZERO
               MOVE SPACES TO ws-line
               STRING 'POSTINGS TO SUSPENSE ' DELIMITED BY SIZE
                   ws-suspense-account DELIMITED BY SIZE
                   ' - UNMAPPED OR UNBALANCED ' DELIMITED BY SIZE
                   ws-unmapped-count DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF
           .

       8000-READ-OR-CREATE-ITEM.
      *    A code that moved during the period without being on
      *    either snapshot still needs its adjustment worked, so a
      *    missing work record is created at zero on first touch.
           READ fd-gl-items
               INVALID KEY
                   MOVE ZERO TO fd-gl-item-opening
                   MOVE ZERO TO fd-gl-item-received
                   MOVE ZERO TO fd-gl-item-issued
                   MOVE ZERO TO fd-gl-item-closing
                   WRITE fd-gl-item
                       INVALID KEY
                           DISPLAY 'WORK RECORD FOR '
                               fd-gl-item-code ' COULD NOT BE '
                               'CREATED'
                   END-WRITE
           END-READ
           .

       8010-REWRITE-ITEM.
           REWRITE fd-gl-item
               INVALID KEY
                   DISPLAY 'WORK RECORD FOR ' fd-gl-item-code
                       ' COULD NOT BE REWRITTEN'
           END-REWRITE
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
           MOVE ws-value-code TO fd-cost-code

           READ fd-costs
               INVALID KEY
                   SET ws-cost-missing TO TRUE
               NOT INVALID KEY
                   MOVE ws-value-code TO fd-inventory-code
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

           IF ws-cost-missing
               ADD 1 TO ws-uncosted-count
           END-IF
           .

       8200-ADD-POSTING.
           MOVE ws-post-source TO fd-gl-post-source
           MOVE ws-post-account TO fd-gl-post-account
           MOVE ws-post-centre TO fd-gl-post-centre

           READ fd-gl-posts
               INVALID KEY
                   MOVE ws-post-debit TO fd-gl-post-debit
                   MOVE ws-post-credit TO fd-gl-post-credit
                   WRITE fd-gl-post
                       INVALID KEY
                           DISPLAY 'WORK RECORD FOR '
                               fd-gl-post-account ' COULD NOT BE '
                               'CREATED'
                   END-WRITE
               NOT INVALID KEY
                   ADD ws-post-debit TO fd-gl-post-debit
                   ADD ws-post-credit TO fd-gl-post-credit
                   REWRITE fd-gl-post
                       INVALID KEY
                           DISPLAY 'WORK RECORD FOR '
                               fd-gl-post-account ' COULD NOT BE '
                               'REWRITTEN'
                   END-REWRITE
           END-READ
           .

       8300-FIND-ITEM-ACCOUNTS.
      *    First I row whose range holds the code; an account the
      *    row leaves blank falls to suspense like an unmapped code.
           SET ws-not-mapped TO TRUE
           MOVE ws-suspense-account TO ws-stock-account
           MOVE ws-suspense-account TO ws-receipt-account
           MOVE ws-suspense-account TO ws-adjust-account

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-map-count OR ws-mapped
               IF ws-map-type (ws-sub) = 'I'
                AND ws-value-code >= ws-map-from (ws-sub)
                AND ws-value-code <= ws-map-to (ws-sub)
                   SET ws-mapped TO TRUE
                   IF ws-map-account (ws-sub) NOT = SPACES
                       MOVE ws-map-account (ws-sub)
                           TO ws-stock-account
                   END-IF
                   IF ws-map-receipt-account (ws-sub) NOT = SPACES
                       MOVE ws-map-receipt-account (ws-sub)
                           TO ws-receipt-account
                   END-IF
                   IF ws-map-adjust-account (ws-sub) NOT = SPACES
                       MOVE ws-map-adjust-account (ws-sub)
                           TO ws-adjust-account
                   END-IF
               END-IF
           END-PERFORM

           IF ws-not-mapped
               ADD 1 TO ws-unmapped-count
           END-IF
           .

       8400-FIND-CATEGORY-ACCOUNT.
           SET ws-not-mapped TO TRUE
           MOVE ws-suspense-account TO ws-cos-account

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-map-count OR ws-mapped
               IF ws-map-type (ws-sub) = 'C'
                AND ws-map-from (ws-sub) = ws-last-category
                   SET ws-mapped TO TRUE
                   IF ws-map-account (ws-sub) NOT = SPACES
                       MOVE ws-map-account (ws-sub) TO ws-cos-account
                   END-IF
               END-IF
           END-PERFORM

           IF ws-not-mapped
               ADD 1 TO ws-unmapped-count
           END-IF
           .
