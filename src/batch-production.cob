           ASSIGN TO 'production-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-lot-usages
           ASSIGN TO 'lot-usage.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Second paths onto the recipe and ingredient files, so a
      *    component line can be exploded through its own recipe's
      *    yield and lines without disturbing the record buffer or
           RECORD KEY IS fd-location-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-batches
           ASSIGN TO 'finished-goods.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-batch-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-shelf-lives
           ASSIGN TO 'shelf-life.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-shelf-recipe-id.

       SELECT OPTIONAL fd-ccps
           ASSIGN TO 'ccp.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-ccp-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-ccp-checks
           ASSIGN TO 'ccp-checks.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-check-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           ACCESS IS RANDOM
           RECORD KEY IS fd-plan-work-line-no.

       SELECT OPTIONAL fd-substitutions
           ASSIGN TO 'substitutions.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-substitution-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-allergens
           ASSIGN TO 'allergens.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-allergen-code.

       DATA DIVISION.
       FILE SECTION.
       FD fd-menus.
       COPY 'src/production-history-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-lot-usages.
       COPY 'src/lot-usage-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-subrecipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==sr-==.
       COPY 'src/location-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-batches.
       COPY 'src/batch-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-shelf-lives.
       COPY 'src/shelf-life-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-ccps.
       COPY 'src/ccp-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-ccp-checks.
       COPY 'src/ccp-check-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.
       COPY 'src/plan-work-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-substitutions.
       COPY 'src/substitution-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-allergens.
       COPY 'src/allergen-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-menu-date                 PIC 9(8).
       01 ws-default-covers            PIC 9(5).
       01 ws-recipe-line-count          PIC 9(3).
       01 ws-recipe-short-count         PIC 9(3).
       01 ws-recipe-reject-count        PIC 9(3).
       01 ws-recipe-swap-count          PIC 9(3).
       01 ws-day-recipe-count           PIC 9(3) VALUE ZERO.
       01 ws-day-short-count            PIC 9(5) VALUE ZERO.
       01 ws-day-reject-count           PIC 9(5) VALUE ZERO.
       01 ws-day-skipped-count          PIC 9(3) VALUE ZERO.
       01 ws-day-swap-count             PIC 9(3) VALUE ZERO.
       01 ws-item-switch                PIC X(01).
           88 ws-item-found             VALUE 'Y'.
           88 ws-item-not-found          VALUE 'N'.
           88 ws-lot-eof                VALUE 'Y'.
           88 ws-lot-not-eof             VALUE 'N'.
       01 ws-lot-remaining              PIC 9(7)V9(2).
       01 ws-lot-taken                  PIC 9(7)V9(2).
       01 ws-lot-short-edit             PIC ZZZZZZ9.99.
       01 ws-issue-location             PIC X(10).
       01 ws-location-short-edit        PIC ZZZZZZ9.99.
       01 ws-portions-made              PIC 9(5).
       01 ws-shelf-days                 PIC 9(3).
       01 ws-date-int                   PIC 9(8) BINARY.
       01 ws-ccp-switch                 PIC X(01).
           88 ws-ccp-eof                VALUE 'Y'.
           88 ws-ccp-not-eof             VALUE 'N'.
       01 ws-ccp-count                  PIC 9(3).
       01 ws-parm-3                     PIC X(20).
       01 ws-parm-switch                PIC X(01) VALUE 'N'.
           88 ws-parm-found             VALUE 'Y'.
           88 ws-parm-eof               VALUE 'Y'.
       01 ws-parm-1                     PIC X(20).
       01 ws-parm-2                     PIC X(20).
       01 ws-shortfall-qty              PIC 9(7)V9(2).
       01 ws-substitute-qty             PIC 9(7)V9(2).
       01 ws-substitute-edit            PIC ZZZZZZ9.99.
       01 ws-substitute-recipe-id       PIC 9(6).
       01 ws-substitute-switch          PIC X(01).
           88 ws-substitute-found        VALUE 'Y'.
           88 ws-substitute-not-found    VALUE 'N'.
       01 ws-substitution-switch        PIC X(01).
           88 ws-substitution-eof        VALUE 'Y'.
           88 ws-substitution-not-eof    VALUE 'N'.
       01 ws-component-id               PIC 9(6).
       01 ws-dish-allergen-table.
           02 ws-dish-allergen-count    PIC 9(2) BINARY VALUE ZERO.
           02 ws-dish-allergen OCCURS 50 TIMES
                                        PIC X(20).
       01 ws-sub                        PIC 9(3) BINARY.
       01 ws-token                      PIC X(20).
       01 ws-scan-ptr                   PIC 9(3) BINARY.
       01 ws-known-switch               PIC X(01).
           88 ws-known                  VALUE 'Y'.
           88 ws-not-known               VALUE 'N'.
       01 ws-allergen-reason            PIC X(50).
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).
           OPEN I-O fd-inventories
           OPEN I-O fd-lots
           OPEN I-O fd-locations
           OPEN I-O fd-batches
           OPEN INPUT fd-shelf-lives
           OPEN INPUT fd-ccps
           OPEN I-O fd-ccp-checks
           OPEN EXTEND fd-histories
           OPEN EXTEND fd-lot-usages
           OPEN INPUT fd-subrecipes
           OPEN INPUT fd-components
           OPEN INPUT fd-substitutions
           OPEN INPUT fd-allergens

           PERFORM 1000-LOAD-PLAN
           PERFORM 2000-WALK-MENU
           CLOSE fd-inventories
           CLOSE fd-lots
           CLOSE fd-locations
           CLOSE fd-batches
           CLOSE fd-shelf-lives
           CLOSE fd-ccps
           CLOSE fd-ccp-checks
           CLOSE fd-histories
           CLOSE fd-lot-usages
           CLOSE fd-subrecipes
           CLOSE fd-components
           CLOSE fd-plan-works
           CLOSE fd-substitutions
           CLOSE fd-allergens

           DISPLAY ' '
           DISPLAY 'RECIPES PRODUCED:   ' ws-day-recipe-count
           DISPLAY 'MENU LINES SKIPPED: ' ws-day-skipped-count
           DISPLAY 'LINES SHORT:        ' ws-day-short-count
           DISPLAY 'LINES REJECTED:     ' ws-day-reject-count
           DISPLAY 'LINES SUBSTITUTED:  ' ws-day-swap-count

           MOVE SPACES TO run-step-totals
           STRING 'PRODUCED=' DELIMITED BY SIZE
               ws-day-short-count DELIMITED BY SIZE
               ' REJECTED=' DELIMITED BY SIZE
               ws-day-reject-count DELIMITED BY SIZE
               ' SUBS=' DELIMITED BY SIZE
               ws-day-swap-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           MOVE ZERO TO ws-recipe-line-count
           MOVE ZERO TO ws-recipe-short-count
           MOVE ZERO TO ws-recipe-reject-count
           MOVE ZERO TO ws-recipe-swap-count

           MOVE fd-menu-recipe-id TO fd-recipe-id

               SET ws-recipe-rejected TO TRUE
           END-IF

      *    A plan row of zero covers means carried-forward leftovers
      *    already cover the line (see forecast-covers).
           IF ws-recipe-ok AND ws-covers = ZERO
               DISPLAY 'RECIPE ' fd-recipe-id ' HAS NO COVERS TO '
                   'PRODUCE - MENU LINE SKIPPED'
               SET ws-recipe-rejected TO TRUE
           END-IF

           IF ws-recipe-ok
               COMPUTE ws-ratio ROUNDED =
                   ws-covers / fd-recipe-yield
      *        one header on the production report.
               ACCEPT ws-run-date FROM DATE YYYYMMDD
               ACCEPT ws-run-time FROM TIME
               PERFORM 4100-COLLECT-DISH-ALLERGENS
               PERFORM 4000-CONSUME-INGREDIENTS
               PERFORM 7000-RECORD-BATCH THRU 7000-DONE
               PERFORM 7500-OPEN-CCP-CHECKS
               ADD 1 TO ws-day-recipe-count
               ADD ws-recipe-short-count TO ws-day-short-count
               ADD ws-recipe-reject-count TO ws-day-reject-count
               ADD ws-recipe-swap-count TO ws-day-swap-count
               DISPLAY '  LINES DEDUCTED: ' ws-recipe-line-count
                   ' SHORT: ' ws-recipe-short-count
                   ' REJECTED: ' ws-recipe-reject-count
                   ' SUBSTITUTED: ' ws-recipe-swap-count
           END-IF
           .

           END-PERFORM
           .

       4100-COLLECT-DISH-ALLERGENS.
      *    See run-production.cob - the dish's declared allergens,
      *    components included, gathered before any stock moves so
      *    a substitute is never swapped in carrying one the dish
      *    does not declare.
           MOVE ZERO TO ws-dish-allergen-count

           SET ws-ingredient-not-eof TO TRUE
           MOVE fd-recipe-id TO fd-ingredient-recipe-id
           MOVE 1 TO fd-ingredient-line-no

           START fd-ingredients KEY IS >= fd-ingredient-key
               INVALID KEY
                   SET ws-ingredient-eof TO TRUE
           END-START

           PERFORM UNTIL ws-ingredient-eof
               READ fd-ingredients NEXT RECORD
                   AT END
                       SET ws-ingredient-eof TO TRUE
                   NOT AT END
                       IF fd-ingredient-recipe-id NOT = fd-recipe-id
                           SET ws-ingredient-eof TO TRUE
                       ELSE
                           PERFORM 4110-COLLECT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       4110-COLLECT-ONE-LINE.
           IF fd-ingredient-is-component
               PERFORM 4150-COLLECT-COMPONENT
           ELSE
               MOVE fd-ingredient-code TO fd-allergen-code
               PERFORM 4120-COLLECT-ONE-CODE
           END-IF
           .

       4120-COLLECT-ONE-CODE.
           READ fd-allergens
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO ws-scan-ptr
                   PERFORM UNTIL ws-scan-ptr > 60
                       MOVE SPACES TO ws-token
                       UNSTRING fd-allergen-list DELIMITED BY ','
                           INTO ws-token
                           WITH POINTER ws-scan-ptr
                       END-UNSTRING
                       MOVE FUNCTION TRIM(ws-token) TO ws-token
                       IF ws-token NOT = SPACES
                        AND ws-token NOT = 'NONE'
                           PERFORM 4140-ADD-DISH-ALLERGEN
                       END-IF
                   END-PERFORM
           END-READ
           .

       4140-ADD-DISH-ALLERGEN.
           PERFORM 4145-FIND-DISH-ALLERGEN

           IF ws-not-known
            AND ws-dish-allergen-count < 50
               ADD 1 TO ws-dish-allergen-count
               MOVE ws-token
                   TO ws-dish-allergen (ws-dish-allergen-count)
           END-IF
           .

       4145-FIND-DISH-ALLERGEN.
           SET ws-not-known TO TRUE

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-dish-allergen-count
                      OR ws-known
               IF ws-dish-allergen (ws-sub) = ws-token
                   SET ws-known TO TRUE
               END-IF
           END-PERFORM
           .

       4150-COLLECT-COMPONENT.
           MOVE fd-ingredient-code TO ws-component-id

           SET ws-component-not-eof TO TRUE
           MOVE ws-component-id TO cp-ingredient-recipe-id
           MOVE 1 TO cp-ingredient-line-no

           START fd-components KEY IS >= cp-ingredient-key
               INVALID KEY
                   SET ws-component-eof TO TRUE
           END-START

           PERFORM UNTIL ws-component-eof
               READ fd-components NEXT RECORD
                   AT END
                       SET ws-component-eof TO TRUE
                   NOT AT END
                       IF cp-ingredient-recipe-id
                               NOT = ws-component-id
                           SET ws-component-eof TO TRUE
                       ELSE
                           IF NOT cp-ingredient-is-component
                               MOVE cp-ingredient-code
                                   TO fd-allergen-code
                               PERFORM 4120-COLLECT-ONE-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       5000-CONSUME-ONE-ITEM.
      *    A component line (another recipe used as an ingredient)
      *    is exploded down to that recipe's own raw lines, scaled
                   ') NEED ' ws-scaled-qty-edit ' HAVE '
                   ws-on-hand-edit
               ADD 1 TO ws-recipe-short-count
               COMPUTE ws-shortfall-qty =
                   ws-scaled-qty - fd-inventory-qty-on-hand
               MOVE fd-inventory-qty-on-hand TO ws-deducted-qty
               MOVE 'S' TO ws-history-flag
               MOVE ZERO TO fd-inventory-qty-on-hand
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-inventory TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
                   IF ws-history-flag = 'S'
                       PERFORM 5800-APPLY-SUBSTITUTE THRU 5800-DONE
                   END-IF
           END-REWRITE
           .


       5350-TAKE-FROM-ONE-LOT.
           IF fd-lot-qty-left >= ws-lot-remaining
               MOVE ws-lot-remaining TO ws-lot-taken
               SUBTRACT ws-lot-remaining FROM fd-lot-qty-left
               MOVE ZERO TO ws-lot-remaining
           ELSE
               MOVE fd-lot-qty-left TO ws-lot-taken
               SUBTRACT fd-lot-qty-left FROM ws-lot-remaining
               MOVE ZERO TO fd-lot-qty-left
           END-IF
                   MOVE fd-lot TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE

      *    See lot-usage-record.cpy - the lot is tied to this run
      *    for recall-trace.
           MOVE fd-recipe-id           TO fd-usage-recipe-id
           MOVE ws-run-date            TO fd-usage-date
           MOVE ws-run-time            TO fd-usage-time
           MOVE fd-lot-code            TO fd-usage-lot-code
           MOVE fd-lot-expiry          TO fd-usage-lot-expiry
           MOVE fd-lot-no              TO fd-usage-lot-no
           MOVE ws-lot-taken           TO fd-usage-qty
           WRITE fd-usage
           .

       5800-APPLY-SUBSTITUTE.
      *    See run-production.cob - the same search for an approved
      *    substitute (this recipe's rows, then the any-recipe rows,
      *    by rank) that covers the whole shortfall and brings no
      *    undeclared allergen. Unattended, so the first one found
      *    is used without asking; the line then counts as
      *    substituted rather than short.
           SET ws-substitute-not-found TO TRUE
           MOVE fd-recipe-id TO ws-substitute-recipe-id
           PERFORM 5810-SCAN-SUBSTITUTES

           IF ws-substitute-not-found
               MOVE ZERO TO ws-substitute-recipe-id
               PERFORM 5810-SCAN-SUBSTITUTES
           END-IF

           IF ws-substitute-not-found
               GO TO 5800-DONE
           END-IF

           PERFORM 5850-DEDUCT-SUBSTITUTE
           .
       5800-DONE.
           EXIT
           .

       5810-SCAN-SUBSTITUTES.
           SET ws-substitution-not-eof TO TRUE
           MOVE fd-ingredient-code TO fd-substitution-code
           MOVE ws-substitute-recipe-id TO fd-substitution-recipe-id
           MOVE ZERO TO fd-substitution-rank

           START fd-substitutions KEY IS >= fd-substitution-key
               INVALID KEY
                   SET ws-substitution-eof TO TRUE
           END-START

           PERFORM UNTIL ws-substitution-eof
                      OR ws-substitute-found
               READ fd-substitutions NEXT RECORD
                   AT END
                       SET ws-substitution-eof TO TRUE
                   NOT AT END
                       IF fd-substitution-code
                               NOT = fd-ingredient-code
                        OR fd-substitution-recipe-id
                               NOT = ws-substitute-recipe-id
                           SET ws-substitution-eof TO TRUE
                       ELSE
                           PERFORM 5820-TRY-ONE-SUBSTITUTE
                               THRU 5820-DONE
                       END-IF
               END-READ
           END-PERFORM
           .

       5820-TRY-ONE-SUBSTITUTE.
           COMPUTE ws-substitute-qty ROUNDED =
               ws-shortfall-qty * fd-substitution-factor
               ON SIZE ERROR
                   DISPLAY '  SUBSTITUTE ' fd-substitution-substitute
                       ' QUANTITY TOO LARGE - NOT USED'
                   GO TO 5820-DONE
           END-COMPUTE

           MOVE fd-substitution-substitute TO fd-inventory-code
           PERFORM 5050-READ-ITEM-WITH-RETRY

           IF ws-inventory-status = '51'
               DISPLAY '  SUBSTITUTE ' fd-substitution-substitute
                   ' IS HELD BY ANOTHER USER - NOT USED'
               GO TO 5820-DONE
           END-IF

           IF ws-item-not-found
               DISPLAY '  SUBSTITUTE ' fd-substitution-substitute
                   ' NOT ON FILE - NOT USED'
               GO TO 5820-DONE
           END-IF

           IF fd-inventory-qty-on-hand < ws-substitute-qty
               MOVE ws-substitute-qty TO ws-substitute-edit
               MOVE fd-inventory-qty-on-hand TO ws-on-hand-edit
               DISPLAY '  SUBSTITUTE ' fd-inventory-code ' NEED '
                   ws-substitute-edit ' HAVE ' ws-on-hand-edit
                   ' - NOT USED'
               GO TO 5820-DONE
           END-IF

           PERFORM 5830-CHECK-SUBSTITUTE-ALLERGENS

           IF ws-allergen-reason NOT = SPACES
               DISPLAY '  SUBSTITUTE ' fd-inventory-code ' '
                   ws-allergen-reason ' - NOT USED'
               GO TO 5820-DONE
           END-IF

           SET ws-substitute-found TO TRUE
           .
       5820-DONE.
           EXIT
           .

       5830-CHECK-SUBSTITUTE-ALLERGENS.
           MOVE SPACES TO ws-allergen-reason
           MOVE fd-inventory-code TO fd-allergen-code

           READ fd-allergens
               INVALID KEY
                   MOVE 'HAS NO ALLERGEN RECORD' TO ws-allergen-reason
               NOT INVALID KEY
                   MOVE 1 TO ws-scan-ptr
                   PERFORM UNTIL ws-scan-ptr > 60
                              OR ws-allergen-reason NOT = SPACES
                       MOVE SPACES TO ws-token
                       UNSTRING fd-allergen-list DELIMITED BY ','
                           INTO ws-token
                           WITH POINTER ws-scan-ptr
                       END-UNSTRING
                       MOVE FUNCTION TRIM(ws-token) TO ws-token
                       IF ws-token NOT = SPACES
                        AND ws-token NOT = 'NONE'
                           PERFORM 4145-FIND-DISH-ALLERGEN
                           IF ws-not-known
                               STRING 'CARRIES ' DELIMITED BY SIZE
                                   ws-token DELIMITED BY '  '
                                   ' - NOT DECLARED FOR THE DISH'
                                   DELIMITED BY SIZE
                                   INTO ws-allergen-reason
                           END-IF
                       END-IF
                   END-PERFORM
           END-READ
           .

       5850-DEDUCT-SUBSTITUTE.
           SUBTRACT ws-substitute-qty FROM fd-inventory-qty-on-hand
           MOVE ws-substitute-qty TO ws-deducted-qty
           MOVE ws-substitute-qty TO ws-substitute-edit
           MOVE fd-inventory-qty-on-hand TO ws-on-hand-edit

           REWRITE fd-inventory
               INVALID KEY
                   DISPLAY '  ' fd-inventory-code
                       ' COULD NOT BE REWRITTEN - SUBSTITUTE NOT USED'
               NOT INVALID KEY
                   SUBTRACT 1 FROM ws-recipe-short-count
                   ADD 1 TO ws-recipe-swap-count
                   DISPLAY '  ' fd-inventory-code ' -'
                       ws-substitute-edit ' ' fd-inventory-unit
                       ' REMAINING ' ws-on-hand-edit
                       ' (FOR ' fd-ingredient-code ')'
                   PERFORM 6100-WRITE-SUBSTITUTE-HISTORY
                   PERFORM 5300-CONSUME-LOTS THRU 5300-DONE
                   PERFORM 5400-DRAW-FROM-LOCATION
                   MOVE 'inventory' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-inventory TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .

       6000-WRITE-HISTORY-RECORD.
           MOVE fd-ingredient-code     TO fd-history-code
           MOVE ws-deducted-qty        TO fd-history-qty-deducted
           MOVE ws-history-flag        TO fd-history-flag
           MOVE SPACES                 TO fd-history-substitute-for

           WRITE fd-history
           .

       6100-WRITE-SUBSTITUTE-HISTORY.
      *    See production-history-record.cpy - same run stamp and
      *    line number as the short line it follows.
           MOVE fd-recipe-id           TO fd-history-recipe-id
           MOVE ws-run-date            TO fd-history-date
           MOVE ws-run-time            TO fd-history-time
           MOVE ws-covers              TO fd-history-batch-count
           MOVE ws-ratio               TO fd-history-ratio
           MOVE fd-ingredient-line-no  TO fd-history-line-no
           MOVE fd-inventory-code      TO fd-history-code
           MOVE ws-deducted-qty        TO fd-history-qty-deducted
           MOVE SPACE                  TO fd-history-flag
           MOVE fd-ingredient-code     TO fd-history-substitute-for

           WRITE fd-history
           .

       7000-RECORD-BATCH.
      *    The finished portions go onto finished-goods.db as one
      *    batch (see batch-record.cpy) whatever the stock lines
      *    did - the food was made from what was there. Its use-by
      *    date is the production date plus the recipe's shelf life
      *    (none on file: use by the day it was made).
           COMPUTE ws-portions-made ROUNDED =
               ws-ratio * fd-recipe-yield
               ON SIZE ERROR
                   MOVE ZERO TO ws-portions-made
           END-COMPUTE

           IF ws-portions-made = ZERO
               GO TO 7000-DONE
           END-IF

           MOVE fd-recipe-id TO fd-shelf-recipe-id
           READ fd-shelf-lives
               INVALID KEY
                   MOVE ZERO TO ws-shelf-days
               NOT INVALID KEY
                   MOVE fd-shelf-days TO ws-shelf-days
           END-READ

           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-run-date) + ws-shelf-days

           MOVE fd-recipe-id TO fd-batch-recipe-id
           MOVE ws-run-date TO fd-batch-date
           MOVE ws-run-time TO fd-batch-time
           MOVE ws-portions-made TO fd-batch-portions-made
           MOVE ws-portions-made TO fd-batch-portions-left
           MOVE FUNCTION DATE-OF-INTEGER(ws-date-int)
               TO fd-batch-use-by
           SET fd-batch-on-hand TO TRUE
           MOVE ZERO TO fd-batch-closed-date

           WRITE fd-batch
               INVALID KEY
                   DISPLAY '  BATCH FOR ' fd-recipe-id
                       ' COULD NOT BE RECORDED'
               NOT INVALID KEY
                   DISPLAY '  BATCH OF ' ws-portions-made
                       ' PORTIONS - USE BY ' fd-batch-use-by
                   MOVE 'finished-goods' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-batch TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .
       7000-DONE.
           EXIT
           .

       7500-OPEN-CCP-CHECKS.
      *    See run-production.cob - one open check per critical
      *    control point on the recipe, keyed by this menu line's
      *    run stamp, for record-ccp to take the readings against.
           MOVE ZERO TO ws-ccp-count
           SET ws-ccp-not-eof TO TRUE
           MOVE fd-recipe-id TO fd-ccp-recipe-id
           MOVE LOW-VALUES TO fd-ccp-type

           START fd-ccps KEY IS >= fd-ccp-key
               INVALID KEY
                   SET ws-ccp-eof TO TRUE
           END-START

           PERFORM UNTIL ws-ccp-eof
               READ fd-ccps NEXT RECORD
                   AT END
                       SET ws-ccp-eof TO TRUE
                   NOT AT END
                       IF fd-ccp-recipe-id NOT = fd-recipe-id
                           SET ws-ccp-eof TO TRUE
                       ELSE
                           PERFORM 7600-OPEN-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM

           IF ws-ccp-count > ZERO
               DISPLAY '  ' ws-ccp-count
                   ' HACCP CHECK(S) OPENED FOR THIS BATCH'
           END-IF
           .

       7600-OPEN-ONE-CHECK.
           MOVE fd-recipe-id TO fd-check-recipe-id
           MOVE ws-run-date TO fd-check-date
           MOVE ws-run-time TO fd-check-time
           MOVE fd-ccp-type TO fd-check-type
           MOVE fd-ccp-limit-type TO fd-check-limit-type
           MOVE fd-ccp-limit TO fd-check-limit
           MOVE fd-ccp-unit TO fd-check-unit
           SET fd-check-open TO TRUE
           MOVE ZERO TO fd-check-reading
           MOVE ZERO TO fd-check-taken-date
           MOVE ZERO TO fd-check-taken-time
           MOVE SPACES TO fd-check-operator
           MOVE SPACES TO fd-check-action

           WRITE fd-check
               INVALID KEY
                   DISPLAY '  HACCP CHECK ' fd-ccp-type
                       ' COULD NOT BE OPENED'
               NOT INVALID KEY
                   ADD 1 TO ws-ccp-count
                   MOVE 'ccp-checks' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-check TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .

       8800-WRITE-JOURNAL-RECORD.
      *    See journal-record.cpy - one line per applied change, so
      *    recover-journal can roll today forward over a restored
