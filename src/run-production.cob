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
       FD fd-recipes.
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

       FD fd-substitutions.
       COPY 'src/substitution-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-allergens.
       COPY 'src/allergen-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-found-switch               PIC X(01) VALUE 'N'.
           88 ws-found                  VALUE 'Y'.
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
       01 ws-use-switch                 PIC X(01).
           88 ws-use-substitute          VALUE 'Y'.
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
           OPEN INPUT fd-subrecipes
           OPEN INPUT fd-components
           OPEN INPUT fd-substitutions
           OPEN INPUT fd-allergens

           READ fd-recipes
               INVALID KEY
               END-COMPUTE

               IF ws-found
                   PERFORM 1100-COLLECT-DISH-ALLERGENS
                   PERFORM 1000-CONSUME-INGREDIENTS
                   PERFORM 4000-RECORD-BATCH THRU 4000-DONE
                   PERFORM 4500-OPEN-CCP-CHECKS
               END-IF
           END-IF

           CLOSE fd-inventories
           CLOSE fd-lots
           CLOSE fd-locations
           CLOSE fd-batches
           CLOSE fd-shelf-lives
           CLOSE fd-ccps
           CLOSE fd-ccp-checks
           CLOSE fd-subrecipes
           CLOSE fd-components
           CLOSE fd-substitutions
           CLOSE fd-allergens

           GOBACK
           .
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-run-time FROM TIME
           OPEN EXTEND fd-histories
           OPEN EXTEND fd-lot-usages

           SET ws-ingredient-not-eof TO TRUE
           MOVE fd-recipe-id TO fd-ingredient-recipe-id
           END-PERFORM

           CLOSE fd-histories
           CLOSE fd-lot-usages
           .

       1100-COLLECT-DISH-ALLERGENS.
      *    The dish declares every allergen carried by any of its
      *    ingredients, components included - the declaration
      *    allergen-report prints. A substitute may only be swapped
      *    in if it brings nothing outside that set, so the set is
      *    gathered once, before any stock moves.
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
                           PERFORM 1110-COLLECT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       1110-COLLECT-ONE-LINE.
           IF fd-ingredient-is-component
               PERFORM 1150-COLLECT-COMPONENT
           ELSE
               MOVE fd-ingredient-code TO fd-allergen-code
               PERFORM 1120-COLLECT-ONE-CODE
           END-IF
           .

       1120-COLLECT-ONE-CODE.
      *    A code with no allergen record adds nothing - the dish
      *    cannot declare what was never recorded.
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
                           PERFORM 1140-ADD-DISH-ALLERGEN
                       END-IF
                   END-PERFORM
           END-READ
           .

       1140-ADD-DISH-ALLERGEN.
           PERFORM 1145-FIND-DISH-ALLERGEN

           IF ws-not-known
            AND ws-dish-allergen-count < 50
               ADD 1 TO ws-dish-allergen-count
               MOVE ws-token
                   TO ws-dish-allergen (ws-dish-allergen-count)
           END-IF
           .

       1145-FIND-DISH-ALLERGEN.
           SET ws-not-known TO TRUE

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-dish-allergen-count
                      OR ws-known
               IF ws-dish-allergen (ws-sub) = ws-token
                   SET ws-known TO TRUE
               END-IF
           END-PERFORM
           .

       1150-COLLECT-COMPONENT.
      *    See allergen-report.cob - presence is enough, so the
      *    component's raw lines are read without yield scaling.
      *    One level only, as everywhere else.
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
                               PERFORM 1120-COLLECT-ONE-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       2000-CONSUME-ONE-ITEM.
                   fd-ingredient-code ' (' fd-ingredient-desc
                   ') NEED ' ws-scaled-qty-edit ' HAVE '
                   ws-on-hand-edit
               COMPUTE ws-shortfall-qty =
                   ws-scaled-qty - fd-inventory-qty-on-hand
               MOVE fd-inventory-qty-on-hand
                   TO ws-deducted-qty
               MOVE 'S' TO ws-history-flag
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-inventory TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
                   IF ws-history-flag = 'S'
                       PERFORM 2800-OFFER-SUBSTITUTE THRU 2800-DONE
                   END-IF
           END-REWRITE
           .


       2350-TAKE-FROM-ONE-LOT.
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

       2800-OFFER-SUBSTITUTE.
      *    The line's own code has been taken down to nothing; the
      *    rest of the line can come from an approved substitute
      *    (see substitution-record.cpy) - this recipe's own rows
      *    first, then the any-recipe rows, each in rank order. The
      *    first substitute that covers the whole shortfall and
      *    brings no allergen the dish does not already declare is
      *    offered to the cook; a declined offer leaves the line
      *    short, exactly as before.
           SET ws-substitute-not-found TO TRUE
           MOVE fd-recipe-id TO ws-substitute-recipe-id
           PERFORM 2810-SCAN-SUBSTITUTES

           IF ws-substitute-not-found
               MOVE ZERO TO ws-substitute-recipe-id
               PERFORM 2810-SCAN-SUBSTITUTES
           END-IF

           IF ws-substitute-not-found
               GO TO 2800-DONE
           END-IF

           MOVE ws-substitute-qty TO ws-substitute-edit
           MOVE fd-inventory-qty-on-hand TO ws-on-hand-edit
           DISPLAY '  SUBSTITUTE ' fd-inventory-code ' ('
               fd-inventory-desc ') HAS ' ws-on-hand-edit
           DISPLAY '  USE ' ws-substitute-edit ' ' fd-inventory-unit
               ' OF IT FOR THE SHORTFALL (Y/N): '
               WITH NO ADVANCING
           ACCEPT ws-use-switch

           IF NOT ws-use-substitute
               DISPLAY '  SUBSTITUTE NOT USED - ' fd-ingredient-code
                   ' LEFT SHORT'
               GO TO 2800-DONE
           END-IF

           PERFORM 2850-DEDUCT-SUBSTITUTE
           .
       2800-DONE.
           EXIT
           .

       2810-SCAN-SUBSTITUTES.
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
                           PERFORM 2820-TRY-ONE-SUBSTITUTE
                               THRU 2820-DONE
                       END-IF
               END-READ
           END-PERFORM
           .

       2820-TRY-ONE-SUBSTITUTE.
      *    The shortfall is in the original's stock unit; the factor
      *    turns it into the substitute's. The substitute's record
      *    is read (and held) through the same retry as any line.
           COMPUTE ws-substitute-qty ROUNDED =
               ws-shortfall-qty * fd-substitution-factor
               ON SIZE ERROR
                   DISPLAY '  SUBSTITUTE ' fd-substitution-substitute
                       ' QUANTITY TOO LARGE - NOT USED'
                   GO TO 2820-DONE
           END-COMPUTE

           MOVE fd-substitution-substitute TO fd-inventory-code
           PERFORM 2050-READ-ITEM-WITH-RETRY

           IF ws-inventory-status = '51'
               DISPLAY '  SUBSTITUTE ' fd-substitution-substitute
                   ' IS HELD BY ANOTHER USER - NOT USED'
               GO TO 2820-DONE
           END-IF

           IF ws-item-not-found
               DISPLAY '  SUBSTITUTE ' fd-substitution-substitute
                   ' NOT ON FILE - NOT USED'
               GO TO 2820-DONE
           END-IF

           IF fd-inventory-qty-on-hand < ws-substitute-qty
               MOVE ws-substitute-qty TO ws-substitute-edit
               MOVE fd-inventory-qty-on-hand TO ws-on-hand-edit
               DISPLAY '  SUBSTITUTE ' fd-inventory-code ' NEED '
                   ws-substitute-edit ' HAVE ' ws-on-hand-edit
                   ' - NOT USED'
               GO TO 2820-DONE
           END-IF

           PERFORM 2830-CHECK-SUBSTITUTE-ALLERGENS

           IF ws-allergen-reason NOT = SPACES
               DISPLAY '  SUBSTITUTE ' fd-inventory-code ' '
                   ws-allergen-reason ' - NOT USED'
               GO TO 2820-DONE
           END-IF

           SET ws-substitute-found TO TRUE
           .
       2820-DONE.
           EXIT
           .

       2830-CHECK-SUBSTITUTE-ALLERGENS.
      *    Every allergen the substitute carries must already be on
      *    the dish's declaration. A substitute with no allergen
      *    record is unknown, not clear, and is never swapped in.
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
                           PERFORM 1145-FIND-DISH-ALLERGEN
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

       2850-DEDUCT-SUBSTITUTE.
      *    The buffer holds the substitute's record, held by the
      *    read in 2820. It is deducted, drawn from its own lots
      *    and issuing location, and given its own history line
      *    naming the code it stood in for.
           SUBTRACT ws-substitute-qty FROM fd-inventory-qty-on-hand
           MOVE ws-substitute-qty TO ws-deducted-qty
           MOVE ws-substitute-qty TO ws-substitute-edit
           MOVE fd-inventory-qty-on-hand TO ws-on-hand-edit

           REWRITE fd-inventory
               INVALID KEY
                   DISPLAY 'INVENTORY ITEM ' fd-inventory-code
                       ' COULD NOT BE REWRITTEN - SUBSTITUTE '
                       'NOT USED'
               NOT INVALID KEY
                   DISPLAY '  ' fd-inventory-code ' -'
                       ws-substitute-edit ' ' fd-inventory-unit
                       ' REMAINING ' ws-on-hand-edit
                       ' (FOR ' fd-ingredient-code ')'
                   PERFORM 3100-WRITE-SUBSTITUTE-HISTORY
                   PERFORM 2300-CONSUME-LOTS THRU 2300-DONE
                   PERFORM 2400-DRAW-FROM-LOCATION
                   MOVE 'inventory' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-inventory TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .

       3000-WRITE-HISTORY-RECORD.
           MOVE fd-ingredient-code     TO fd-history-code
           MOVE ws-deducted-qty        TO fd-history-qty-deducted
           MOVE ws-history-flag        TO fd-history-flag
           MOVE SPACES                 TO fd-history-substitute-for

           WRITE fd-history
           .

       3100-WRITE-SUBSTITUTE-HISTORY.
      *    See production-history-record.cpy - same run stamp and
      *    line number as the short line it follows.
           MOVE fd-recipe-id           TO fd-history-recipe-id
           MOVE ws-run-date            TO fd-history-date
           MOVE ws-run-time            TO fd-history-time
           MOVE ws-batch-count         TO fd-history-batch-count
           MOVE ws-ratio               TO fd-history-ratio
           MOVE fd-ingredient-line-no  TO fd-history-line-no
           MOVE fd-inventory-code      TO fd-history-code
           MOVE ws-deducted-qty        TO fd-history-qty-deducted
           MOVE SPACE                  TO fd-history-flag
           MOVE fd-ingredient-code     TO fd-history-substitute-for

           WRITE fd-history
           .

       4000-RECORD-BATCH.
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
               GO TO 4000-DONE
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
       4000-DONE.
           EXIT
           .

       4500-OPEN-CCP-CHECKS.
      *    Every critical control point on the recipe (ccp.db) opens
      *    one check against this run, keyed by the same date/time
      *    stamp as its history lines and batch, for the readings to
      *    be keyed through record-ccp. The limit is copied onto the
      *    check so ccp-exceptions judges the batch by the rule in
      *    force when it was made.
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
                           PERFORM 4600-OPEN-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM

           IF ws-ccp-count > ZERO
               DISPLAY '  ' ws-ccp-count
                   ' HACCP CHECK(S) OPENED FOR THIS BATCH'
           END-IF
           .

       4600-OPEN-ONE-CHECK.
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
