       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-waste.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-inventories
           ASSIGN TO 'inventory.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-inventory-code
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS ws-inventory-status.

       SELECT OPTIONAL fd-lots
           ASSIGN TO 'inventory-lots.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-lot-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-locations
           ASSIGN TO 'inventory-locations.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-location-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-movements
           ASSIGN TO 'inventory-movements.log'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-wastes
           ASSIGN TO 'waste.log'
           ORGANIZATION IS LINE SEQUENTIAL.

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

       SELECT OPTIONAL fd-ingredients
           ASSIGN TO 'ingredients.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-ingredient-key
           SHARING WITH ALL OTHER.

      *    Second paths onto the recipe and ingredient files, so a
      *    component line can be exploded through its own recipe's
      *    yield and lines without disturbing the read position of
      *    the recipe being costed (see cost-recipe.cob).
       SELECT OPTIONAL fd-subrecipes
           ASSIGN TO 'recipes.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS sr-recipe-id
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-components
           ASSIGN TO 'ingredients.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS cp-ingredient-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-batches
           ASSIGN TO 'finished-goods.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-batch-key
           SHARING WITH ALL OTHER.

       DATA DIVISION.
       FILE SECTION.
       FD fd-inventories.
       COPY 'src/inventory-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-lots.
       COPY 'src/lot-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-locations.
       COPY 'src/location-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-movements.
       COPY 'src/movement-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-wastes.
       COPY 'src/waste-record.cpy'
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

       FD fd-ingredients.
       COPY 'src/ingredient-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-subrecipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==sr-==.

       FD fd-components.
       COPY 'src/ingredient-record.cpy'
           REPLACING ==:X:== BY ==cp-==.

       FD fd-batches.
       COPY 'src/batch-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-waste-type                 PIC X(01).
           88 ws-waste-ingredient       VALUE 'I'.
           88 ws-waste-recipe           VALUE 'R'.
       01 ws-reason                     PIC X(12).
           88 ws-reason-valid           VALUES 'EXPIRED'
                                               'SPOILED'
                                               'OVERPRODUCED'
                                               'DROPPED'
                                               'RETURNED'.
       01 ws-run-date                   PIC 9(8).
       01 ws-run-time                   PIC 9(8).
       01 ws-waste-qty                  PIC 9(7)V9(2).
       01 ws-waste-portions             PIC 9(5).
       01 ws-waste-value                PIC 9(7)V9(2).
       01 ws-waste-unit                 PIC X(10).
       01 ws-waste-code                 PIC X(10).
       01 ws-waste-desc                 PIC X(40).
       01 ws-cost-switch                PIC X(01).
           88 ws-cost-ok                VALUE 'Y'.
           88 ws-cost-missing            VALUE 'N'.
       01 ws-deducted-qty               PIC 9(7)V9(2).
       01 ws-qty-before                 PIC 9(7)V9(2).
       01 ws-costed-qty                 PIC 9(7)V9(2).
       01 ws-line-cost                  PIC 9(7)V9(2).
       01 ws-recipe-cost                PIC 9(9)V9(2).
       01 ws-qty-edit                   PIC ZZZZZZ9.99.
       01 ws-on-hand-edit               PIC ZZZZZZ9.99.
       01 ws-value-edit                 PIC ZZZZZZ9.99.
       01 ws-item-switch                PIC X(01).
           88 ws-item-found             VALUE 'Y'.
           88 ws-item-not-found          VALUE 'N'.
       01 ws-inventory-status           PIC X(02).
       01 ws-lock-tries                 PIC 9(1).
       01 ws-lot-switch                 PIC X(01).
           88 ws-lot-eof                VALUE 'Y'.
           88 ws-lot-not-eof             VALUE 'N'.
       01 ws-lot-remaining              PIC 9(7)V9(2).
       01 ws-lot-short-edit             PIC ZZZZZZ9.99.
       01 ws-issue-location             PIC X(10).
       01 ws-location-short-edit        PIC ZZZZZZ9.99.
       01 ws-ingredient-switch          PIC X(01).
           88 ws-ingredient-eof          VALUE 'Y'.
           88 ws-ingredient-not-eof      VALUE 'N'.
       01 ws-component-switch           PIC X(01).
           88 ws-component-eof           VALUE 'Y'.
           88 ws-component-not-eof       VALUE 'N'.
       01 ws-component-factor           PIC 9(3)V9(4).
       01 ws-batch-switch               PIC X(01).
           88 ws-batch-eof              VALUE 'Y'.
           88 ws-batch-not-eof           VALUE 'N'.
       01 ws-portions-held              PIC 9(7).
       01 ws-draw-remaining             PIC 9(5).
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).
       COPY 'src/operator-session.cpy'.

       PROCEDURE DIVISION.
      *    Waste and spoilage used to leave the storeroom with
      *    nothing behind it and surface weeks later as unexplained
      *    usage variance. Here it is keyed as it happens: a raw
      *    ingredient comes out of stock through the same lot and
      *    location rules production uses and leaves a WASTE line
      *    on the movement log; portions of a produced recipe are
      *    logged and valued (their ingredients left stock when the
      *    batch was produced) and drawn off the recipe's batches on
      *    finished-goods.db, so they cannot be sold, netted or
      *    wasted again. Every entry goes to the waste log for
      *    waste-report.
           DISPLAY 'WASTE OF (I-NGREDIENT/R-ECIPE): '
               WITH NO ADVANCING
           ACCEPT ws-waste-type

           IF NOT ws-waste-ingredient AND NOT ws-waste-recipe
               DISPLAY 'INVALID TYPE - NOTHING DONE'
               GOBACK
           END-IF

           DISPLAY 'REASON (EXPIRED/SPOILED/OVERPRODUCED/'
           DISPLAY '        DROPPED/RETURNED): ' WITH NO ADVANCING
           ACCEPT ws-reason

           IF NOT ws-reason-valid
               DISPLAY 'UNKNOWN REASON ' ws-reason
                   ' - NOTHING DONE'
               GOBACK
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-run-time FROM TIME

           OPEN I-O fd-inventories
           OPEN I-O fd-lots
           OPEN I-O fd-locations
           OPEN INPUT fd-costs
           OPEN INPUT fd-conversions
           OPEN INPUT fd-recipes
           OPEN INPUT fd-ingredients
           OPEN INPUT fd-subrecipes
           OPEN INPUT fd-components
           OPEN I-O fd-batches

           IF ws-waste-ingredient
               PERFORM 1000-WASTE-INGREDIENT THRU 1000-DONE
           ELSE
               PERFORM 2000-WASTE-RECIPE THRU 2000-DONE
           END-IF

           CLOSE fd-inventories
           CLOSE fd-lots
           CLOSE fd-locations
           CLOSE fd-costs
           CLOSE fd-conversions
           CLOSE fd-recipes
           CLOSE fd-ingredients
           CLOSE fd-subrecipes
           CLOSE fd-components
           CLOSE fd-batches

           GOBACK
           .

       1000-WASTE-INGREDIENT.
           DISPLAY 'ITEM CODE:             ' WITH NO ADVANCING
           ACCEPT fd-inventory-code

           PERFORM 1050-READ-ITEM-WITH-RETRY

           IF ws-inventory-status = '51'
               DISPLAY 'ITEM ' fd-inventory-code ' IS STILL '
                   'HELD - TRY AGAIN LATER'
               GO TO 1000-DONE
           END-IF

           IF ws-item-not-found
               DISPLAY 'ITEM ' fd-inventory-code ' NOT ON FILE - '
                   'NOTHING DONE'
               GO TO 1000-DONE
           END-IF

           MOVE fd-inventory-qty-on-hand TO ws-on-hand-edit
           DISPLAY 'DESCRIPTION:           ' fd-inventory-desc
           DISPLAY 'ON HAND (ALL LOCATIONS): ' ws-on-hand-edit
               ' ' fd-inventory-unit

           DISPLAY 'QUANTITY WASTED (' fd-inventory-unit '): '
               WITH NO ADVANCING
           ACCEPT ws-waste-qty

           IF ws-waste-qty = ZERO
               DISPLAY 'NOTHING WASTED - NOTHING DONE'
               GO TO 1000-DONE
           END-IF

           DISPLAY 'FROM LOCATION (BLANK FOR KITCHEN): '
               WITH NO ADVANCING
           ACCEPT ws-issue-location

           IF ws-issue-location = SPACES
               MOVE 'KITCHEN' TO ws-issue-location
           END-IF

      *    Clamped at zero the way run-production clamps a short
      *    deduction: the waste is logged as keyed, but stock can
      *    only give up what the book says is there.
           MOVE fd-inventory-qty-on-hand TO ws-qty-before

           IF ws-waste-qty > fd-inventory-qty-on-hand
               MOVE ws-waste-qty TO ws-qty-edit
               DISPLAY 'WARNING - BOOK STOCK FOR ' fd-inventory-code
                   ' IS ONLY ' ws-on-hand-edit ', ' ws-qty-edit
                   ' KEYED - STOCK CLAMPED AT ZERO'
               MOVE fd-inventory-qty-on-hand TO ws-deducted-qty
               MOVE ZERO TO fd-inventory-qty-on-hand
           ELSE
               MOVE ws-waste-qty TO ws-deducted-qty
               SUBTRACT ws-waste-qty FROM fd-inventory-qty-on-hand
           END-IF

           REWRITE fd-inventory
               INVALID KEY
                   DISPLAY 'INVENTORY ITEM ' fd-inventory-code
                       ' COULD NOT BE REWRITTEN - NOTHING DONE'
                   GO TO 1000-DONE
           END-REWRITE

           MOVE 'inventory' TO ws-journal-file
           MOVE 'REWRITE' TO ws-journal-action
           MOVE fd-inventory TO ws-journal-image
           PERFORM 8800-WRITE-JOURNAL-RECORD

           PERFORM 1300-CONSUME-LOTS THRU 1300-DONE
           PERFORM 1400-DRAW-FROM-LOCATION
           PERFORM 8000-WRITE-MOVEMENT-RECORD

           MOVE fd-inventory-code TO ws-waste-code
           MOVE fd-inventory-desc TO ws-waste-desc
           MOVE fd-inventory-unit TO ws-waste-unit
           PERFORM 1500-VALUE-INGREDIENT
           PERFORM 7000-WRITE-WASTE-RECORD

           MOVE fd-inventory-qty-on-hand TO ws-on-hand-edit
           MOVE ws-waste-value TO ws-value-edit
           DISPLAY 'WASTE RECORDED - VALUE ' ws-value-edit
               ', ON HAND NOW ' ws-on-hand-edit ' '
               fd-inventory-unit
           .
       1000-DONE.
           EXIT
           .

       1050-READ-ITEM-WITH-RETRY.
      *    See run-production.cob - the stock record can be held by
      *    another user's update; retry a few times, then report.
           MOVE ZERO TO ws-lock-tries
           PERFORM 1060-TRY-READ-ITEM

           PERFORM UNTIL ws-inventory-status NOT = '51'
                      OR ws-lock-tries >= 3
               ADD 1 TO ws-lock-tries
               DISPLAY 'STOCK RECORD ' fd-inventory-code
                   ' IS HELD BY ANOTHER USER - RETRYING'
               PERFORM 1060-TRY-READ-ITEM
           END-PERFORM
           .

       1060-TRY-READ-ITEM.
           SET ws-item-found TO TRUE

           READ fd-inventories
               INVALID KEY
                   SET ws-item-not-found TO TRUE
           END-READ
           .

       1300-CONSUME-LOTS.
      *    Same rule as run-production: lots are drawn down
      *    oldest-expiry-first, exhausted lots stay on file at zero,
      *    and a gap the lot balances cannot cover is reported.
           MOVE ws-deducted-qty TO ws-lot-remaining

           IF ws-lot-remaining = ZERO
               GO TO 1300-DONE
           END-IF

           SET ws-lot-not-eof TO TRUE
           MOVE fd-inventory-code TO fd-lot-code
           MOVE ZERO TO fd-lot-expiry
           MOVE ZERO TO fd-lot-no

           START fd-lots KEY IS >= fd-lot-key
               INVALID KEY
                   SET ws-lot-eof TO TRUE
           END-START

           PERFORM UNTIL ws-lot-eof
                      OR ws-lot-remaining = ZERO
               READ fd-lots NEXT RECORD
                   AT END
                       SET ws-lot-eof TO TRUE
                   NOT AT END
                       IF fd-lot-code NOT = fd-inventory-code
                           SET ws-lot-eof TO TRUE
                       ELSE
                           IF fd-lot-qty-left > ZERO
                               PERFORM 1350-TAKE-FROM-ONE-LOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF ws-lot-remaining > ZERO
               MOVE ws-lot-remaining TO ws-lot-short-edit
               DISPLAY '  LOTS FOR ' fd-inventory-code
                   ' SHORT BY ' ws-lot-short-edit
                   ' - LOT BALANCES DO NOT COVER THE WASTE'
           END-IF
           .
       1300-DONE.
           EXIT
           .

       1350-TAKE-FROM-ONE-LOT.
           IF fd-lot-qty-left >= ws-lot-remaining
               SUBTRACT ws-lot-remaining FROM fd-lot-qty-left
               MOVE ZERO TO ws-lot-remaining
           ELSE
               SUBTRACT fd-lot-qty-left FROM ws-lot-remaining
               MOVE ZERO TO fd-lot-qty-left
           END-IF

           REWRITE fd-lot
               INVALID KEY
                   DISPLAY '  LOT ' fd-lot-code ' ' fd-lot-expiry
                       ' ' fd-lot-no ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   MOVE 'inventory-lots' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-lot TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .

       1400-DRAW-FROM-LOCATION.
      *    See run-production.cob - the waste comes off the named
      *    location as well as the combined master, clamped at zero
      *    and reported when the location cannot cover it.
           IF ws-deducted-qty = ZERO
               CONTINUE
           ELSE
               MOVE fd-inventory-code TO fd-location-code
               MOVE ws-issue-location TO fd-location-id

               READ fd-locations
                   INVALID KEY
                       DISPLAY '  NO STOCK RECORDED AT '
                           ws-issue-location ' FOR '
                           fd-inventory-code
                           ' - LOCATION NOT UPDATED'
                   NOT INVALID KEY
                       IF fd-location-qty < ws-deducted-qty
                           COMPUTE ws-location-short-edit =
                               ws-deducted-qty - fd-location-qty
                           DISPLAY '  ' ws-issue-location
                               ' SHORT BY '
                               ws-location-short-edit ' OF '
                               fd-inventory-code
                               ' - LOCATION CLAMPED AT ZERO'
                           MOVE ZERO TO fd-location-qty
                       ELSE
                           SUBTRACT ws-deducted-qty
                               FROM fd-location-qty
                       END-IF
                       REWRITE fd-location
                           INVALID KEY
                               DISPLAY '  LOCATION RECORD FOR '
                                   ws-issue-location
                                   ' COULD NOT BE REWRITTEN'
                           NOT INVALID KEY
                               MOVE 'inventory-locations'
                                   TO ws-journal-file
                               MOVE 'REWRITE'
                                   TO ws-journal-action
                               MOVE fd-location
                                   TO ws-journal-image
                               PERFORM 8800-WRITE-JOURNAL-RECORD
                       END-REWRITE
               END-READ
           END-IF
           .

       1500-VALUE-INGREDIENT.
      *    See valuation-report.cob - the wasted quantity is in the
      *    stock unit and is converted into the unit the cost is
      *    kept per before extending; no usable cost values the
      *    line at zero and flags it.
           SET ws-cost-ok TO TRUE
           MOVE ZERO TO ws-waste-value
           MOVE ws-waste-qty TO ws-costed-qty
           MOVE fd-inventory-code TO fd-cost-code

           READ fd-costs
               INVALID KEY
                   SET ws-cost-missing TO TRUE
               NOT INVALID KEY
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
               COMPUTE ws-waste-value ROUNDED =
                   ws-costed-qty * fd-cost-per-unit
                   ON SIZE ERROR
                       SET ws-cost-missing TO TRUE
                       MOVE ZERO TO ws-waste-value
               END-COMPUTE
           END-IF

           IF ws-cost-missing
               DISPLAY '  *** NO USABLE COST FOR ' fd-inventory-code
                   ' - WASTE VALUED AT ZERO ***'
           END-IF
           .

       2000-WASTE-RECIPE.
           DISPLAY 'RECIPE ID:             ' WITH NO ADVANCING
           ACCEPT fd-recipe-id

           READ fd-recipes
               INVALID KEY
                   DISPLAY 'RECIPE ' fd-recipe-id ' NOT ON FILE - '
                       'NOTHING DONE'
                   GO TO 2000-DONE
           END-READ

           IF fd-recipe-yield = ZERO
               DISPLAY 'RECIPE ' fd-recipe-id ' HAS NO YIELD ON '
                   'FILE - A PORTION CANNOT BE COSTED, NOTHING DONE'
               GO TO 2000-DONE
           END-IF

           DISPLAY 'RECIPE: ' fd-recipe-name
           DISPLAY 'PORTIONS WASTED:       ' WITH NO ADVANCING
           ACCEPT ws-waste-portions

           IF ws-waste-portions = ZERO
               DISPLAY 'NOTHING WASTED - NOTHING DONE'
               GO TO 2000-DONE
           END-IF

           PERFORM 2050-COUNT-PORTIONS-HELD

           IF ws-waste-portions > ws-portions-held
               DISPLAY 'ONLY ' ws-portions-held ' PORTIONS HELD IN '
                   'RECORDED BATCHES - NOTHING DONE'
               GO TO 2000-DONE
           END-IF

           MOVE SPACES TO ws-issue-location
           MOVE ws-waste-portions TO ws-waste-qty
           MOVE fd-recipe-id TO ws-waste-code
           MOVE fd-recipe-name TO ws-waste-desc
           MOVE 'PORTION' TO ws-waste-unit

           PERFORM 2100-COST-RECIPE

           COMPUTE ws-waste-value ROUNDED =
               ws-recipe-cost * ws-waste-portions / fd-recipe-yield
               ON SIZE ERROR
                   SET ws-cost-missing TO TRUE
                   MOVE ZERO TO ws-waste-value
           END-COMPUTE

           IF ws-cost-missing
               DISPLAY '  *** SOME LINES NOT COSTED - WASTE VALUE '
                   'IS UNDERSTATED ***'
           END-IF

           PERFORM 2060-DRAW-FROM-BATCHES

           PERFORM 7000-WRITE-WASTE-RECORD

           MOVE ws-waste-value TO ws-value-edit
           DISPLAY 'WASTE RECORDED - VALUE ' ws-value-edit
           .
       2000-DONE.
           EXIT
           .

       2050-COUNT-PORTIONS-HELD.
      *    The portions still held on the recipe's batches made on
      *    or before today and not yet used up or wasted - the most
      *    that can be thrown away.
           MOVE ZERO TO ws-portions-held
           SET ws-batch-not-eof TO TRUE
           MOVE fd-recipe-id TO fd-batch-recipe-id
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
                       IF fd-batch-recipe-id NOT = fd-recipe-id
                        OR fd-batch-date > ws-run-date
                           SET ws-batch-eof TO TRUE
                       ELSE
                           IF fd-batch-available
                               ADD fd-batch-portions-left
                                   TO ws-portions-held
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       2060-DRAW-FROM-BATCHES.
      *    See post-sales.cob - the wasted portions come off the
      *    recipe's batches oldest first.
           MOVE ws-waste-portions TO ws-draw-remaining
           SET ws-batch-not-eof TO TRUE
           MOVE fd-recipe-id TO fd-batch-recipe-id
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
                       IF fd-batch-recipe-id NOT = fd-recipe-id
                        OR fd-batch-date > ws-run-date
                           SET ws-batch-eof TO TRUE
                       ELSE
                           IF fd-batch-available
                            AND fd-batch-portions-left > ZERO
                               PERFORM 2070-TAKE-FROM-ONE-BATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       2070-TAKE-FROM-ONE-BATCH.
           IF fd-batch-portions-left > ws-draw-remaining
               SUBTRACT ws-draw-remaining FROM fd-batch-portions-left
               MOVE ZERO TO ws-draw-remaining
           ELSE
               SUBTRACT fd-batch-portions-left FROM ws-draw-remaining
               MOVE ZERO TO fd-batch-portions-left
               SET fd-batch-used-up TO TRUE
               MOVE ws-run-date TO fd-batch-closed-date
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

       2100-COST-RECIPE.
      *    One batch as written, costed the way cost-recipe costs
      *    it (components exploded one level through their yield);
      *    the caller takes the wasted portions' share of it.
           SET ws-cost-ok TO TRUE
           MOVE ZERO TO ws-recipe-cost

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
                           IF fd-ingredient-is-component
                               PERFORM 2500-EXPLODE-COMPONENT
                           ELSE
                               PERFORM 2200-COST-RAW-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       2200-COST-RAW-LINE.
           MOVE fd-ingredient-code TO fd-cost-code
           MOVE fd-ingredient-qty TO ws-costed-qty

           READ fd-costs
               INVALID KEY
                   SET ws-cost-missing TO TRUE
                   DISPLAY '  ' fd-ingredient-code
                       ' *** NO COST ON FILE *** '
                       fd-ingredient-desc
               NOT INVALID KEY
                   IF fd-ingredient-unit NOT = fd-cost-unit
                       MOVE fd-ingredient-unit
                           TO fd-conversion-from-unit
                       MOVE fd-cost-unit TO fd-conversion-to-unit
                       READ fd-conversions
                           INVALID KEY
                               SET ws-cost-missing TO TRUE
                               MOVE ZERO TO ws-costed-qty
                               DISPLAY '  ' fd-ingredient-code
                                   ' *** NO CONVERSION FROM '
                                   fd-ingredient-unit ' TO '
                                   fd-cost-unit ' *** NOT COSTED'
                           NOT INVALID KEY
                               COMPUTE ws-costed-qty ROUNDED =
                                   ws-costed-qty
                                   * fd-conversion-factor
                                   ON SIZE ERROR
                                       SET ws-cost-missing TO TRUE
                                       MOVE ZERO TO ws-costed-qty
                               END-COMPUTE
                       END-READ
                   END-IF
                   COMPUTE ws-line-cost ROUNDED =
                       ws-costed-qty * fd-cost-per-unit
                       ON SIZE ERROR
                           SET ws-cost-missing TO TRUE
                           MOVE ZERO TO ws-line-cost
                   END-COMPUTE
                   ADD ws-line-cost TO ws-recipe-cost
           END-READ
           .

       2500-EXPLODE-COMPONENT.
           MOVE fd-ingredient-code TO sr-recipe-id

           READ fd-subrecipes
               INVALID KEY
                   SET ws-cost-missing TO TRUE
                   DISPLAY '  ' fd-ingredient-code
                       ' *** COMPONENT RECIPE NOT ON FILE ***'
               NOT INVALID KEY
                   IF sr-recipe-yield = ZERO
                       SET ws-cost-missing TO TRUE
                       DISPLAY '  ' fd-ingredient-code
                           ' *** COMPONENT HAS NO YIELD ***'
                   ELSE
                       COMPUTE ws-component-factor ROUNDED =
                           fd-ingredient-qty / sr-recipe-yield
                           ON SIZE ERROR
                               SET ws-cost-missing TO TRUE
                           NOT ON SIZE ERROR
                               PERFORM 2600-COST-COMPONENT-LINES
                       END-COMPUTE
                   END-IF
           END-READ
           .

       2600-COST-COMPONENT-LINES.
           SET ws-component-not-eof TO TRUE
           MOVE sr-recipe-id TO cp-ingredient-recipe-id
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
                       IF cp-ingredient-recipe-id NOT = sr-recipe-id
                           SET ws-component-eof TO TRUE
                       ELSE
                           PERFORM 2700-COST-ONE-SUB-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       2700-COST-ONE-SUB-LINE.
      *    See cost-recipe.cob - the scaled sub-line takes the
      *    component line's place in the ingredient buffer.
           IF cp-ingredient-is-component
               SET ws-cost-missing TO TRUE
               DISPLAY '  ' cp-ingredient-code
                   ' *** NESTED COMPONENT NOT EXPLODED ***'
           ELSE
               MOVE cp-ingredient TO fd-ingredient
               COMPUTE fd-ingredient-qty ROUNDED =
                   fd-ingredient-qty * ws-component-factor
                   ON SIZE ERROR
                       SET ws-cost-missing TO TRUE
                   NOT ON SIZE ERROR
                       PERFORM 2200-COST-RAW-LINE
               END-COMPUTE
           END-IF
           .

       7000-WRITE-WASTE-RECORD.
      *    OPEN EXTEND appends to the waste log; the file is created
      *    on the first entry.
           OPEN EXTEND fd-wastes

           MOVE ws-run-date              TO fd-waste-date
           MOVE ws-run-time              TO fd-waste-time
           MOVE ws-waste-type            TO fd-waste-type
           MOVE ws-waste-code            TO fd-waste-code
           MOVE ws-waste-desc            TO fd-waste-desc
           MOVE ws-waste-qty             TO fd-waste-qty
           MOVE ws-waste-unit            TO fd-waste-unit
           MOVE ws-reason                TO fd-waste-reason
           MOVE ws-waste-value           TO fd-waste-value
           IF ws-cost-ok
               SET fd-waste-fully-costed TO TRUE
           ELSE
               SET fd-waste-not-costed TO TRUE
           END-IF
           MOVE ws-issue-location        TO fd-waste-location
           MOVE session-operator-id      TO fd-waste-user

           WRITE fd-waste

           CLOSE fd-wastes
           .

       8000-WRITE-MOVEMENT-RECORD.
      *    See maintain-inventory.cob - a WASTE line carries the
      *    combined master figures before and after, like RECEIVE,
      *    and names the location the waste came out of.
           OPEN EXTEND fd-movements

           MOVE fd-inventory-code        TO fd-movement-code
           MOVE 'WASTE'                  TO fd-movement-action
           MOVE ws-qty-before            TO fd-movement-qty-before
           MOVE fd-inventory-qty-on-hand TO fd-movement-qty-after
           MOVE ws-run-date              TO fd-movement-date
           MOVE ws-run-time              TO fd-movement-time
           MOVE session-operator-id      TO fd-movement-user
           MOVE ws-issue-location        TO fd-movement-location

           WRITE fd-movement

           CLOSE fd-movements
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
