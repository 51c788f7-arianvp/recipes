       IDENTIFICATION DIVISION.
       PROGRAM-ID. plate-cost-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-menus
           ASSIGN TO 'menus.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-menu-key
           SHARING WITH ALL OTHER.

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

       SELECT OPTIONAL fd-labours
           ASSIGN TO 'labour.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-labour-recipe-id
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-rates
           ASSIGN TO 'labour-rates.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-rate-grade
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

       SELECT OPTIONAL fd-print
           ASSIGN TO 'plate-cost.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-menus.
       COPY 'src/menu-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-recipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-ingredients.
       COPY 'src/ingredient-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-costs.
       COPY 'src/cost-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-conversions.
       COPY 'src/conversion-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-labours.
       COPY 'src/labour-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-rates.
       COPY 'src/labour-rate-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-subrecipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==sr-==.

       FD fd-components.
       COPY 'src/ingredient-record.cpy'
           REPLACING ==:X:== BY ==cp-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-report-mode                PIC X(01).
           88 ws-report-recipe          VALUE 'R'.
           88 ws-report-menu            VALUE 'M'.
       01 ws-report-recipe-id           PIC 9(6).
       01 ws-menu-date                  PIC 9(8).
       01 ws-menu-switch                PIC X(01).
           88 ws-menu-eof               VALUE 'Y'.
           88 ws-menu-not-eof            VALUE 'N'.
       01 ws-ingredient-switch          PIC X(01).
           88 ws-ingredient-eof          VALUE 'Y'.
           88 ws-ingredient-not-eof      VALUE 'N'.
       01 ws-component-switch           PIC X(01).
           88 ws-component-eof           VALUE 'Y'.
           88 ws-component-not-eof       VALUE 'N'.
       01 ws-component-factor           PIC 9(3)V9(4).
       01 ws-cost-switch                PIC X(01).
           88 ws-cost-ok                VALUE 'Y'.
           88 ws-cost-missing            VALUE 'N'.
       01 ws-labour-switch              PIC X(01).
           88 ws-labour-ok              VALUE 'Y'.
           88 ws-labour-missing          VALUE 'N'.
       01 ws-costed-qty                 PIC 9(7)V9(2).
       01 ws-line-cost                  PIC 9(7)V9(2).
       01 ws-recipe-cost                PIC 9(9)V9(2).
       01 ws-labour-cost                PIC 9(9)V9(2).
       01 ws-food-portion               PIC 9(7)V9(2).
       01 ws-labour-portion             PIC 9(7)V9(2).
       01 ws-plate-portion              PIC 9(7)V9(2).
       01 ws-food-edit                  PIC ZZZZ9.99.
       01 ws-labour-edit                PIC ZZZZ9.99.
       01 ws-plate-edit                 PIC ZZZZ9.99.
       01 ws-flag-text                  PIC X(16).
       01 ws-recipe-count               PIC 9(4) VALUE ZERO.
       01 ws-no-food-count              PIC 9(4) VALUE ZERO.
       01 ws-no-labour-count            PIC 9(4) VALUE ZERO.
       01 ws-line                       PIC X(80).

       PROCEDURE DIVISION.
      *    Full plate cost per portion: the food cost as cost-recipe
      *    works it out, plus the labour to make it - prep minutes
      *    per batch (labour.db) priced at the grade's hourly rate
      *    (labour-rates.db) - each divided over the recipe's yield.
      *    For one recipe, or for every line on a menus.db date.
           DISPLAY 'PLATE COST FOR (R-ECIPE/M-ENU DATE): '
               WITH NO ADVANCING
           ACCEPT ws-report-mode

           IF NOT ws-report-recipe AND NOT ws-report-menu
               DISPLAY 'INVALID CHOICE - NOTHING DONE'
               GOBACK
           END-IF

           IF ws-report-recipe
               DISPLAY 'RECIPE ID:             ' WITH NO ADVANCING
               ACCEPT ws-report-recipe-id
           ELSE
               DISPLAY 'MENU DATE (YYYYMMDD):  ' WITH NO ADVANCING
               ACCEPT ws-menu-date
           END-IF

           OPEN INPUT fd-menus
           OPEN INPUT fd-recipes
           OPEN INPUT fd-ingredients
           OPEN INPUT fd-costs
           OPEN INPUT fd-conversions
           OPEN INPUT fd-labours
           OPEN INPUT fd-rates
           OPEN INPUT fd-subrecipes
           OPEN INPUT fd-components
           OPEN OUTPUT fd-print

           MOVE SPACES TO ws-line
           IF ws-report-recipe
               STRING 'PLATE COST PER PORTION - RECIPE '
                   DELIMITED BY SIZE
                   ws-report-recipe-id DELIMITED BY SIZE
                   INTO ws-line
           ELSE
               STRING 'PLATE COST PER PORTION - MENU '
                   DELIMITED BY SIZE
                   ws-menu-date DELIMITED BY SIZE
                   INTO ws-line
           END-IF
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'RECIPE NAME                           FOOD'
               DELIMITED BY SIZE
               '   LABOUR    TOTAL' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           IF ws-report-recipe
               PERFORM 1000-PLATE-COST-ONE-RECIPE THRU 1000-DONE
           ELSE
               PERFORM 0500-WALK-MENU
           END-IF

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'RECIPES COSTED: ' DELIMITED BY SIZE
               ws-recipe-count DELIMITED BY SIZE
               '   FOOD INCOMPLETE: ' DELIMITED BY SIZE
               ws-no-food-count DELIMITED BY SIZE
               '   NO LABOUR: ' DELIMITED BY SIZE
               ws-no-labour-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           CLOSE fd-menus
           CLOSE fd-recipes
           CLOSE fd-ingredients
           CLOSE fd-costs
           CLOSE fd-conversions
           CLOSE fd-labours
           CLOSE fd-rates
           CLOSE fd-subrecipes
           CLOSE fd-components
           CLOSE fd-print

           DISPLAY 'RECIPES COSTED:        ' ws-recipe-count
           DISPLAY 'FOOD COST INCOMPLETE:  ' ws-no-food-count
           DISPLAY 'NO LABOUR ON FILE:     ' ws-no-labour-count
           DISPLAY 'REPORT WRITTEN TO plate-cost.prt'

           GOBACK
           .

       0500-WALK-MENU.
           SET ws-menu-not-eof TO TRUE
           MOVE ws-menu-date TO fd-menu-date
           MOVE 1 TO fd-menu-line-no

           START fd-menus KEY IS >= fd-menu-key
               INVALID KEY
                   SET ws-menu-eof TO TRUE
           END-START

           PERFORM UNTIL ws-menu-eof
               READ fd-menus NEXT RECORD
                   AT END
                       SET ws-menu-eof TO TRUE
                   NOT AT END
                       IF fd-menu-date NOT = ws-menu-date
                           SET ws-menu-eof TO TRUE
                       ELSE
                           MOVE fd-menu-recipe-id
                               TO ws-report-recipe-id
                           PERFORM 1000-PLATE-COST-ONE-RECIPE
                               THRU 1000-DONE
                       END-IF
               END-READ
           END-PERFORM
           .

       1000-PLATE-COST-ONE-RECIPE.
           MOVE ws-report-recipe-id TO fd-recipe-id

           READ fd-recipes
               INVALID KEY
                   MOVE SPACES TO ws-line
                   STRING fd-recipe-id DELIMITED BY SIZE
                       ' *** RECIPE NOT ON FILE ***'
                       DELIMITED BY SIZE
                       INTO ws-line
                   MOVE ws-line TO fd-print-line
                   WRITE fd-print-line
                   GO TO 1000-DONE
           END-READ

           IF fd-recipe-yield = ZERO
               MOVE SPACES TO ws-line
               STRING fd-recipe-id DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-recipe-name (1:26) DELIMITED BY SIZE
                   ' *** NO YIELD - NOT COSTED ***'
                   DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
               GO TO 1000-DONE
           END-IF

           ADD 1 TO ws-recipe-count

           PERFORM 3000-COST-LABOUR
           PERFORM 2100-COST-RECIPE

           COMPUTE ws-food-portion ROUNDED =
               ws-recipe-cost / fd-recipe-yield
               ON SIZE ERROR
                   MOVE ZERO TO ws-food-portion
                   SET ws-cost-missing TO TRUE
           END-COMPUTE

           COMPUTE ws-labour-portion ROUNDED =
               ws-labour-cost / fd-recipe-yield
               ON SIZE ERROR
                   MOVE ZERO TO ws-labour-portion
                   SET ws-labour-missing TO TRUE
           END-COMPUTE

           COMPUTE ws-plate-portion =
               ws-food-portion + ws-labour-portion

           MOVE SPACES TO ws-flag-text
           IF ws-cost-missing
               ADD 1 TO ws-no-food-count
               MOVE '*FOOD INCOMPLETE' TO ws-flag-text
           END-IF
           IF ws-labour-missing
               ADD 1 TO ws-no-labour-count
               IF ws-cost-missing
                   MOVE '*FOOD+NO LABOUR' TO ws-flag-text
               ELSE
                   MOVE '*NO LABOUR' TO ws-flag-text
               END-IF
           END-IF

           MOVE ws-food-portion TO ws-food-edit
           MOVE ws-labour-portion TO ws-labour-edit
           MOVE ws-plate-portion TO ws-plate-edit

           MOVE SPACES TO ws-line
           STRING fd-recipe-id DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-recipe-name (1:26) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-food-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-labour-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-plate-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-flag-text DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .
       1000-DONE.
           EXIT
           .

       2100-COST-RECIPE.
      *    One batch as written, costed the way cost-recipe costs
      *    it (components exploded one level through their yield).
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
               NOT INVALID KEY
                   IF fd-ingredient-unit NOT = fd-cost-unit
                       MOVE fd-ingredient-unit
                           TO fd-conversion-from-unit
                       MOVE fd-cost-unit TO fd-conversion-to-unit
                       READ fd-conversions
                           INVALID KEY
                               SET ws-cost-missing TO TRUE
                               MOVE ZERO TO ws-costed-qty
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
               NOT INVALID KEY
                   IF sr-recipe-yield = ZERO
                       SET ws-cost-missing TO TRUE
                   ELSE
                       COMPUTE ws-component-factor ROUNDED =
                           fd-ingredient-qty / sr-recipe-yield
                           ON SIZE ERROR
                               SET ws-cost-missing TO TRUE
                           NOT ON SIZE ERROR
                               PERFORM 2600-COST-COMPONENT-LINES
                               PERFORM 3100-ADD-COMPONENT-LABOUR
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

       3000-COST-LABOUR.
      *    One batch's prep minutes at the grade's hourly rate.
      *    Taken before the food cost, whose component explosion
      *    adds each component's share of its own labour.
           SET ws-labour-ok TO TRUE
           MOVE ZERO TO ws-labour-cost
           MOVE fd-recipe-id TO fd-labour-recipe-id

           READ fd-labours
               INVALID KEY
                   SET ws-labour-missing TO TRUE
               NOT INVALID KEY
                   MOVE fd-labour-grade TO fd-rate-grade
                   READ fd-rates
                       INVALID KEY
                           SET ws-labour-missing TO TRUE
                       NOT INVALID KEY
                           COMPUTE ws-labour-cost ROUNDED =
                               fd-labour-minutes * fd-rate-per-hour
                               / 60
                               ON SIZE ERROR
                                   SET ws-labour-missing TO TRUE
                                   MOVE ZERO TO ws-labour-cost
                           END-COMPUTE
                   END-READ
           END-READ
           .

       3100-ADD-COMPONENT-LABOUR.
      *    The component's batch labour in the same proportion as
      *    its lines are costed. A component with no labour record
      *    adds none and is not flagged - a bought-in base needs no
      *    prep.
           MOVE sr-recipe-id TO fd-labour-recipe-id

           READ fd-labours
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE fd-labour-grade TO fd-rate-grade
                   READ fd-rates
                       INVALID KEY
                           SET ws-labour-missing TO TRUE
                       NOT INVALID KEY
                           COMPUTE ws-labour-cost ROUNDED =
                               ws-labour-cost
                               + fd-labour-minutes * fd-rate-per-hour
                               * ws-component-factor / 60
                               ON SIZE ERROR
                                   SET ws-labour-missing TO TRUE
                           END-COMPUTE
                   END-READ
           END-READ
           .
