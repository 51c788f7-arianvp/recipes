       IDENTIFICATION DIVISION.
       PROGRAM-ID. menu-engineering.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-sales
           ASSIGN TO 'menu-sales.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-sales-summaries
           ASSIGN TO 'sales-summary.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-sellings
           ASSIGN TO 'selling-prices.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-selling-recipe-id.

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

      *    Keyed work files, rebuilt in full every run the way
      *    food-cost-report rebuilds its own: period-sales-work
      *    makes the last posted row per date and menu line the one
      *    that counts, menu-mix-work totals each recipe's covers in
      *    category order without an in-core table cap.
       SELECT OPTIONAL fd-period-sales
           ASSIGN TO 'period-sales-work.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-period-sale-key.

       SELECT OPTIONAL fd-mixes
           ASSIGN TO 'menu-mix-work.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-mix-key.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'menu-engineering.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-sales.
       COPY 'src/sales-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-sales-summaries.
       COPY 'src/sales-summary-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-sellings.
       COPY 'src/selling-price-record.cpy'
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

       FD fd-subrecipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==sr-==.

       FD fd-components.
       COPY 'src/ingredient-record.cpy'
           REPLACING ==:X:== BY ==cp-==.

       FD fd-period-sales.
       COPY 'src/period-sale-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-mixes.
       COPY 'src/menu-mix-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-from-date                  PIC 9(8).
       01 ws-to-date                    PIC 9(8).
       01 ws-date-int                   PIC 9(8) BINARY.
       01 ws-file-switch                PIC X(01).
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof           VALUE 'N'.
       01 ws-ingredient-switch          PIC X(01).
           88 ws-ingredient-eof          VALUE 'Y'.
           88 ws-ingredient-not-eof      VALUE 'N'.
       01 ws-component-switch           PIC X(01).
           88 ws-component-eof           VALUE 'Y'.
           88 ws-component-not-eof       VALUE 'N'.
       01 ws-component-factor           PIC 9(3)V9(4).
       01 ws-sale-recipe-id             PIC 9(6).
       01 ws-sale-covers                PIC 9(7).
       01 ws-cost-switch                PIC X(01).
           88 ws-cost-ok                VALUE 'Y'.
           88 ws-cost-missing            VALUE 'N'.
       01 ws-costed-qty                 PIC 9(7)V9(2).
       01 ws-line-cost                  PIC 9(7)V9(2).
       01 ws-recipe-cost                PIC 9(9)V9(2).
       01 ws-first-switch               PIC X(01).
           88 ws-first-category         VALUE 'Y'.
           88 ws-not-first-category      VALUE 'N'.
       01 ws-current-category           PIC X(10).
      *    Popularity is high when a dish's share of the covers
      *    reaches 70 per cent of an even share (100 / dishes); the
      *    margin is high when the dish's contribution per portion
      *    reaches the average contribution per portion sold across
      *    all priced dishes.
       01 ws-dish-count                 PIC 9(5) VALUE ZERO.
       01 ws-total-covers               PIC 9(9) VALUE ZERO.
       01 ws-priced-covers              PIC 9(9) VALUE ZERO.
       01 ws-total-margin               PIC S9(11)V9(2) VALUE ZERO.
       01 ws-popularity-threshold       PIC 9(3)V9(2) VALUE ZERO.
       01 ws-margin-threshold           PIC S9(7)V9(2) VALUE ZERO.
       01 ws-mix-pct                    PIC 9(3)V9(2).
       01 ws-dish-margin                PIC S9(11)V9(2).
       01 ws-class                      PIC X(09).
       01 ws-category-totals.
           02 ws-cat-covers             PIC 9(9).
           02 ws-cat-margin             PIC S9(11)V9(2).
           02 ws-cat-star-count         PIC 9(4).
           02 ws-cat-plowhorse-count    PIC 9(4).
           02 ws-cat-puzzle-count       PIC 9(4).
           02 ws-cat-dog-count          PIC 9(4).
           02 ws-cat-no-price-count     PIC 9(4).
       01 ws-report-totals.
           02 ws-all-star-count         PIC 9(4) VALUE ZERO.
           02 ws-all-plowhorse-count    PIC 9(4) VALUE ZERO.
           02 ws-all-puzzle-count       PIC 9(4) VALUE ZERO.
           02 ws-all-dog-count          PIC 9(4) VALUE ZERO.
           02 ws-all-no-price-count     PIC 9(4) VALUE ZERO.
       01 ws-no-cost-count              PIC 9(4) VALUE ZERO.
       01 ws-covers-edit                PIC ZZZZZZ9.
       01 ws-total-covers-edit          PIC ZZZZZZZZ9.
       01 ws-pct-edit                   PIC ZZ9.99.
       01 ws-price-edit                 PIC ZZZZ9.99.
       01 ws-cost-edit                  PIC ZZZZ9.99.
       01 ws-margin-edit                PIC -----9.99.
       01 ws-total-margin-edit          PIC ----------9.99.
       01 ws-cost-mark                  PIC X(01).
       01 ws-line                       PIC X(80).

       PROCEDURE DIVISION.
      *    Menu engineering over a period of posted sales: for each
      *    recipe sold, the covers, selling price, costed portion
      *    cost, contribution margin per portion and share of the
      *    sales mix, with the dish classed into the four quadrants
      *    of popularity against margin:
      *        STAR       popular and above-average margin
      *        PLOWHORSE  popular, below-average margin
      *        PUZZLE     unpopular, above-average margin
      *        DOG        unpopular, below-average margin
      *    subtotalled by recipe category - the evidence for
      *    reworking the cycle templates.
           DISPLAY 'FROM DATE (YYYYMMDD):  ' WITH NO ADVANCING
           ACCEPT ws-from-date
           DISPLAY 'TO DATE (YYYYMMDD):    ' WITH NO ADVANCING
           ACCEPT ws-to-date

           COMPUTE ws-date-int = FUNCTION INTEGER-OF-DATE(ws-from-date)
           IF ws-date-int = ZERO
               DISPLAY 'FROM DATE ' ws-from-date ' IS NOT A VALID '
                   'DATE - NOTHING DONE'
               GOBACK
           END-IF

           COMPUTE ws-date-int = FUNCTION INTEGER-OF-DATE(ws-to-date)
           IF ws-date-int = ZERO OR ws-to-date < ws-from-date
               DISPLAY 'TO DATE ' ws-to-date ' IS NOT A VALID DATE '
                   'ON OR AFTER THE FROM DATE - NOTHING DONE'
               GOBACK
           END-IF

           OPEN INPUT fd-sellings
           OPEN INPUT fd-recipes
           OPEN INPUT fd-ingredients
           OPEN INPUT fd-costs
           OPEN INPUT fd-conversions
           OPEN INPUT fd-subrecipes
           OPEN INPUT fd-components
           OPEN OUTPUT fd-print

      *    The work files are derived data, thrown away and
      *    rebuilt every run (see build-ingredient-xref).
           OPEN OUTPUT fd-period-sales
           CLOSE fd-period-sales
           OPEN I-O fd-period-sales
           OPEN OUTPUT fd-mixes
           CLOSE fd-mixes
           OPEN I-O fd-mixes

           PERFORM 1000-LOAD-SALES
           PERFORM 2000-BUILD-MIX
           PERFORM 3000-TOTAL-MIX
           PERFORM 4000-PRINT-REPORT

           CLOSE fd-sellings
           CLOSE fd-recipes
           CLOSE fd-ingredients
           CLOSE fd-costs
           CLOSE fd-conversions
           CLOSE fd-subrecipes
           CLOSE fd-components
           CLOSE fd-period-sales
           CLOSE fd-mixes
           CLOSE fd-print

           DISPLAY 'DISHES REPORTED:        ' ws-dish-count
           DISPLAY 'COVERS IN PERIOD:       ' ws-total-covers
           DISPLAY 'DISHES WITH NO PRICE:   ' ws-all-no-price-count
           DISPLAY 'NOT FULLY COSTED:       ' ws-no-cost-count

           GOBACK
           .

       1000-LOAD-SALES.
      *    See food-cost-report.cob - the sales log is append-only,
      *    so the last row for a date and line is the correction
      *    that counts.
           SET ws-file-not-eof TO TRUE

           OPEN INPUT fd-sales

           PERFORM UNTIL ws-file-eof
               READ fd-sales
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-sale-date NOT < ws-from-date
                        AND fd-sale-date NOT > ws-to-date
                           MOVE fd-sale-date TO fd-period-sale-date
                           MOVE fd-sale-line-no
                               TO fd-period-sale-line-no
                           MOVE fd-sale-recipe-id
                               TO fd-period-sale-recipe-id
                           MOVE fd-sale-covers
                               TO fd-period-sale-covers
                           WRITE fd-period-sale
                               INVALID KEY
                                   REWRITE fd-period-sale
                                       INVALID KEY
                                           DISPLAY 'PERIOD SALES '
                                               'ROW COULD NOT '
                                               'BE STORED'
                                   END-REWRITE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-sales
           .

       2000-BUILD-MIX.
           SET ws-file-not-eof TO TRUE
           MOVE ZERO TO fd-period-sale-date
           MOVE ZERO TO fd-period-sale-line-no

           START fd-period-sales KEY IS >= fd-period-sale-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-period-sales NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-period-sale-covers > ZERO
                           MOVE fd-period-sale-recipe-id
                               TO ws-sale-recipe-id
                           MOVE fd-period-sale-covers
                               TO ws-sale-covers
                           PERFORM 2100-ADD-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 2050-ADD-SUMMARY-SALES
           .

       2050-ADD-SUMMARY-SALES.
      *    Days purge-history has archived out of menu-sales.dat are
      *    on the sales summary as one line per recipe per day, the
      *    covers already net of corrections, so a period reaching
      *    back past the purge still carries those days' covers. A
      *    day is on the summary or on the live sales log, never
      *    both.
           SET ws-file-not-eof TO TRUE

           OPEN INPUT fd-sales-summaries

           PERFORM UNTIL ws-file-eof
               READ fd-sales-summaries
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-sales-summary-date NOT < ws-from-date
                        AND fd-sales-summary-date NOT > ws-to-date
                        AND fd-sales-summary-covers > ZERO
                           MOVE fd-sales-summary-recipe-id
                               TO ws-sale-recipe-id
                           MOVE fd-sales-summary-covers
                               TO ws-sale-covers
                           PERFORM 2100-ADD-ONE-SALE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-sales-summaries
           .

       2100-ADD-ONE-SALE.
      *    A recipe no longer on file still counts in the mix, under
      *    a blank category, so the period's covers stay whole.
           MOVE ws-sale-recipe-id TO fd-recipe-id

           READ fd-recipes
               INVALID KEY
                   MOVE SPACES TO fd-recipe-category
                   MOVE 'RECIPE NOT ON FILE' TO fd-recipe-name
                   MOVE ZERO TO fd-recipe-yield
           END-READ

           MOVE fd-recipe-category TO fd-mix-category
           MOVE ws-sale-recipe-id TO fd-mix-recipe-id

           READ fd-mixes
               INVALID KEY
                   PERFORM 2200-CREATE-MIX
           END-READ

           ADD ws-sale-covers TO fd-mix-covers

           REWRITE fd-mix
               INVALID KEY
                   DISPLAY 'MENU MIX RECORD FOR ' fd-mix-recipe-id
                       ' COULD NOT BE REWRITTEN'
           END-REWRITE
           .

       2200-CREATE-MIX.
      *    Priced and costed once, the first time the recipe turns
      *    up in the period.
           MOVE fd-recipe-name TO fd-mix-name
           MOVE ZERO TO fd-mix-covers
           MOVE ZERO TO fd-mix-portion-cost
           SET fd-mix-cost-complete TO TRUE

           MOVE fd-mix-recipe-id TO fd-selling-recipe-id
           READ fd-sellings
               INVALID KEY
                   MOVE ZERO TO fd-mix-price
                   SET fd-mix-no-price TO TRUE
               NOT INVALID KEY
                   MOVE fd-selling-price TO fd-mix-price
                   SET fd-mix-priced TO TRUE
           END-READ

           IF fd-recipe-yield = ZERO
               SET fd-mix-cost-incomplete TO TRUE
           ELSE
               PERFORM 2300-COST-RECIPE
               COMPUTE fd-mix-portion-cost ROUNDED =
                   ws-recipe-cost / fd-recipe-yield
                   ON SIZE ERROR
                       MOVE ZERO TO fd-mix-portion-cost
                       SET ws-cost-missing TO TRUE
               END-COMPUTE
               IF ws-cost-missing
                   SET fd-mix-cost-incomplete TO TRUE
               END-IF
           END-IF

           COMPUTE fd-mix-margin = fd-mix-price - fd-mix-portion-cost

           WRITE fd-mix
               INVALID KEY
                   DISPLAY 'MENU MIX RECORD FOR ' fd-mix-recipe-id
                       ' COULD NOT BE CREATED'
           END-WRITE
           .

       2300-COST-RECIPE.
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
                               PERFORM 2400-COST-RAW-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       2400-COST-RAW-LINE.
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
                       PERFORM 2400-COST-RAW-LINE
               END-COMPUTE
           END-IF
           .

       3000-TOTAL-MIX.
      *    First pass over the mix: the period's covers and dish
      *    count set the popularity line, the priced dishes' total
      *    contribution over their covers sets the margin line.
           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-mix-key

           START fd-mixes KEY IS >= fd-mix-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-mixes NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-dish-count
                       ADD fd-mix-covers TO ws-total-covers
                       IF fd-mix-priced
                           ADD fd-mix-covers TO ws-priced-covers
                           COMPUTE ws-total-margin =
                               ws-total-margin
                               + fd-mix-covers * fd-mix-margin
                       END-IF
               END-READ
           END-PERFORM

           IF ws-dish-count > ZERO
               COMPUTE ws-popularity-threshold ROUNDED =
                   70 / ws-dish-count
           END-IF

           IF ws-priced-covers > ZERO
               COMPUTE ws-margin-threshold ROUNDED =
                   ws-total-margin / ws-priced-covers
                   ON SIZE ERROR
                       MOVE ZERO TO ws-margin-threshold
               END-COMPUTE
           END-IF
           .

       4000-PRINT-REPORT.
           MOVE SPACES TO ws-line
           STRING 'MENU ENGINEERING ' DELIMITED BY SIZE
               ws-from-date DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               ws-to-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-popularity-threshold TO ws-pct-edit
           MOVE ws-margin-threshold TO ws-margin-edit
           MOVE SPACES TO ws-line
           STRING 'POPULAR AT MIX SHARE ' DELIMITED BY SIZE
               ws-pct-edit DELIMITED BY SIZE
               '% OR MORE - HIGH MARGIN AT ' DELIMITED BY SIZE
               ws-margin-edit DELIMITED BY SIZE
               ' OR MORE' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'RECIPE NAME                COVERS  MIX %'
               DELIMITED BY SIZE
               '    PRICE     COST    MARGIN CLASS' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           SET ws-first-category TO TRUE
           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-mix-key

           START fd-mixes KEY IS >= fd-mix-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-mixes NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF ws-first-category
                        OR fd-mix-category NOT = ws-current-category
                           IF ws-not-first-category
                               PERFORM 4300-PRINT-CATEGORY-TOTALS
                           END-IF
                           PERFORM 4100-START-CATEGORY
                       END-IF
                       PERFORM 4200-PRINT-ONE-DISH
               END-READ
           END-PERFORM

           IF ws-not-first-category
               PERFORM 4300-PRINT-CATEGORY-TOTALS
           END-IF

           PERFORM 4400-PRINT-REPORT-TOTALS
           .

       4100-START-CATEGORY.
           SET ws-not-first-category TO TRUE
           MOVE fd-mix-category TO ws-current-category
           INITIALIZE ws-category-totals

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           IF ws-current-category = SPACES
               MOVE 'CATEGORY: (NONE)' TO ws-line
           ELSE
               STRING 'CATEGORY: ' DELIMITED BY SIZE
                   ws-current-category DELIMITED BY SIZE
                   INTO ws-line
           END-IF
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       4200-PRINT-ONE-DISH.
           IF ws-total-covers = ZERO
               MOVE ZERO TO ws-mix-pct
           ELSE
               COMPUTE ws-mix-pct ROUNDED =
                   fd-mix-covers * 100 / ws-total-covers
           END-IF

           COMPUTE ws-dish-margin = fd-mix-covers * fd-mix-margin

           ADD fd-mix-covers TO ws-cat-covers

           EVALUATE TRUE
               WHEN fd-mix-no-price
                   MOVE 'NO PRICE' TO ws-class
                   ADD 1 TO ws-cat-no-price-count
                   ADD 1 TO ws-all-no-price-count
               WHEN ws-mix-pct NOT < ws-popularity-threshold
                AND fd-mix-margin NOT < ws-margin-threshold
                   MOVE 'STAR' TO ws-class
                   ADD 1 TO ws-cat-star-count
                   ADD 1 TO ws-all-star-count
               WHEN ws-mix-pct NOT < ws-popularity-threshold
                   MOVE 'PLOWHORSE' TO ws-class
                   ADD 1 TO ws-cat-plowhorse-count
                   ADD 1 TO ws-all-plowhorse-count
               WHEN fd-mix-margin NOT < ws-margin-threshold
                   MOVE 'PUZZLE' TO ws-class
                   ADD 1 TO ws-cat-puzzle-count
                   ADD 1 TO ws-all-puzzle-count
               WHEN OTHER
                   MOVE 'DOG' TO ws-class
                   ADD 1 TO ws-cat-dog-count
                   ADD 1 TO ws-all-dog-count
           END-EVALUATE

           IF fd-mix-priced
               ADD ws-dish-margin TO ws-cat-margin
           END-IF

      *    A cost marked * is understated - an ingredient with no
      *    cost or no unit conversion, or a recipe with no yield.
           MOVE SPACE TO ws-cost-mark
           IF fd-mix-cost-incomplete
               MOVE '*' TO ws-cost-mark
               ADD 1 TO ws-no-cost-count
           END-IF

           MOVE fd-mix-covers TO ws-covers-edit
           MOVE ws-mix-pct TO ws-pct-edit
           MOVE fd-mix-price TO ws-price-edit
           MOVE fd-mix-portion-cost TO ws-cost-edit
           MOVE fd-mix-margin TO ws-margin-edit

           MOVE SPACES TO ws-line
           STRING fd-mix-recipe-id DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-mix-name (1:18) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-covers-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-pct-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-price-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-cost-edit DELIMITED BY SIZE
               ws-cost-mark DELIMITED BY SIZE
               ws-margin-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-class DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       4300-PRINT-CATEGORY-TOTALS.
           IF ws-total-covers = ZERO
               MOVE ZERO TO ws-mix-pct
           ELSE
               COMPUTE ws-mix-pct ROUNDED =
                   ws-cat-covers * 100 / ws-total-covers
           END-IF

           MOVE ws-cat-covers TO ws-total-covers-edit
           MOVE ws-mix-pct TO ws-pct-edit
           MOVE ws-cat-margin TO ws-total-margin-edit

           MOVE SPACES TO ws-line
           STRING '  SUBTOTAL COVERS ' DELIMITED BY SIZE
               ws-total-covers-edit DELIMITED BY SIZE
               '  MIX ' DELIMITED BY SIZE
               ws-pct-edit DELIMITED BY SIZE
               '%  CONTRIBUTION ' DELIMITED BY SIZE
               ws-total-margin-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING '  STARS ' DELIMITED BY SIZE
               ws-cat-star-count DELIMITED BY SIZE
               '  PLOWHORSES ' DELIMITED BY SIZE
               ws-cat-plowhorse-count DELIMITED BY SIZE
               '  PUZZLES ' DELIMITED BY SIZE
               ws-cat-puzzle-count DELIMITED BY SIZE
               '  DOGS ' DELIMITED BY SIZE
               ws-cat-dog-count DELIMITED BY SIZE
               '  NO PRICE ' DELIMITED BY SIZE
               ws-cat-no-price-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       4400-PRINT-REPORT-TOTALS.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE ws-total-covers TO ws-total-covers-edit
           MOVE ws-total-margin TO ws-total-margin-edit

           MOVE SPACES TO ws-line
           STRING 'PERIOD COVERS ' DELIMITED BY SIZE
               ws-total-covers-edit DELIMITED BY SIZE
               '  DISHES ' DELIMITED BY SIZE
               ws-dish-count DELIMITED BY SIZE
               '  CONTRIBUTION ' DELIMITED BY SIZE
               ws-total-margin-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'STARS ' DELIMITED BY SIZE
               ws-all-star-count DELIMITED BY SIZE
               '  PLOWHORSES ' DELIMITED BY SIZE
               ws-all-plowhorse-count DELIMITED BY SIZE
               '  PUZZLES ' DELIMITED BY SIZE
               ws-all-puzzle-count DELIMITED BY SIZE
               '  DOGS ' DELIMITED BY SIZE
               ws-all-dog-count DELIMITED BY SIZE
               '  NO PRICE ' DELIMITED BY SIZE
               ws-all-no-price-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           IF ws-no-cost-count > ZERO
               MOVE SPACES TO ws-line
               STRING 'DISHES NOT FULLY COSTED (*): '
                   DELIMITED BY SIZE
                   ws-no-cost-count DELIMITED BY SIZE
                   ' - MARGIN OVERSTATED' DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF
           .
