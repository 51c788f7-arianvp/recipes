       IDENTIFICATION DIVISION.
       PROGRAM-ID. diner-check.

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

       SELECT OPTIONAL fd-allergens
           ASSIGN TO 'allergens.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-allergen-code
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-nutrients
           ASSIGN TO 'nutrition.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-nutrient-code.

      *    Second paths onto the recipe and ingredient files, so a
      *    component line can be exploded through its own recipe's
      *    yield and lines without disturbing the read position of
      *    the dish being profiled (see cost-recipe.cob).
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

       SELECT OPTIONAL fd-diners
           ASSIGN TO 'diners.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-diner-id
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'diner-check.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
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

       FD fd-allergens.
       COPY 'src/allergen-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-nutrients.
       COPY 'src/nutrient-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-subrecipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==sr-==.

       FD fd-components.
       COPY 'src/ingredient-record.cpy'
           REPLACING ==:X:== BY ==cp-==.

       FD fd-diners.
       COPY 'src/diner-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-check-date                 PIC 9(8).
       01 ws-date-int                   PIC 9(8) BINARY.
       01 ws-menu-switch                PIC X(01).
           88 ws-menu-eof               VALUE 'Y'.
           88 ws-menu-not-eof            VALUE 'N'.
       01 ws-ingredient-switch          PIC X(01).
           88 ws-ingredient-eof          VALUE 'Y'.
           88 ws-ingredient-not-eof      VALUE 'N'.
       01 ws-component-switch           PIC X(01).
           88 ws-component-eof           VALUE 'Y'.
           88 ws-component-not-eof       VALUE 'N'.
       01 ws-diner-switch               PIC X(01).
           88 ws-diner-eof              VALUE 'Y'.
           88 ws-diner-not-eof           VALUE 'N'.
       01 ws-known-switch               PIC X(01).
           88 ws-known                  VALUE 'Y'.
           88 ws-not-known               VALUE 'N'.
       01 ws-print-switch               PIC X(01).
           88 ws-print-reasons          VALUE 'Y'.
           88 ws-judge-only              VALUE 'N'.
       01 ws-component-factor           PIC 9(3)V9(4).
       01 ws-totals.
           02 ws-total-calories         PIC 9(7)V9(2).
           02 ws-total-protein          PIC 9(6)V9(2).
           02 ws-total-fat              PIC 9(6)V9(2).
           02 ws-total-carbs            PIC 9(6)V9(2).
           02 ws-total-sodium           PIC 9(8)V9(2).
      *    The day's dishes, each profiled once: every allergen its
      *    ingredients carry (components included) and its
      *    nutrients per serving, with a flag wherever the data
      *    behind either is incomplete.
       01 ws-dish-table.
           02 ws-dish-count             PIC 9(3) BINARY VALUE ZERO.
           02 ws-dish OCCURS 60 TIMES.
               03 ws-dish-recipe-id     PIC 9(6).
               03 ws-dish-name          PIC X(30).
               03 ws-dish-category      PIC X(10).
               03 ws-dish-allergen-count PIC 9(2) BINARY.
               03 ws-dish-allergen OCCURS 20 TIMES
                                        PIC X(20).
               03 ws-dish-allergen-gap  PIC X(01).
               03 ws-dish-nutrient-gap  PIC X(01).
               03 ws-dish-calories      PIC 9(5)V9(2).
               03 ws-dish-protein       PIC 9(4)V9(2).
               03 ws-dish-fat           PIC 9(4)V9(2).
               03 ws-dish-carbs         PIC 9(4)V9(2).
               03 ws-dish-sodium        PIC 9(6)V9(2).
               03 ws-dish-unsafe        PIC X(01).
       01 ws-dishes-dropped             PIC 9(3) VALUE ZERO.
       01 ws-excluded-table.
           02 ws-excluded-count         PIC 9(2) BINARY.
           02 ws-excluded-name OCCURS 20 TIMES
                                        PIC X(20).
       01 ws-d                          PIC 9(3) BINARY.
       01 ws-alt                        PIC 9(3) BINARY.
       01 ws-sub                        PIC 9(3) BINARY.
       01 ws-sub2                       PIC 9(3) BINARY.
       01 ws-token                      PIC X(20).
       01 ws-scan-ptr                   PIC 9(3) BINARY.
       01 ws-reason                     PIC X(60).
       01 ws-amount-edit                PIC ZZZZZ9.99.
       01 ws-limit-edit                 PIC ZZZZZ9.99.
       01 ws-diner-conflicts            PIC 9(3).
       01 ws-diner-count                PIC 9(5) VALUE ZERO.
       01 ws-conflict-diner-count       PIC 9(5) VALUE ZERO.
       01 ws-conflict-count             PIC 9(5) VALUE ZERO.
       01 ws-no-alternative-count       PIC 9(5) VALUE ZERO.
       01 ws-incomplete-dish-count      PIC 9(3) VALUE ZERO.
       01 ws-line                       PIC X(80).
       01 ws-parm-switch                PIC X(01) VALUE 'N'.
           88 ws-parm-found             VALUE 'Y'.
           88 ws-parm-not-found          VALUE 'N'.
       01 ws-parm-eof-switch            PIC X(01) VALUE 'N'.
           88 ws-parm-eof               VALUE 'Y'.
       01 ws-parm-1                     PIC X(20).
       COPY 'src/run-control.cpy'.

       PROCEDURE DIVISION.
      *    Every diner on diners.db held against one day's menu:
      *    each dish is exploded through its ingredient lines,
      *    components included, the way allergen-report and
      *    nutrition-report explode it; a dish carrying an allergen
      *    the diner excludes, or over one of the diner's limits per
      *    serving, is listed as not to be served with the reasons,
      *    together with a dish on the same menu that is safe for
      *    that diner - one of the same category when there is one.
      *    A dish whose allergen or nutrition data is incomplete is
      *    never passed as safe for a diner with a restriction of
      *    that kind.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               MOVE FUNCTION NUMVAL(ws-parm-1) TO ws-check-date
           ELSE
               DISPLAY 'MENU DATE (YYYYMMDD, 0 = TODAY): '
                   WITH NO ADVANCING
               ACCEPT ws-check-date
           END-IF

           IF ws-check-date = ZERO
               ACCEPT ws-check-date FROM DATE YYYYMMDD
           END-IF

           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-check-date)

           IF ws-date-int = ZERO
               DISPLAY 'MENU DATE ' ws-check-date ' IS NOT A '
                   'VALID DATE - NOTHING DONE'
               GOBACK
           END-IF

           OPEN INPUT fd-menus
           OPEN INPUT fd-recipes
           OPEN INPUT fd-ingredients
           OPEN INPUT fd-allergens
           OPEN INPUT fd-nutrients
           OPEN INPUT fd-subrecipes
           OPEN INPUT fd-components
           OPEN INPUT fd-diners
           OPEN OUTPUT fd-print

           MOVE SPACES TO ws-line
           STRING 'DINER DIETARY CHECK FOR MENU ' DELIMITED BY SIZE
               ws-check-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           PERFORM 1000-LOAD-DISHES

           IF ws-dish-count = ZERO
               MOVE 'NO DISHES ON THE MENU FOR THIS DATE'
                   TO fd-print-line
               WRITE fd-print-line
           ELSE
               PERFORM 1500-PRINT-DATA-GAPS
               PERFORM 3000-CHECK-ALL-DINERS
           END-IF

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'DINERS CHECKED ' DELIMITED BY SIZE
               ws-diner-count DELIMITED BY SIZE
               '  WITH CONFLICTS ' DELIMITED BY SIZE
               ws-conflict-diner-count DELIMITED BY SIZE
               '  DISHES WITHHELD ' DELIMITED BY SIZE
               ws-conflict-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           IF ws-no-alternative-count > ZERO
               MOVE SPACES TO ws-line
               STRING 'WITHHELD WITH NO SAFE ALTERNATIVE ON THE MENU '
                   DELIMITED BY SIZE
                   ws-no-alternative-count DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF

           IF ws-dishes-dropped > ZERO
               MOVE SPACES TO ws-line
               STRING 'WARNING - DISH TABLE FULL, ' DELIMITED BY SIZE
                   ws-dishes-dropped DELIMITED BY SIZE
                   ' MENU LINES NOT CHECKED' DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF

           CLOSE fd-menus
           CLOSE fd-recipes
           CLOSE fd-ingredients
           CLOSE fd-allergens
           CLOSE fd-nutrients
           CLOSE fd-subrecipes
           CLOSE fd-components
           CLOSE fd-diners
           CLOSE fd-print

           DISPLAY 'DISHES ON MENU:         ' ws-dish-count
           DISPLAY 'DINERS CHECKED:         ' ws-diner-count
           DISPLAY 'DINERS WITH CONFLICTS:  ' ws-conflict-diner-count
           DISPLAY 'DISHES WITHHELD:        ' ws-conflict-count
           DISPLAY 'NO SAFE ALTERNATIVE:    ' ws-no-alternative-count

           MOVE SPACES TO run-step-totals
           STRING 'DINERS=' DELIMITED BY SIZE
               ws-diner-count DELIMITED BY SIZE
               ' WITHHELD=' DELIMITED BY SIZE
               ws-conflict-count DELIMITED BY SIZE
               ' NO-ALT=' DELIMITED BY SIZE
               ws-no-alternative-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - parm 1 is the menu date
      *    to check (0 or blank for today).
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'diner-check'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-LOAD-DISHES.
           SET ws-menu-not-eof TO TRUE
           MOVE ws-check-date TO fd-menu-date
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
                       IF fd-menu-date NOT = ws-check-date
                           SET ws-menu-eof TO TRUE
                       ELSE
                           PERFORM 1100-ADD-ONE-DISH
                       END-IF
               END-READ
           END-PERFORM
           .

       1100-ADD-ONE-DISH.
      *    A recipe on two lines of the day (lunch and supper) is
      *    profiled once.
           SET ws-not-known TO TRUE

           PERFORM VARYING ws-d FROM 1 BY 1
                   UNTIL ws-d > ws-dish-count OR ws-known
               IF ws-dish-recipe-id (ws-d) = fd-menu-recipe-id
                   SET ws-known TO TRUE
               END-IF
           END-PERFORM

           IF ws-not-known
               IF ws-dish-count < 60
                   ADD 1 TO ws-dish-count
                   MOVE ws-dish-count TO ws-d
                   PERFORM 2000-PROFILE-DISH
               ELSE
                   ADD 1 TO ws-dishes-dropped
               END-IF
           END-IF
           .

       1500-PRINT-DATA-GAPS.
      *    Listed first, so the kitchen can see why a dish is being
      *    withheld from diners it may well be safe for.
           PERFORM VARYING ws-d FROM 1 BY 1
                   UNTIL ws-d > ws-dish-count
               IF ws-dish-allergen-gap (ws-d) = 'Y'
                OR ws-dish-nutrient-gap (ws-d) = 'Y'
                   ADD 1 TO ws-incomplete-dish-count
                   MOVE SPACES TO ws-reason
                   EVALUATE TRUE
                       WHEN ws-dish-allergen-gap (ws-d) = 'Y'
                        AND ws-dish-nutrient-gap (ws-d) = 'Y'
                           MOVE 'ALLERGEN AND NUTRITION DATA'
                               TO ws-reason
                       WHEN ws-dish-allergen-gap (ws-d) = 'Y'
                           MOVE 'ALLERGEN DATA' TO ws-reason
                       WHEN OTHER
                           MOVE 'NUTRITION DATA' TO ws-reason
                   END-EVALUATE
                   MOVE SPACES TO ws-line
                   STRING 'INCOMPLETE ' DELIMITED BY SIZE
                       ws-reason (1:27) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ws-dish-recipe-id (ws-d) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ws-dish-name (ws-d) DELIMITED BY SIZE
                       INTO ws-line
                   MOVE ws-line TO fd-print-line
                   WRITE fd-print-line
               END-IF
           END-PERFORM
           .

       2000-PROFILE-DISH.
           MOVE fd-menu-recipe-id TO ws-dish-recipe-id (ws-d)
           MOVE SPACES TO ws-dish-category (ws-d)
           MOVE ZERO TO ws-dish-allergen-count (ws-d)
           MOVE 'N' TO ws-dish-allergen-gap (ws-d)
           MOVE 'N' TO ws-dish-nutrient-gap (ws-d)
           MOVE ZERO TO ws-dish-calories (ws-d)
           MOVE ZERO TO ws-dish-protein (ws-d)
           MOVE ZERO TO ws-dish-fat (ws-d)
           MOVE ZERO TO ws-dish-carbs (ws-d)
           MOVE ZERO TO ws-dish-sodium (ws-d)
           MOVE ZERO TO ws-totals

           MOVE fd-menu-recipe-id TO fd-recipe-id

           READ fd-recipes
               INVALID KEY
                   MOVE 'RECIPE NOT ON FILE' TO ws-dish-name (ws-d)
                   MOVE 'Y' TO ws-dish-allergen-gap (ws-d)
                   MOVE 'Y' TO ws-dish-nutrient-gap (ws-d)
               NOT INVALID KEY
                   MOVE fd-recipe-name TO ws-dish-name (ws-d)
                   MOVE fd-recipe-category TO ws-dish-category (ws-d)
                   PERFORM 2100-WALK-DISH-LINES
                   PERFORM 2900-PER-SERVING
           END-READ
           .

       2100-WALK-DISH-LINES.
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
                               PERFORM 2200-PROFILE-RAW-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       2200-PROFILE-RAW-LINE.
      *    See allergen-report.cob and nutrition-report.cob - an
      *    allergen list is combined by presence, nutrients are
      *    totalled by quantity; a code with no record on either
      *    file leaves that side of the profile incomplete.
           MOVE fd-ingredient-code TO fd-allergen-code

           READ fd-allergens
               INVALID KEY
                   MOVE 'Y' TO ws-dish-allergen-gap (ws-d)
               NOT INVALID KEY
                   PERFORM 2300-PARSE-ALLERGEN-LIST
           END-READ

           MOVE fd-ingredient-code TO fd-nutrient-code

           READ fd-nutrients
               INVALID KEY
                   MOVE 'Y' TO ws-dish-nutrient-gap (ws-d)
               NOT INVALID KEY
                   COMPUTE ws-total-calories ROUNDED =
                       ws-total-calories
                       + fd-ingredient-qty * fd-nutrient-calories
                   COMPUTE ws-total-protein ROUNDED =
                       ws-total-protein
                       + fd-ingredient-qty * fd-nutrient-protein
                   COMPUTE ws-total-fat ROUNDED =
                       ws-total-fat
                       + fd-ingredient-qty * fd-nutrient-fat
                   COMPUTE ws-total-carbs ROUNDED =
                       ws-total-carbs
                       + fd-ingredient-qty * fd-nutrient-carbs
                   COMPUTE ws-total-sodium ROUNDED =
                       ws-total-sodium
                       + fd-ingredient-qty * fd-nutrient-sodium
           END-READ
           .

       2300-PARSE-ALLERGEN-LIST.
      *    The word NONE marks a checked, allergen-free ingredient
      *    and adds nothing.
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
                   PERFORM 2400-ADD-UNIQUE-ALLERGEN
               END-IF
           END-PERFORM
           .

       2400-ADD-UNIQUE-ALLERGEN.
      *    A dish carrying more names than the table holds cannot be
      *    vouched for, so it is marked incomplete rather than
      *    letting the extra names go unchecked.
           SET ws-not-known TO TRUE

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-dish-allergen-count (ws-d)
                      OR ws-known
               IF ws-dish-allergen (ws-d ws-sub) = ws-token
                   SET ws-known TO TRUE
               END-IF
           END-PERFORM

           IF ws-not-known
               IF ws-dish-allergen-count (ws-d) < 20
                   ADD 1 TO ws-dish-allergen-count (ws-d)
                   MOVE ws-dish-allergen-count (ws-d) TO ws-sub
                   MOVE ws-token TO ws-dish-allergen (ws-d ws-sub)
               ELSE
                   MOVE 'Y' TO ws-dish-allergen-gap (ws-d)
               END-IF
           END-IF
           .

       2500-EXPLODE-COMPONENT.
      *    See nutrition-report.cob - the component's lines are
      *    scaled by quantity over its yield for the nutrients; its
      *    allergens count whatever the quantity. One level only: a
      *    nested component leaves both sides incomplete.
           MOVE fd-ingredient-code TO sr-recipe-id

           READ fd-subrecipes
               INVALID KEY
                   MOVE 'Y' TO ws-dish-allergen-gap (ws-d)
                   MOVE 'Y' TO ws-dish-nutrient-gap (ws-d)
               NOT INVALID KEY
                   IF sr-recipe-yield = ZERO
                       MOVE 'Y' TO ws-dish-nutrient-gap (ws-d)
                       MOVE ZERO TO ws-component-factor
                   ELSE
                       COMPUTE ws-component-factor ROUNDED =
                           fd-ingredient-qty / sr-recipe-yield
                           ON SIZE ERROR
                               MOVE 'Y' TO ws-dish-nutrient-gap (ws-d)
                               MOVE ZERO TO ws-component-factor
                       END-COMPUTE
                   END-IF
                   PERFORM 2600-PROFILE-COMPONENT-LINES
           END-READ
           .

       2600-PROFILE-COMPONENT-LINES.
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
                           PERFORM 2700-PROFILE-ONE-SUB-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       2700-PROFILE-ONE-SUB-LINE.
      *    See cost-recipe.cob - the scaled sub-line takes the
      *    component line's place in the ingredient buffer.
           IF cp-ingredient-is-component
               MOVE 'Y' TO ws-dish-allergen-gap (ws-d)
               MOVE 'Y' TO ws-dish-nutrient-gap (ws-d)
           ELSE
               MOVE cp-ingredient TO fd-ingredient
               COMPUTE fd-ingredient-qty ROUNDED =
                   fd-ingredient-qty * ws-component-factor
                   ON SIZE ERROR
                       MOVE 'Y' TO ws-dish-nutrient-gap (ws-d)
                       MOVE ZERO TO fd-ingredient-qty
               END-COMPUTE
               PERFORM 2200-PROFILE-RAW-LINE
           END-IF
           .

       2900-PER-SERVING.
           IF fd-recipe-yield = ZERO
               MOVE 'Y' TO ws-dish-nutrient-gap (ws-d)
           ELSE
               COMPUTE ws-dish-calories (ws-d) ROUNDED =
                   ws-total-calories / fd-recipe-yield
               COMPUTE ws-dish-protein (ws-d) ROUNDED =
                   ws-total-protein / fd-recipe-yield
               COMPUTE ws-dish-fat (ws-d) ROUNDED =
                   ws-total-fat / fd-recipe-yield
               COMPUTE ws-dish-carbs (ws-d) ROUNDED =
                   ws-total-carbs / fd-recipe-yield
               COMPUTE ws-dish-sodium (ws-d) ROUNDED =
                   ws-total-sodium / fd-recipe-yield
           END-IF
           .

       3000-CHECK-ALL-DINERS.
           SET ws-diner-not-eof TO TRUE

           PERFORM UNTIL ws-diner-eof
               READ fd-diners NEXT RECORD
                   AT END
                       SET ws-diner-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-CHECK-ONE-DINER
               END-READ
           END-PERFORM
           .

       3100-CHECK-ONE-DINER.
      *    Every dish is judged first, so the alternative offered
      *    for a withheld dish is known to be safe; only then are
      *    the withheld dishes printed with their reasons.
           ADD 1 TO ws-diner-count
           MOVE ZERO TO ws-diner-conflicts
           PERFORM 3200-LOAD-EXCLUSIONS

           SET ws-judge-only TO TRUE
           PERFORM VARYING ws-d FROM 1 BY 1
                   UNTIL ws-d > ws-dish-count
               PERFORM 4000-JUDGE-DISH
               IF ws-dish-unsafe (ws-d) = 'Y'
                   ADD 1 TO ws-diner-conflicts
               END-IF
           END-PERFORM

           IF ws-diner-conflicts > ZERO
               ADD 1 TO ws-conflict-diner-count
               PERFORM 3300-PRINT-DINER-CONFLICTS
           END-IF
           .

       3200-LOAD-EXCLUSIONS.
           MOVE ZERO TO ws-excluded-count
           MOVE 1 TO ws-scan-ptr

           PERFORM UNTIL ws-scan-ptr > 60
               MOVE SPACES TO ws-token
               UNSTRING fd-diner-excluded-list DELIMITED BY ','
                   INTO ws-token
                   WITH POINTER ws-scan-ptr
               END-UNSTRING
               MOVE FUNCTION TRIM(ws-token) TO ws-token
               IF ws-token NOT = SPACES
                AND ws-token NOT = 'NONE'
                AND ws-excluded-count < 20
                   ADD 1 TO ws-excluded-count
                   MOVE ws-token TO ws-excluded-name (ws-excluded-count)
               END-IF
           END-PERFORM
           .

       3300-PRINT-DINER-CONFLICTS.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'DINER ' DELIMITED BY SIZE
               fd-diner-id DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-diner-name DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-diner-diet-note DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           SET ws-print-reasons TO TRUE
           PERFORM VARYING ws-d FROM 1 BY 1
                   UNTIL ws-d > ws-dish-count
               IF ws-dish-unsafe (ws-d) = 'Y'
                   ADD 1 TO ws-conflict-count
                   MOVE SPACES TO ws-line
                   STRING '  DO NOT SERVE ' DELIMITED BY SIZE
                       ws-dish-recipe-id (ws-d) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ws-dish-name (ws-d) DELIMITED BY SIZE
                       INTO ws-line
                   MOVE ws-line TO fd-print-line
                   WRITE fd-print-line
                   PERFORM 4000-JUDGE-DISH
                   PERFORM 3400-OFFER-ALTERNATIVE
               END-IF
           END-PERFORM
           .

       3400-OFFER-ALTERNATIVE.
      *    A safe dish of the same category first (a main for a
      *    main), otherwise any safe dish on the day's menu.
           MOVE ZERO TO ws-alt

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-dish-count OR ws-alt > ZERO
               IF ws-dish-unsafe (ws-sub) NOT = 'Y'
                AND ws-dish-category (ws-sub) = ws-dish-category (ws-d)
                   MOVE ws-sub TO ws-alt
               END-IF
           END-PERFORM

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-dish-count OR ws-alt > ZERO
               IF ws-dish-unsafe (ws-sub) NOT = 'Y'
                   MOVE ws-sub TO ws-alt
               END-IF
           END-PERFORM

           MOVE SPACES TO ws-line
           IF ws-alt = ZERO
               ADD 1 TO ws-no-alternative-count
               STRING '      NO SAFE ALTERNATIVE ON THIS MENU - '
                   DELIMITED BY SIZE
                   'REFER TO THE KITCHEN' DELIMITED BY SIZE
                   INTO ws-line
           ELSE
               STRING '      SAFE ALTERNATIVE: ' DELIMITED BY SIZE
                   ws-dish-recipe-id (ws-alt) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ws-dish-name (ws-alt) DELIMITED BY SIZE
                   INTO ws-line
           END-IF
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       4000-JUDGE-DISH.
      *    Sets the dish unsafe for this diner on the first reason
      *    found; when printing, every reason is listed.
           MOVE 'N' TO ws-dish-unsafe (ws-d)

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-excluded-count
               PERFORM VARYING ws-sub2 FROM 1 BY 1
                       UNTIL ws-sub2 > ws-dish-allergen-count (ws-d)
                   IF ws-dish-allergen (ws-d ws-sub2)
                           = ws-excluded-name (ws-sub)
                       MOVE SPACES TO ws-reason
                       STRING 'CONTAINS ' DELIMITED BY SIZE
                           ws-excluded-name (ws-sub)
                           DELIMITED BY SIZE
                           INTO ws-reason
                       PERFORM 4900-RECORD-REASON
                   END-IF
               END-PERFORM
           END-PERFORM

           IF ws-excluded-count > ZERO
            AND ws-dish-allergen-gap (ws-d) = 'Y'
               MOVE 'ALLERGEN DATA INCOMPLETE - CANNOT BE CLEARED'
                   TO ws-reason
               PERFORM 4900-RECORD-REASON
           END-IF

           IF fd-diner-max-calories > ZERO
            AND ws-dish-calories (ws-d) > fd-diner-max-calories
               MOVE ws-dish-calories (ws-d) TO ws-amount-edit
               MOVE fd-diner-max-calories TO ws-limit-edit
               MOVE SPACES TO ws-reason
               STRING 'CALORIES ' DELIMITED BY SIZE
                   ws-amount-edit DELIMITED BY SIZE
                   ' OVER LIMIT ' DELIMITED BY SIZE
                   ws-limit-edit DELIMITED BY SIZE
                   INTO ws-reason
               PERFORM 4900-RECORD-REASON
           END-IF

           IF fd-diner-max-protein > ZERO
            AND ws-dish-protein (ws-d) > fd-diner-max-protein
               MOVE ws-dish-protein (ws-d) TO ws-amount-edit
               MOVE fd-diner-max-protein TO ws-limit-edit
               MOVE SPACES TO ws-reason
               STRING 'PROTEIN ' DELIMITED BY SIZE
                   ws-amount-edit DELIMITED BY SIZE
                   ' G OVER LIMIT ' DELIMITED BY SIZE
                   ws-limit-edit DELIMITED BY SIZE
                   ' G' DELIMITED BY SIZE
                   INTO ws-reason
               PERFORM 4900-RECORD-REASON
           END-IF

           IF fd-diner-max-fat > ZERO
            AND ws-dish-fat (ws-d) > fd-diner-max-fat
               MOVE ws-dish-fat (ws-d) TO ws-amount-edit
               MOVE fd-diner-max-fat TO ws-limit-edit
               MOVE SPACES TO ws-reason
               STRING 'FAT ' DELIMITED BY SIZE
                   ws-amount-edit DELIMITED BY SIZE
                   ' G OVER LIMIT ' DELIMITED BY SIZE
                   ws-limit-edit DELIMITED BY SIZE
                   ' G' DELIMITED BY SIZE
                   INTO ws-reason
               PERFORM 4900-RECORD-REASON
           END-IF

           IF fd-diner-max-carbs > ZERO
            AND ws-dish-carbs (ws-d) > fd-diner-max-carbs
               MOVE ws-dish-carbs (ws-d) TO ws-amount-edit
               MOVE fd-diner-max-carbs TO ws-limit-edit
               MOVE SPACES TO ws-reason
               STRING 'CARBS ' DELIMITED BY SIZE
                   ws-amount-edit DELIMITED BY SIZE
                   ' G OVER LIMIT ' DELIMITED BY SIZE
                   ws-limit-edit DELIMITED BY SIZE
                   ' G' DELIMITED BY SIZE
                   INTO ws-reason
               PERFORM 4900-RECORD-REASON
           END-IF

           IF fd-diner-max-sodium > ZERO
            AND ws-dish-sodium (ws-d) > fd-diner-max-sodium
               MOVE ws-dish-sodium (ws-d) TO ws-amount-edit
               MOVE fd-diner-max-sodium TO ws-limit-edit
               MOVE SPACES TO ws-reason
               STRING 'SODIUM ' DELIMITED BY SIZE
                   ws-amount-edit DELIMITED BY SIZE
                   ' MG OVER LIMIT ' DELIMITED BY SIZE
                   ws-limit-edit DELIMITED BY SIZE
                   ' MG' DELIMITED BY SIZE
                   INTO ws-reason
               PERFORM 4900-RECORD-REASON
           END-IF

           IF ws-dish-nutrient-gap (ws-d) = 'Y'
            AND (fd-diner-max-calories > ZERO
                 OR fd-diner-max-protein > ZERO
                 OR fd-diner-max-fat > ZERO
                 OR fd-diner-max-carbs > ZERO
                 OR fd-diner-max-sodium > ZERO)
               MOVE 'NUTRITION DATA INCOMPLETE - CANNOT BE CLEARED'
                   TO ws-reason
               PERFORM 4900-RECORD-REASON
           END-IF
           .

       4900-RECORD-REASON.
           MOVE 'Y' TO ws-dish-unsafe (ws-d)

           IF ws-print-reasons
               MOVE SPACES TO ws-line
               STRING '      ' DELIMITED BY SIZE
                   ws-reason DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF
           .
