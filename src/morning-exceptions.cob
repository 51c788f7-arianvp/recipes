       IDENTIFICATION DIVISION.
       PROGRAM-ID. morning-exceptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-lots
           ASSIGN TO 'inventory-lots.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-lot-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-inventories
           ASSIGN TO 'inventory.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-inventory-code
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-orders
           ASSIGN TO 'open-orders.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-order-key
           SHARING WITH ALL OTHER.

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

      *    Second paths onto the recipe and ingredient files, so a
      *    component line can be exploded through its own recipe's
      *    lines without disturbing the read position of the recipe
      *    being exploded (see shortage-report.cob).
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

       SELECT OPTIONAL fd-events
           ASSIGN TO 'events.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-event-no
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-event-lines
           ASSIGN TO 'event-lines.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-event-line-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-selling-prices
           ASSIGN TO 'selling-prices.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-selling-recipe-id
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-costs
           ASSIGN TO 'ingredient-costs.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-cost-code
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-allergens
           ASSIGN TO 'allergens.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-allergen-code
           SHARING WITH ALL OTHER.

      *    Keyed work file the exceptions are gathered into, rebuilt
      *    in full every run the way build-ingredient-xref rebuilds
      *    the cross-reference; its key puts them in severity order
      *    and drops a subject already listed under the same type.
       SELECT OPTIONAL fd-exceptions
           ASSIGN TO 'exceptions-work.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-exception-key.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'morning-exceptions.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-lots.
       COPY 'src/lot-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-inventories.
       COPY 'src/inventory-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-orders.
       COPY 'src/order-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-menus.
       COPY 'src/menu-record.cpy'
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

       FD fd-events.
       COPY 'src/event-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-event-lines.
       COPY 'src/event-line-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-selling-prices.
       COPY 'src/selling-price-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-costs.
       COPY 'src/cost-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-allergens.
       COPY 'src/allergen-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-exceptions.
       COPY 'src/exception-work-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-today                      PIC 9(8).
       01 ws-today-int                  PIC 9(8) BINARY.
       01 ws-date-int                   PIC 9(8) BINARY.
       01 ws-tomorrow                   PIC 9(8).
       01 ws-expiry-days                PIC 9(3).
       01 ws-expiry-end                 PIC 9(8).
       01 ws-lead-days                  PIC 9(3).
       01 ws-order-int                  PIC 9(8) BINARY.
       01 ws-due-int                    PIC 9(8) BINARY.
       01 ws-due-date                   PIC 9(8).
       01 ws-menu-days                  PIC 9(3).
       01 ws-menu-end                   PIC 9(8).
       01 ws-lot-switch                 PIC X(01).
           88 ws-lot-eof                VALUE 'Y'.
           88 ws-lot-not-eof             VALUE 'N'.
       01 ws-order-switch               PIC X(01).
           88 ws-order-eof              VALUE 'Y'.
           88 ws-order-not-eof           VALUE 'N'.
       01 ws-menu-switch                PIC X(01).
           88 ws-menu-eof               VALUE 'Y'.
           88 ws-menu-not-eof            VALUE 'N'.
       01 ws-ingredient-switch          PIC X(01).
           88 ws-ingredient-eof         VALUE 'Y'.
           88 ws-ingredient-not-eof      VALUE 'N'.
       01 ws-component-switch           PIC X(01).
           88 ws-component-eof          VALUE 'Y'.
           88 ws-component-not-eof       VALUE 'N'.
       01 ws-event-switch               PIC X(01).
           88 ws-event-eof              VALUE 'Y'.
           88 ws-event-not-eof           VALUE 'N'.
       01 ws-event-line-switch          PIC X(01).
           88 ws-event-line-eof         VALUE 'Y'.
           88 ws-event-line-not-eof      VALUE 'N'.
       01 ws-exception-switch           PIC X(01).
           88 ws-exception-eof          VALUE 'Y'.
           88 ws-exception-not-eof       VALUE 'N'.
       01 ws-status-switch              PIC X(01).
           88 ws-status-unapproved      VALUE 'Y'.
           88 ws-status-approved         VALUE 'N'.
       01 ws-status-word                PIC X(09).
       01 ws-recipe-name                PIC X(100).
       01 ws-current-recipe-id          PIC 9(6).
       01 ws-check-code                 PIC X(10).
       01 ws-check-desc                 PIC X(40).
       01 ws-qty-edit                   PIC ZZZZZZ9.99.
       01 ws-owed-qty                   PIC 9(7)V9(2).
       01 ws-exc-severity               PIC 9(1).
       01 ws-exc-type                   PIC 9(2).
       01 ws-exc-subject                PIC X(24).
       01 ws-exc-text                   PIC X(70).
       01 ws-last-severity              PIC 9(1) VALUE ZERO.
       01 ws-last-type                  PIC 9(2) VALUE ZERO.
       01 ws-type-title                 PIC X(40).
       01 ws-severity-word              PIC X(06).
       01 ws-type-count                 PIC 9(4).
       01 ws-expired-count              PIC 9(4) VALUE ZERO.
       01 ws-no-stock-count             PIC 9(4) VALUE ZERO.
       01 ws-menu-status-count          PIC 9(4) VALUE ZERO.
       01 ws-event-status-count         PIC 9(4) VALUE ZERO.
       01 ws-no-allergen-count          PIC 9(4) VALUE ZERO.
       01 ws-expiring-count             PIC 9(4) VALUE ZERO.
       01 ws-overdue-count              PIC 9(4) VALUE ZERO.
       01 ws-no-price-count             PIC 9(4) VALUE ZERO.
       01 ws-no-cost-count              PIC 9(4) VALUE ZERO.
       01 ws-high-count                 PIC 9(4) VALUE ZERO.
       01 ws-medium-count               PIC 9(4) VALUE ZERO.
       01 ws-low-count                  PIC 9(4) VALUE ZERO.
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
      *    The morning's exceptions from across the suite on one
      *    report, so the supervisor reads a single printout instead
      *    of the expiry, open orders, shortage and verify reports
      *    one by one. Each exception has a type and each type a
      *    severity:
      *      HIGH   - lot already expired with stock left;
      *               menu item for today or tomorrow with nothing
      *               on hand (or no stock record at all);
      *               draft or retired recipe on a menu from today
      *               on, or on a catering event from today on;
      *               menu ingredient with no allergen record;
      *      MEDIUM - lot expiring inside the expiry window;
      *               order line not yet received and past its
      *               expected delivery - an order carries no
      *               promised date, so that is the order date plus
      *               the lead days (see supplier-scorecard.cob);
      *      LOW    - menu recipe with no selling price;
      *               menu ingredient with no cost.
      *    The price, cost and allergen checks look at the menus
      *    inside the look-ahead window only. Everything is gathered
      *    into the work file first, so the first page can carry the
      *    count of each type before the lines themselves, grouped
      *    by severity. The report only informs - it never fails
      *    the job stream.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               MOVE FUNCTION NUMVAL(ws-parm-1) TO ws-expiry-days
               MOVE FUNCTION NUMVAL(ws-parm-2) TO ws-lead-days
               MOVE FUNCTION NUMVAL(ws-parm-3) TO ws-menu-days
           ELSE
               DISPLAY 'LOT EXPIRY WINDOW (DAYS):      '
                   WITH NO ADVANCING
               ACCEPT ws-expiry-days
               DISPLAY 'AGREED ORDER LEAD DAYS:        '
                   WITH NO ADVANCING
               ACCEPT ws-lead-days
               DISPLAY 'MENU LOOK AHEAD (DAYS, 0 = 7): '
                   WITH NO ADVANCING
               ACCEPT ws-menu-days
           END-IF

           IF ws-menu-days = ZERO
               MOVE 7 TO ws-menu-days
           END-IF

           ACCEPT ws-today FROM DATE YYYYMMDD
           COMPUTE ws-today-int = FUNCTION INTEGER-OF-DATE(ws-today)

           COMPUTE ws-date-int = ws-today-int + 1
           COMPUTE ws-tomorrow = FUNCTION DATE-OF-INTEGER(ws-date-int)

           COMPUTE ws-date-int = ws-today-int + ws-expiry-days
           COMPUTE ws-expiry-end =
               FUNCTION DATE-OF-INTEGER(ws-date-int)

           COMPUTE ws-date-int = ws-today-int + ws-menu-days
           COMPUTE ws-menu-end = FUNCTION DATE-OF-INTEGER(ws-date-int)

      *    The work file is derived data, thrown away and rebuilt
      *    every run (see build-ingredient-xref): OPEN OUTPUT
      *    empties it, then it is reopened I-O for the loads.
           OPEN OUTPUT fd-exceptions
           CLOSE fd-exceptions
           OPEN I-O fd-exceptions

           OPEN INPUT fd-lots
           OPEN INPUT fd-inventories
           OPEN INPUT fd-orders
           OPEN INPUT fd-menus
           OPEN INPUT fd-recipes
           OPEN INPUT fd-ingredients
           OPEN INPUT fd-subrecipes
           OPEN INPUT fd-components
           OPEN INPUT fd-events
           OPEN INPUT fd-event-lines
           OPEN INPUT fd-selling-prices
           OPEN INPUT fd-costs
           OPEN INPUT fd-allergens

           PERFORM 1000-CHECK-LOTS
           PERFORM 2000-CHECK-ORDERS
           PERFORM 3000-CHECK-MENUS
           PERFORM 4000-CHECK-EVENTS

           CLOSE fd-lots
           CLOSE fd-inventories
           CLOSE fd-orders
           CLOSE fd-menus
           CLOSE fd-recipes
           CLOSE fd-ingredients
           CLOSE fd-subrecipes
           CLOSE fd-components
           CLOSE fd-events
           CLOSE fd-event-lines
           CLOSE fd-selling-prices
           CLOSE fd-costs
           CLOSE fd-allergens

           CLOSE fd-exceptions
           OPEN INPUT fd-exceptions
           OPEN OUTPUT fd-print

           PERFORM 5000-PRINT-SUMMARY
           PERFORM 6000-PRINT-EXCEPTIONS

           CLOSE fd-exceptions
           CLOSE fd-print

           DISPLAY 'HIGH SEVERITY:          ' ws-high-count
           DISPLAY 'MEDIUM SEVERITY:        ' ws-medium-count
           DISPLAY 'LOW SEVERITY:           ' ws-low-count

           MOVE SPACES TO run-step-totals
           STRING 'HIGH=' DELIMITED BY SIZE
               ws-high-count DELIMITED BY SIZE
               ' MEDIUM=' DELIMITED BY SIZE
               ws-medium-count DELIMITED BY SIZE
               ' LOW=' DELIMITED BY SIZE
               ws-low-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - parm 1 is the lot expiry
      *    window in days, parm 2 the agreed order lead days and
      *    parm 3 the menu look-ahead in days (0 or blank for 7).
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'morning-exceptions'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                           MOVE pm-parm-2 TO ws-parm-2
                           MOVE pm-parm-3 TO ws-parm-3
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-CHECK-LOTS.
      *    As expiry-report.cob: a lot with stock left that expires
      *    inside the window, the already-expired ones separately.
           SET ws-lot-not-eof TO TRUE

           PERFORM UNTIL ws-lot-eof
               READ fd-lots NEXT RECORD
                   AT END
                       SET ws-lot-eof TO TRUE
                   NOT AT END
                       IF fd-lot-qty-left > ZERO
                        AND fd-lot-expiry <= ws-expiry-end
                           PERFORM 1100-ADD-LOT-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           .

       1100-ADD-LOT-EXCEPTION.
           IF fd-lot-expiry < ws-today
               MOVE 1 TO ws-exc-type
           ELSE
               MOVE 6 TO ws-exc-type
           END-IF

           MOVE fd-lot-code TO fd-inventory-code

           READ fd-inventories
               INVALID KEY
                   MOVE 'ITEM NOT ON FILE' TO fd-inventory-desc
           END-READ

           MOVE fd-lot-qty-left TO ws-qty-edit
           MOVE fd-lot-key TO ws-exc-subject

           MOVE SPACES TO ws-exc-text
           STRING fd-lot-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-inventory-desc (1:16) DELIMITED BY SIZE
               ' EXP ' DELIMITED BY SIZE
               fd-lot-expiry DELIMITED BY SIZE
               ' LOT ' DELIMITED BY SIZE
               fd-lot-no DELIMITED BY SIZE
               ' LEFT ' DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               INTO ws-exc-text

           PERFORM 7000-WRITE-EXCEPTION
           .

       2000-CHECK-ORDERS.
      *    As open-orders-report.cob, any line not yet received in
      *    full is still open; it is overdue once its expected
      *    delivery - order date plus lead days - is before today.
           SET ws-order-not-eof TO TRUE

           PERFORM UNTIL ws-order-eof
               READ fd-orders NEXT RECORD
                   AT END
                       SET ws-order-eof TO TRUE
                   NOT AT END
                       IF NOT fd-order-received
                        AND fd-order-qty-received
                            < fd-order-qty-ordered
                           PERFORM 2100-CHECK-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           .

       2100-CHECK-ONE-ORDER.
           COMPUTE ws-order-int =
               FUNCTION INTEGER-OF-DATE(fd-order-date)

           IF ws-order-int = ZERO
               MOVE ZERO TO ws-due-int
           ELSE
               COMPUTE ws-due-int = ws-order-int + ws-lead-days
           END-IF

           IF ws-due-int > ZERO
            AND ws-due-int < ws-today-int
               COMPUTE ws-due-date =
                   FUNCTION DATE-OF-INTEGER(ws-due-int)
               COMPUTE ws-owed-qty =
                   fd-order-qty-ordered - fd-order-qty-received
               MOVE ws-owed-qty TO ws-qty-edit

               MOVE 7 TO ws-exc-type
               MOVE fd-order-key TO ws-exc-subject

               MOVE SPACES TO ws-exc-text
               STRING fd-order-no DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   fd-order-line-no DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-order-supplier-id DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-order-code DELIMITED BY SIZE
                   ' ORD ' DELIMITED BY SIZE
                   fd-order-date DELIMITED BY SIZE
                   ' DUE ' DELIMITED BY SIZE
                   ws-due-date DELIMITED BY SIZE
                   ' OUT ' DELIMITED BY SIZE
                   ws-qty-edit DELIMITED BY SIZE
                   INTO ws-exc-text

               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           .

       3000-CHECK-MENUS.
      *    Every menu line from today on has its recipe's status
      *    checked; a line inside the look-ahead window also has its
      *    selling price and its ingredients checked. The menu is
      *    read in date order, so the date printed against a recipe
      *    or code is the first day it is needed.
           SET ws-menu-not-eof TO TRUE
           MOVE ws-today TO fd-menu-date
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
                       PERFORM 3100-CHECK-ONE-MENU-LINE
               END-READ
           END-PERFORM
           .

       3100-CHECK-ONE-MENU-LINE.
           MOVE fd-menu-recipe-id TO ws-current-recipe-id
           MOVE fd-menu-recipe-id TO fd-recipe-id

           READ fd-recipes
               INVALID KEY
                   MOVE 'NOT FOUND' TO ws-status-word
                   MOVE 'NOT ON RECIPE FILE' TO ws-recipe-name
                   SET ws-status-unapproved TO TRUE
               NOT INVALID KEY
                   MOVE fd-recipe-name TO ws-recipe-name
                   PERFORM 8200-SET-RECIPE-STATUS
           END-READ

           IF ws-status-unapproved
               MOVE 3 TO ws-exc-type
               MOVE SPACES TO ws-exc-subject
               MOVE ws-current-recipe-id TO ws-exc-subject

               MOVE SPACES TO ws-exc-text
               STRING ws-current-recipe-id DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ws-recipe-name (1:30) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ws-status-word DELIMITED BY SIZE
                   ' ON MENU ' DELIMITED BY SIZE
                   fd-menu-date DELIMITED BY SIZE
                   INTO ws-exc-text

               PERFORM 7000-WRITE-EXCEPTION
           END-IF

           IF fd-menu-date <= ws-menu-end
               PERFORM 3200-CHECK-SELLING-PRICE
               PERFORM 3300-CHECK-MENU-INGREDIENTS
           END-IF
           .

       3200-CHECK-SELLING-PRICE.
           MOVE ws-current-recipe-id TO fd-selling-recipe-id

           READ fd-selling-prices
               INVALID KEY
                   MOVE 8 TO ws-exc-type
                   MOVE SPACES TO ws-exc-subject
                   MOVE ws-current-recipe-id TO ws-exc-subject

                   MOVE SPACES TO ws-exc-text
                   STRING ws-current-recipe-id DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ws-recipe-name (1:38) DELIMITED BY SIZE
                       ' FIRST ON MENU ' DELIMITED BY SIZE
                       fd-menu-date DELIMITED BY SIZE
                       INTO ws-exc-text

                   PERFORM 7000-WRITE-EXCEPTION
           END-READ
           .

       3300-CHECK-MENU-INGREDIENTS.
      *    See list-recipes.cob for the rationale behind the START
      *    plus forward-read-while-matching pattern used here.
           SET ws-ingredient-not-eof TO TRUE
           MOVE ws-current-recipe-id TO fd-ingredient-recipe-id
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
                       IF fd-ingredient-recipe-id
                               NOT = ws-current-recipe-id
                           SET ws-ingredient-eof TO TRUE
                       ELSE
                           PERFORM 3310-CHECK-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       3310-CHECK-ONE-LINE.
      *    A component line is checked through the component
      *    recipe's own raw lines, one level down, as
      *    shortage-report.cob explodes it; a component that cannot
      *    be exploded is already on the shortage report.
           IF fd-ingredient-is-component
               PERFORM 3400-CHECK-COMPONENT
           ELSE
               MOVE fd-ingredient-code TO ws-check-code
               MOVE fd-ingredient-desc TO ws-check-desc
               PERFORM 3500-CHECK-INGREDIENT
           END-IF
           .

       3400-CHECK-COMPONENT.
           MOVE fd-ingredient-code TO sr-recipe-id

           READ fd-subrecipes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3410-CHECK-COMPONENT-LINES
           END-READ
           .

       3410-CHECK-COMPONENT-LINES.
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
                           IF NOT cp-ingredient-is-component
                               MOVE cp-ingredient-code
                                   TO ws-check-code
                               MOVE cp-ingredient-desc
                                   TO ws-check-desc
                               PERFORM 3500-CHECK-INGREDIENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       3500-CHECK-INGREDIENT.
      *    One raw ingredient needed by a menu line in the window:
      *    its allergen record, its cost and - for today's and
      *    tomorrow's menus - something on hand to cook with.
           MOVE ws-check-code TO fd-allergen-code

           READ fd-allergens
               INVALID KEY
                   MOVE 5 TO ws-exc-type
                   PERFORM 3600-ADD-INGREDIENT-EXCEPTION
           END-READ

           MOVE ws-check-code TO fd-cost-code

           READ fd-costs
               INVALID KEY
                   MOVE 9 TO ws-exc-type
                   PERFORM 3600-ADD-INGREDIENT-EXCEPTION
           END-READ

           IF fd-menu-date <= ws-tomorrow
               MOVE ws-check-code TO fd-inventory-code

               READ fd-inventories
                   INVALID KEY
                       MOVE 'NOT ON INVENTORY FILE' TO ws-check-desc
                       MOVE 2 TO ws-exc-type
                       PERFORM 3600-ADD-INGREDIENT-EXCEPTION
                   NOT INVALID KEY
                       IF fd-inventory-qty-on-hand = ZERO
                           MOVE fd-inventory-desc TO ws-check-desc
                           MOVE 2 TO ws-exc-type
                           PERFORM 3600-ADD-INGREDIENT-EXCEPTION
                       END-IF
               END-READ
           END-IF
           .

       3600-ADD-INGREDIENT-EXCEPTION.
           MOVE SPACES TO ws-exc-subject
           MOVE ws-check-code TO ws-exc-subject

           MOVE SPACES TO ws-exc-text
           STRING ws-check-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-check-desc (1:30) DELIMITED BY SIZE
               ' FIRST ON MENU ' DELIMITED BY SIZE
               fd-menu-date DELIMITED BY SIZE
               INTO ws-exc-text

           PERFORM 7000-WRITE-EXCEPTION
           .

       4000-CHECK-EVENTS.
      *    Every catering event from today on has each of its
      *    recipes' status checked, as a menu line is.
           SET ws-event-not-eof TO TRUE

           PERFORM UNTIL ws-event-eof
               READ fd-events NEXT RECORD
                   AT END
                       SET ws-event-eof TO TRUE
                   NOT AT END
                       IF fd-event-date >= ws-today
                           PERFORM 4100-CHECK-EVENT-LINES
                       END-IF
               END-READ
           END-PERFORM
           .

       4100-CHECK-EVENT-LINES.
           SET ws-event-line-not-eof TO TRUE
           MOVE fd-event-no TO fd-event-line-no
           MOVE 1 TO fd-event-line-seq

           START fd-event-lines KEY IS >= fd-event-line-key
               INVALID KEY
                   SET ws-event-line-eof TO TRUE
           END-START

           PERFORM UNTIL ws-event-line-eof
               READ fd-event-lines NEXT RECORD
                   AT END
                       SET ws-event-line-eof TO TRUE
                   NOT AT END
                       IF fd-event-line-no NOT = fd-event-no
                           SET ws-event-line-eof TO TRUE
                       ELSE
                           PERFORM 4200-CHECK-ONE-EVENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       4200-CHECK-ONE-EVENT-LINE.
           MOVE fd-event-line-recipe-id TO fd-recipe-id

           READ fd-recipes
               INVALID KEY
                   MOVE 'NOT FOUND' TO ws-status-word
                   MOVE 'NOT ON RECIPE FILE' TO ws-recipe-name
                   SET ws-status-unapproved TO TRUE
               NOT INVALID KEY
                   MOVE fd-recipe-name TO ws-recipe-name
                   PERFORM 8200-SET-RECIPE-STATUS
           END-READ

           IF ws-status-unapproved
               MOVE 4 TO ws-exc-type
               MOVE SPACES TO ws-exc-subject
               STRING fd-event-no DELIMITED BY SIZE
                   fd-event-line-recipe-id DELIMITED BY SIZE
                   INTO ws-exc-subject

               MOVE SPACES TO ws-exc-text
               STRING 'EVENT ' DELIMITED BY SIZE
                   fd-event-no DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-event-date DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-event-line-recipe-id DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ws-recipe-name (1:25) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ws-status-word DELIMITED BY SIZE
                   INTO ws-exc-text

               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           .

       5000-PRINT-SUMMARY.
      *    The first page: the run's windows and the count of each
      *    exception type, highest severity first.
           MOVE SPACES TO ws-line
           STRING 'MORNING EXCEPTIONS ' DELIMITED BY SIZE
               ws-today DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'LOTS EXPIRING TO ' DELIMITED BY SIZE
               ws-expiry-end DELIMITED BY SIZE
               '  ORDER LEAD ' DELIMITED BY SIZE
               ws-lead-days DELIMITED BY SIZE
               ' DAYS  MENUS TO ' DELIMITED BY SIZE
               ws-menu-end DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'SEVERITY EXCEPTION TYPE' DELIMITED BY SIZE
               '                           COUNT' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           PERFORM VARYING ws-exc-type FROM 1 BY 1
                   UNTIL ws-exc-type > 9
               PERFORM 8100-DESCRIBE-TYPE

               MOVE SPACES TO ws-line
               STRING ws-severity-word DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   ws-type-title DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   ws-type-count DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-PERFORM

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'HIGH ' DELIMITED BY SIZE
               ws-high-count DELIMITED BY SIZE
               '  MEDIUM ' DELIMITED BY SIZE
               ws-medium-count DELIMITED BY SIZE
               '  LOW ' DELIMITED BY SIZE
               ws-low-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       6000-PRINT-EXCEPTIONS.
      *    The work file read in key order gives the lines grouped
      *    by severity and, within it, by type.
           SET ws-exception-not-eof TO TRUE

           PERFORM UNTIL ws-exception-eof
               READ fd-exceptions NEXT RECORD
                   AT END
                       SET ws-exception-eof TO TRUE
                   NOT AT END
                       PERFORM 6100-PRINT-ONE-EXCEPTION
               END-READ
           END-PERFORM

           IF ws-last-severity = ZERO
               MOVE SPACES TO fd-print-line
               WRITE fd-print-line
               MOVE 'NO EXCEPTIONS' TO fd-print-line
               WRITE fd-print-line
           END-IF
           .

       6100-PRINT-ONE-EXCEPTION.
           IF fd-exception-severity NOT = ws-last-severity
               MOVE fd-exception-severity TO ws-last-severity
               MOVE fd-exception-type TO ws-exc-type
               PERFORM 8100-DESCRIBE-TYPE

               MOVE SPACES TO fd-print-line
               WRITE fd-print-line

               MOVE SPACES TO ws-line
               STRING ws-severity-word DELIMITED BY SPACE
                   ' SEVERITY' DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF

           IF fd-exception-type NOT = ws-last-type
               MOVE fd-exception-type TO ws-last-type
               MOVE fd-exception-type TO ws-exc-type
               PERFORM 8100-DESCRIBE-TYPE

               MOVE SPACES TO fd-print-line
               WRITE fd-print-line

               MOVE SPACES TO ws-line
               STRING ' ' DELIMITED BY SIZE
                   ws-type-title DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF

           MOVE SPACES TO ws-line
           STRING '  ' DELIMITED BY SIZE
               fd-exception-text DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       7000-WRITE-EXCEPTION.
      *    A subject already on the work file under the same type
      *    has been listed once and is not counted again.
           PERFORM 8100-DESCRIBE-TYPE

           MOVE ws-exc-severity TO fd-exception-severity
           MOVE ws-exc-type TO fd-exception-type
           MOVE ws-exc-subject TO fd-exception-subject
           MOVE ws-exc-text TO fd-exception-text

           WRITE fd-exception
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 7100-COUNT-EXCEPTION
           END-WRITE
           .

       7100-COUNT-EXCEPTION.
           EVALUATE ws-exc-type
               WHEN 1
                   ADD 1 TO ws-expired-count
               WHEN 2
                   ADD 1 TO ws-no-stock-count
               WHEN 3
                   ADD 1 TO ws-menu-status-count
               WHEN 4
                   ADD 1 TO ws-event-status-count
               WHEN 5
                   ADD 1 TO ws-no-allergen-count
               WHEN 6
                   ADD 1 TO ws-expiring-count
               WHEN 7
                   ADD 1 TO ws-overdue-count
               WHEN 8
                   ADD 1 TO ws-no-price-count
               WHEN 9
                   ADD 1 TO ws-no-cost-count
           END-EVALUATE

           EVALUATE ws-exc-severity
               WHEN 1
                   ADD 1 TO ws-high-count
               WHEN 2
                   ADD 1 TO ws-medium-count
               WHEN 3
                   ADD 1 TO ws-low-count
           END-EVALUATE
           .

       8100-DESCRIBE-TYPE.
      *    The one place each exception type gets its severity, its
      *    printed title and its count.
           EVALUATE ws-exc-type
               WHEN 1
                   MOVE 1 TO ws-exc-severity
                   MOVE 'LOT EXPIRED WITH STOCK LEFT'
                       TO ws-type-title
                   MOVE ws-expired-count TO ws-type-count
               WHEN 2
                   MOVE 1 TO ws-exc-severity
                   MOVE 'NOTHING ON HAND FOR TODAY OR TOMORROW'
                       TO ws-type-title
                   MOVE ws-no-stock-count TO ws-type-count
               WHEN 3
                   MOVE 1 TO ws-exc-severity
                   MOVE 'DRAFT OR RETIRED RECIPE ON A MENU'
                       TO ws-type-title
                   MOVE ws-menu-status-count TO ws-type-count
               WHEN 4
                   MOVE 1 TO ws-exc-severity
                   MOVE 'DRAFT OR RETIRED RECIPE ON AN EVENT'
                       TO ws-type-title
                   MOVE ws-event-status-count TO ws-type-count
               WHEN 5
                   MOVE 1 TO ws-exc-severity
                   MOVE 'MENU INGREDIENT WITH NO ALLERGEN RECORD'
                       TO ws-type-title
                   MOVE ws-no-allergen-count TO ws-type-count
               WHEN 6
                   MOVE 2 TO ws-exc-severity
                   MOVE 'LOT EXPIRING INSIDE THE WINDOW'
                       TO ws-type-title
                   MOVE ws-expiring-count TO ws-type-count
               WHEN 7
                   MOVE 2 TO ws-exc-severity
                   MOVE 'ORDER LINE PAST EXPECTED DELIVERY'
                       TO ws-type-title
                   MOVE ws-overdue-count TO ws-type-count
               WHEN 8
                   MOVE 3 TO ws-exc-severity
                   MOVE 'MENU RECIPE WITH NO SELLING PRICE'
                       TO ws-type-title
                   MOVE ws-no-price-count TO ws-type-count
               WHEN OTHER
                   MOVE 3 TO ws-exc-severity
                   MOVE 'MENU INGREDIENT WITH NO COST'
                       TO ws-type-title
                   MOVE ws-no-cost-count TO ws-type-count
           END-EVALUATE

           EVALUATE ws-exc-severity
               WHEN 1
                   MOVE 'HIGH' TO ws-severity-word
               WHEN 2
                   MOVE 'MEDIUM' TO ws-severity-word
               WHEN OTHER
                   MOVE 'LOW' TO ws-severity-word
           END-EVALUATE
           .

       8200-SET-RECIPE-STATUS.
           EVALUATE TRUE
               WHEN fd-recipe-approved
                   SET ws-status-approved TO TRUE
                   MOVE SPACES TO ws-status-word
               WHEN fd-recipe-retired
                   SET ws-status-unapproved TO TRUE
                   MOVE 'RETIRED' TO ws-status-word
               WHEN OTHER
                   SET ws-status-unapproved TO TRUE
                   MOVE 'DRAFT' TO ws-status-word
           END-EVALUATE
           .
