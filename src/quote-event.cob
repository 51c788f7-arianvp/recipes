           RECORD KEY IS fd-inventory-code
           SHARING WITH ALL OTHER.

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
      *    yield and lines without disturbing the dish being
       COPY 'src/inventory-record.cpy'
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
       01 ws-line-cost                  PIC 9(7)V9(2).
       01 ws-recipe-cost                PIC 9(9)V9(2).
       01 ws-event-cost                 PIC 9(11)V9(2) VALUE ZERO.
       01 ws-dish-labour                PIC 9(9)V9(2).
       01 ws-event-labour               PIC 9(11)V9(2) VALUE ZERO.
       01 ws-event-total                PIC 9(11)V9(2).
       01 ws-labour-factor              PIC 9(5)V9(4).
       01 ws-no-labour-count            PIC 9(3) VALUE ZERO.
       01 ws-quote-amount               PIC 9(11)V9(2).
       01 ws-cost-switch                PIC X(01).
           88 ws-cost-ok                VALUE 'Y'.
      *    markup into a quote, printed as a kitchen prep sheet,
      *    and the whole event's raw ingredients totalled and
      *    netted against current on-hand into a one-off purchase
      *    list. menus.db is never touched. Each dish also carries
      *    its prep labour (labour.db at the grade's rate in
      *    labour-rates.db) scaled by the same ratio, so the quote
      *    is marked up on food and labour together.
           DISPLAY 'EVENT NO:              ' WITH NO ADVANCING
           ACCEPT ws-event-no

           OPEN INPUT fd-costs
           OPEN INPUT fd-conversions
           OPEN INPUT fd-inventories
           OPEN INPUT fd-labours
           OPEN INPUT fd-rates
           OPEN INPUT fd-subrecipes
           OPEN INPUT fd-components
           OPEN OUTPUT fd-print
           CLOSE fd-costs
           CLOSE fd-conversions
           CLOSE fd-inventories
           CLOSE fd-labours
           CLOSE fd-rates
           CLOSE fd-subrecipes
           CLOSE fd-components
           CLOSE fd-works
               DISPLAY 'DISHES QUOTED:       ' ws-dish-count
               DISPLAY 'LINES NOT COSTED:    ' ws-uncosted-count
               DISPLAY 'LINES NOT CONVERTED: ' ws-unconverted-count
               DISPLAY 'DISHES NO LABOUR:    ' ws-no-labour-count
               DISPLAY 'ITEMS TO BUY:        ' ws-buy-count
               DISPLAY 'QUOTE WRITTEN TO event-quote.prt'
           END-IF

           ADD 1 TO ws-dish-count
           MOVE ZERO TO ws-recipe-cost
           MOVE ZERO TO ws-dish-labour

      *    The ratio scale-recipe uses: guests over the yield as
      *    written.
               WRITE fd-print-line
           END-IF

           PERFORM 3800-COST-DISH-LABOUR
           PERFORM 3100-WALK-DISH-LINES
           PERFORM 3900-PRINT-DISH-COST
           .
                   GO TO 4000-DONE
           END-COMPUTE

      *    The component's own prep labour, for the number of its
      *    batches the dish needs.
      *    A component with no labour record (bought in ready-made)
      *    adds nothing.
           MOVE sr-recipe-id TO fd-labour-recipe-id
           MOVE ws-component-factor TO ws-labour-factor

           READ fd-labours
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3850-ADD-BATCH-LABOUR
           END-READ

           SET ws-component-not-eof TO TRUE
           MOVE sr-recipe-id TO cp-ingredient-recipe-id
           MOVE 1 TO cp-ingredient-line-no
           END-IF
           .

       3800-COST-DISH-LABOUR.
      *    Prep minutes are held per batch as the recipe is written,
      *    so the dish's labour scales by the guest ratio just as
      *    its ingredients do. A dish with no labour record is
      *    quoted on food alone and flagged.
           MOVE ws-quoted-recipe-id TO fd-labour-recipe-id
           MOVE ws-ratio TO ws-labour-factor

           READ fd-labours
               INVALID KEY
                   PERFORM 3810-PRINT-NO-LABOUR
               NOT INVALID KEY
                   PERFORM 3850-ADD-BATCH-LABOUR
           END-READ
           .

       3810-PRINT-NO-LABOUR.
           ADD 1 TO ws-no-labour-count
           MOVE SPACES TO ws-line
           STRING '  *** NO LABOUR ON FILE - DISH QUOTED ON '
               DELIMITED BY SIZE
               'FOOD ONLY ***' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       3850-ADD-BATCH-LABOUR.
      *    The labour record just read, priced at its grade's rate
      *    for ws-labour-factor batches.
           MOVE fd-labour-grade TO fd-rate-grade

           READ fd-rates
               INVALID KEY
                   PERFORM 3860-PRINT-NO-RATE
               NOT INVALID KEY
                   COMPUTE ws-dish-labour ROUNDED =
                       ws-dish-labour
                       + fd-labour-minutes * fd-rate-per-hour
                       * ws-labour-factor / 60
                       ON SIZE ERROR
                           ADD 1 TO ws-no-labour-count
                   END-COMPUTE
           END-READ
           .

       3860-PRINT-NO-RATE.
           ADD 1 TO ws-no-labour-count
           MOVE SPACES TO ws-line
           STRING '  *** NO RATE FOR GRADE ' DELIMITED BY SIZE
               fd-labour-grade DELIMITED BY SIZE
               ' - LABOUR NOT QUOTED ***' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       3900-PRINT-DISH-COST.
           ADD ws-recipe-cost TO ws-event-cost
           ADD ws-dish-labour TO ws-event-labour

           MOVE ws-recipe-cost TO ws-cost-edit
           MOVE SPACES TO ws-line
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-dish-labour TO ws-cost-edit
           MOVE SPACES TO ws-line
           STRING '  DISH LABOUR: ' DELIMITED BY SIZE
               ws-cost-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       6000-PRINT-QUOTE-TOTAL.
           COMPUTE ws-event-total = ws-event-cost + ws-event-labour

           COMPUTE ws-quote-amount ROUNDED =
               ws-event-total * (100 + ws-markup-pct) / 100
               ON SIZE ERROR
                   MOVE ZERO TO ws-quote-amount
           END-COMPUTE
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-event-labour TO ws-total-edit
           MOVE SPACES TO ws-line
           STRING 'EVENT LABOUR:     ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-event-total TO ws-total-edit
           MOVE SPACES TO ws-line
           STRING 'EVENT TOTAL COST: ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-quote-amount TO ws-total-edit
           MOVE SPACES TO ws-line
           STRING 'QUOTE AT ' DELIMITED BY SIZE
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF

           IF ws-no-labour-count > ZERO
               MOVE SPACES TO ws-line
               STRING 'DISHES WITHOUT LABOUR: ' DELIMITED BY SIZE
                   ws-no-labour-count DELIMITED BY SIZE
                   ' - QUOTE IS UNDERSTATED' DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF
           .

       7000-PRINT-PURCHASE-LIST.
