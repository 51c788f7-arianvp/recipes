       IDENTIFICATION DIVISION.
       PROGRAM-ID. close-batches.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-batches
           ASSIGN TO 'finished-goods.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-batch-key
           SHARING WITH ALL OTHER.

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

       SELECT OPTIONAL fd-allergens
           ASSIGN TO 'allergens.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-allergen-code
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
           ASSIGN TO 'batch-labels.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-batches.
       COPY 'src/batch-record.cpy'
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

       FD fd-allergens.
       COPY 'src/allergen-record.cpy'
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

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-close-date                 PIC 9(8).
       01 ws-run-time                   PIC 9(8).
       01 ws-date-int                   PIC 9(8) BINARY.
       01 ws-disposition                PIC X(01).
           88 ws-carry-leftovers        VALUE 'C'.
           88 ws-waste-leftovers        VALUE 'W'.
           88 ws-ask-each               VALUE 'A'.
       01 ws-answer                     PIC X(01).
           88 ws-answer-carry           VALUE 'C'.
           88 ws-answer-waste           VALUE 'W'.
       01 ws-batch-switch               PIC X(01).
           88 ws-batch-eof              VALUE 'Y'.
           88 ws-batch-not-eof           VALUE 'N'.
       01 ws-reason                     PIC X(12).
       01 ws-waste-value                PIC 9(7)V9(2).
       01 ws-total-waste-value          PIC 9(9)V9(2) VALUE ZERO.
       01 ws-cost-switch                PIC X(01).
           88 ws-cost-ok                VALUE 'Y'.
           88 ws-cost-missing            VALUE 'N'.
       01 ws-costed-qty                 PIC 9(7)V9(2).
       01 ws-line-cost                  PIC 9(7)V9(2).
       01 ws-recipe-cost                PIC 9(9)V9(2).
       01 ws-ingredient-switch          PIC X(01).
           88 ws-ingredient-eof          VALUE 'Y'.
           88 ws-ingredient-not-eof      VALUE 'N'.
       01 ws-component-switch           PIC X(01).
           88 ws-component-eof           VALUE 'Y'.
           88 ws-component-not-eof       VALUE 'N'.
       01 ws-component-factor           PIC 9(3)V9(4).
       01 ws-component-id               PIC 9(6).
       01 ws-allergen-table.
           02 ws-allergen-count         PIC 9(2) BINARY VALUE ZERO.
           02 ws-allergen-name OCCURS 50 TIMES
                                        PIC X(20).
       01 ws-allergen-dropped           PIC 9(3).
       01 ws-missing-count              PIC 9(3).
       01 ws-sub                        PIC 9(3) BINARY.
       01 ws-token                      PIC X(20).
       01 ws-scan-ptr                   PIC 9(3) BINARY.
       01 ws-line-ptr                   PIC 9(3) BINARY.
       01 ws-known-switch               PIC X(01).
           88 ws-known                  VALUE 'Y'.
           88 ws-not-known               VALUE 'N'.
       01 ws-closed-count               PIC 9(5) VALUE ZERO.
       01 ws-used-up-count              PIC 9(5) VALUE ZERO.
       01 ws-carried-count              PIC 9(5) VALUE ZERO.
       01 ws-expired-count              PIC 9(5) VALUE ZERO.
       01 ws-wasted-count               PIC 9(5) VALUE ZERO.
       01 ws-label-count                PIC 9(5) VALUE ZERO.
       01 ws-value-edit                 PIC ZZZZZZZZ9.99.
       01 ws-line                       PIC X(80).
       01 ws-parm-switch                PIC X(01) VALUE 'N'.
           88 ws-parm-found             VALUE 'Y'.
           88 ws-parm-not-found          VALUE 'N'.
       01 ws-parm-eof-switch            PIC X(01) VALUE 'N'.
           88 ws-parm-eof               VALUE 'Y'.
       01 ws-parm-1                     PIC X(20).
       01 ws-parm-2                     PIC X(20).
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).
       COPY 'src/run-control.cpy'.
       COPY 'src/operator-session.cpy'.

       PROCEDURE DIVISION.
      *    End of day for the finished-goods batches. Every batch
      *    still open on or before the close date is settled: one
      *    with no portions left is marked used up; one past its
      *    use-by date is thrown away as EXPIRED; the leftovers of
      *    the rest are either carried forward to a later day (which
      *    forecast-covers nets off that day's plan) or thrown away
      *    as OVERPRODUCED, by the run's disposition. Waste goes to
      *    waste.log valued at recipe cost, exactly as record-waste
      *    logs portions of a recipe. A use-by label is printed for
      *    every batch carried forward.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               MOVE FUNCTION NUMVAL(ws-parm-1) TO ws-close-date
               MOVE ws-parm-2 TO ws-disposition
      *        Nobody is there to answer an unattended run.
               IF ws-disposition = SPACE OR ws-ask-each
                   SET ws-carry-leftovers TO TRUE
               END-IF
           ELSE
               DISPLAY 'CLOSE DATE (YYYYMMDD, 0 = TODAY): '
                   WITH NO ADVANCING
               ACCEPT ws-close-date
               DISPLAY 'LEFTOVERS (C-ARRY/W-ASTE/A-SK EACH): '
                   WITH NO ADVANCING
               ACCEPT ws-disposition
           END-IF

           IF NOT ws-carry-leftovers AND NOT ws-waste-leftovers
            AND NOT ws-ask-each
               DISPLAY 'INVALID DISPOSITION - NOTHING DONE'
               GOBACK
           END-IF

           IF ws-close-date = ZERO
               ACCEPT ws-close-date FROM DATE YYYYMMDD
           END-IF

           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-close-date)

           IF ws-date-int = ZERO
               DISPLAY 'CLOSE DATE ' ws-close-date ' IS NOT A '
                   'VALID DATE - NOTHING DONE'
               GOBACK
           END-IF

           ACCEPT ws-run-time FROM TIME

           OPEN I-O fd-batches
           OPEN INPUT fd-costs
           OPEN INPUT fd-conversions
           OPEN INPUT fd-allergens
           OPEN INPUT fd-recipes
           OPEN INPUT fd-ingredients
           OPEN INPUT fd-subrecipes
           OPEN INPUT fd-components
           OPEN OUTPUT fd-print

           MOVE SPACES TO ws-line
           STRING 'USE-BY LABELS - BATCHES CARRIED FORWARD AT CLOSE '
               DELIMITED BY SIZE
               ws-close-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           SET ws-batch-not-eof TO TRUE
           MOVE ZERO TO fd-batch-recipe-id
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
                       IF fd-batch-available
                        AND fd-batch-date NOT > ws-close-date
                           PERFORM 1000-CLOSE-ONE-BATCH
                               THRU 1000-DONE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-batches
           CLOSE fd-costs
           CLOSE fd-conversions
           CLOSE fd-allergens
           CLOSE fd-recipes
           CLOSE fd-ingredients
           CLOSE fd-subrecipes
           CLOSE fd-components
           CLOSE fd-print

           MOVE ws-total-waste-value TO ws-value-edit
           DISPLAY 'BATCHES CLOSED:         ' ws-closed-count
           DISPLAY 'USED UP:                ' ws-used-up-count
           DISPLAY 'CARRIED FORWARD:        ' ws-carried-count
           DISPLAY 'WASTED - EXPIRED:       ' ws-expired-count
           DISPLAY 'WASTED - OVERPRODUCED:  ' ws-wasted-count
           DISPLAY 'WASTE VALUE:            ' ws-value-edit
           DISPLAY 'LABELS PRINTED:         ' ws-label-count

           MOVE SPACES TO run-step-totals
           STRING 'CLOSED=' DELIMITED BY SIZE
               ws-closed-count DELIMITED BY SIZE
               ' CARRIED=' DELIMITED BY SIZE
               ws-carried-count DELIMITED BY SIZE
               ' WASTED=' DELIMITED BY SIZE
               ws-expired-count DELIMITED BY SIZE
               '+' DELIMITED BY SIZE
               ws-wasted-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - parm 1 is the close date
      *    (0 or blank for today), parm 2 what to do with leftovers
      *    still in date: C to carry them forward (the default) or
      *    W to waste them. A - ask batch by batch - is only offered
      *    when run from the console.
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'close-batches'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                           MOVE pm-parm-2 TO ws-parm-2
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-CLOSE-ONE-BATCH.
           ADD 1 TO ws-closed-count
           MOVE ws-close-date TO fd-batch-closed-date

           IF fd-batch-portions-left = ZERO
               SET fd-batch-used-up TO TRUE
               ADD 1 TO ws-used-up-count
               PERFORM 8000-REWRITE-BATCH
               GO TO 1000-DONE
           END-IF

           MOVE fd-batch-recipe-id TO fd-recipe-id

           READ fd-recipes
               INVALID KEY
                   MOVE 'RECIPE NOT ON FILE' TO fd-recipe-name
                   MOVE ZERO TO fd-recipe-yield
           END-READ

           IF fd-batch-use-by NOT > ws-close-date
               MOVE 'EXPIRED' TO ws-reason
               ADD 1 TO ws-expired-count
               PERFORM 2000-WASTE-BATCH
               GO TO 1000-DONE
           END-IF

           IF ws-ask-each
               DISPLAY ' '
               DISPLAY 'BATCH ' fd-batch-recipe-id ' ' fd-recipe-name
               DISPLAY '  MADE ' fd-batch-date ' ' fd-batch-time
                   '  USE BY ' fd-batch-use-by
                   '  PORTIONS LEFT ' fd-batch-portions-left
               DISPLAY '  C-ARRY FORWARD OR W-ASTE: '
                   WITH NO ADVANCING
               ACCEPT ws-answer
           ELSE
               MOVE ws-disposition TO ws-answer
           END-IF

           IF ws-answer-waste
               MOVE 'OVERPRODUCED' TO ws-reason
               ADD 1 TO ws-wasted-count
               PERFORM 2000-WASTE-BATCH
           ELSE
               SET fd-batch-carried TO TRUE
               ADD 1 TO ws-carried-count
               PERFORM 8000-REWRITE-BATCH
               PERFORM 3000-PRINT-LABEL
           END-IF
           .
       1000-DONE.
           EXIT
           .

       2000-WASTE-BATCH.
      *    The portions thrown away stay on the batch as its last
      *    count left, for the record; the W status takes it out of
      *    every further draw and carry-forward.
           SET ws-cost-ok TO TRUE
           MOVE ZERO TO ws-waste-value

           IF fd-recipe-yield = ZERO
               SET ws-cost-missing TO TRUE
           ELSE
               PERFORM 2100-COST-RECIPE
               COMPUTE ws-waste-value ROUNDED =
                   ws-recipe-cost * fd-batch-portions-left
                   / fd-recipe-yield
                   ON SIZE ERROR
                       SET ws-cost-missing TO TRUE
                       MOVE ZERO TO ws-waste-value
               END-COMPUTE
           END-IF

           IF ws-cost-missing
               DISPLAY '  *** BATCH ' fd-batch-recipe-id ' '
                   fd-batch-date ' NOT FULLY COSTED - WASTE VALUE '
                   'IS UNDERSTATED ***'
           END-IF

           PERFORM 7000-WRITE-WASTE-RECORD

           ADD ws-waste-value TO ws-total-waste-value

           SET fd-batch-wasted TO TRUE
           PERFORM 8000-REWRITE-BATCH
           .

       2100-COST-RECIPE.
      *    One batch as written, costed the way cost-recipe costs
      *    it (components exploded one level through their yield);
      *    the caller takes the wasted portions' share of it.
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

       3000-PRINT-LABEL.
      *    One label per batch kept: what it is, when it was made,
      *    when it must be used by, how many portions are in it and
      *    the allergens it carries - collected from allergens.db
      *    the way allergen-report builds the posted declaration.
           MOVE ZERO TO ws-allergen-count
           MOVE ZERO TO ws-allergen-dropped
           MOVE ZERO TO ws-missing-count

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
                           PERFORM 3100-COLLECT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE ALL '-' TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING fd-recipe-id DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               fd-recipe-name DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'MADE ' DELIMITED BY SIZE
               fd-batch-date DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-batch-time (1:4) DELIMITED BY SIZE
               '    USE BY ' DELIMITED BY SIZE
               fd-batch-use-by DELIMITED BY SIZE
               '    PORTIONS ' DELIMITED BY SIZE
               fd-batch-portions-left DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           PERFORM 3700-PRINT-ALLERGENS

           ADD 1 TO ws-label-count
           .

       3100-COLLECT-ONE-LINE.
           IF fd-ingredient-is-component
               PERFORM 3500-COLLECT-COMPONENT
           ELSE
               MOVE fd-ingredient-code TO fd-allergen-code
               PERFORM 3200-COLLECT-ONE-CODE
           END-IF
           .

       3200-COLLECT-ONE-CODE.
           READ fd-allergens
               INVALID KEY
                   ADD 1 TO ws-missing-count
               NOT INVALID KEY
                   PERFORM 3300-PARSE-ALLERGEN-LIST
           END-READ
           .

       3300-PARSE-ALLERGEN-LIST.
      *    See allergen-report.cob - names are picked off the comma
      *    list and kept once each; NONE adds nothing.
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
                   PERFORM 3400-ADD-UNIQUE-ALLERGEN
               END-IF
           END-PERFORM
           .

       3400-ADD-UNIQUE-ALLERGEN.
           SET ws-not-known TO TRUE

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-allergen-count
                      OR ws-known
               IF ws-allergen-name (ws-sub) = ws-token
                   SET ws-known TO TRUE
               END-IF
           END-PERFORM

           IF ws-not-known
               IF ws-allergen-count < 50
                   ADD 1 TO ws-allergen-count
                   MOVE ws-token
                       TO ws-allergen-name (ws-allergen-count)
               ELSE
                   ADD 1 TO ws-allergen-dropped
               END-IF
           END-IF
           .

       3500-COLLECT-COMPONENT.
      *    See allergen-report.cob - one level of component only; a
      *    nested component counts as unchecked data.
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
                           PERFORM 3600-COLLECT-ONE-SUB-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       3600-COLLECT-ONE-SUB-LINE.
           IF cp-ingredient-is-component
               ADD 1 TO ws-missing-count
           ELSE
               MOVE cp-ingredient-code TO fd-allergen-code
               PERFORM 3200-COLLECT-ONE-CODE
           END-IF
           .

       3700-PRINT-ALLERGENS.
      *    The names run on across the label, a new line starting
      *    when the next one might not fit.
           IF ws-allergen-count = ZERO
               MOVE SPACES TO ws-line
               IF ws-missing-count = ZERO
                   STRING 'CONTAINS: NO DECLARED ALLERGENS'
                       DELIMITED BY SIZE
                       INTO ws-line
               ELSE
                   STRING 'CONTAINS: ALLERGEN DATA INCOMPLETE - '
                       'CHECK BEFORE SERVING'
                       DELIMITED BY SIZE
                       INTO ws-line
               END-IF
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           ELSE
               MOVE SPACES TO ws-line
               MOVE 1 TO ws-line-ptr
               STRING 'CONTAINS: ' DELIMITED BY SIZE
                   INTO ws-line
                   WITH POINTER ws-line-ptr
               END-STRING

               PERFORM VARYING ws-sub FROM 1 BY 1
                       UNTIL ws-sub > ws-allergen-count
                   IF ws-line-ptr > 56
                       MOVE ws-line TO fd-print-line
                       WRITE fd-print-line
                       MOVE SPACES TO ws-line
                       MOVE 11 TO ws-line-ptr
                   END-IF
                   STRING FUNCTION TRIM(ws-allergen-name (ws-sub))
                       DELIMITED BY SIZE
                       INTO ws-line
                       WITH POINTER ws-line-ptr
                   END-STRING
                   IF ws-sub < ws-allergen-count
                       STRING ', ' DELIMITED BY SIZE
                           INTO ws-line
                           WITH POINTER ws-line-ptr
                       END-STRING
                   END-IF
               END-PERFORM

               MOVE ws-line TO fd-print-line
               WRITE fd-print-line

               IF ws-missing-count > ZERO
                   OR ws-allergen-dropped > ZERO
                   MOVE SPACES TO ws-line
                   STRING 'ALLERGEN DATA INCOMPLETE - CHECK BEFORE '
                       'SERVING'
                       DELIMITED BY SIZE
                       INTO ws-line
                   MOVE ws-line TO fd-print-line
                   WRITE fd-print-line
               END-IF
           END-IF
           .

       7000-WRITE-WASTE-RECORD.
      *    See record-waste.cob - portions of a recipe, logged with
      *    no stock movement (their ingredients left stock when the
      *    batch was produced).
           OPEN EXTEND fd-wastes

           MOVE ws-close-date            TO fd-waste-date
           MOVE ws-run-time              TO fd-waste-time
           SET fd-waste-is-recipe        TO TRUE
           MOVE fd-recipe-id             TO fd-waste-code
           MOVE fd-recipe-name           TO fd-waste-desc
           MOVE fd-batch-portions-left   TO fd-waste-qty
           MOVE 'PORTION'                TO fd-waste-unit
           MOVE ws-reason                TO fd-waste-reason
           MOVE ws-waste-value           TO fd-waste-value
           IF ws-cost-ok
               SET fd-waste-fully-costed TO TRUE
           ELSE
               SET fd-waste-not-costed TO TRUE
           END-IF
           MOVE SPACES                   TO fd-waste-location
           MOVE session-operator-id      TO fd-waste-user

           WRITE fd-waste

           CLOSE fd-wastes
           .

       8000-REWRITE-BATCH.
           REWRITE fd-batch
               INVALID KEY
                   DISPLAY 'BATCH ' fd-batch-recipe-id ' '
                       fd-batch-date ' ' fd-batch-time
                       ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   MOVE 'finished-goods' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-batch TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
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
