       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-substitution.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-substitutions
           ASSIGN TO 'substitutions.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-substitution-key.

       SELECT OPTIONAL fd-inventories
           ASSIGN TO 'inventory.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-inventory-code
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-recipes
           ASSIGN TO 'recipes.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-recipe-id
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-allergens
           ASSIGN TO 'allergens.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-allergen-code.

       DATA DIVISION.
       FILE SECTION.
       FD fd-substitutions.
       COPY 'src/substitution-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-inventories.
       COPY 'src/inventory-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-recipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-allergens.
       COPY 'src/allergen-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-mode                      PIC X(01).
           88 ws-mode-update            VALUE 'U'.
           88 ws-mode-delete            VALUE 'D'.
       01 ws-add-switch                 PIC X(01).
           88 ws-add-substitution       VALUE 'Y'.
       01 ws-found-switch               PIC X(01) VALUE 'N'.
           88 ws-found                  VALUE 'Y'.
           88 ws-not-found               VALUE 'N'.
       01 ws-entry-switch               PIC X(01).
           88 ws-entry-ok               VALUE 'Y'.
           88 ws-entry-bad               VALUE 'N'.
       01 ws-substitution-switch        PIC X(01).
           88 ws-substitution-eof        VALUE 'Y'.
           88 ws-substitution-not-eof    VALUE 'N'.
       01 ws-original-code              PIC X(10).
       01 ws-original-unit              PIC X(10).
       01 ws-recipe-id                  PIC 9(6).
       01 ws-rank                       PIC 9(2).
       01 ws-factor-entry               PIC X(10).
       01 ws-factor-edit                PIC ZZ9.9999.
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).

       PROCEDURE DIVISION.
      *    The approved substitutes for one ingredient code, tried
      *    in rank order by run-production and batch-production when
      *    the code runs short (see substitution-record.cpy). A row
      *    for recipe zero applies to every recipe; a row for one
      *    recipe is tried for that recipe before the general rows.
           DISPLAY 'INGREDIENT CODE:       ' WITH NO ADVANCING
           ACCEPT ws-original-code

           OPEN INPUT fd-inventories
           OPEN INPUT fd-recipes
           OPEN INPUT fd-allergens

           MOVE ws-original-code TO fd-inventory-code

           READ fd-inventories
               INVALID KEY
                   DISPLAY 'INVENTORY ITEM ' ws-original-code
                       ' NOT ON FILE'
                   CLOSE fd-inventories
                   CLOSE fd-recipes
                   CLOSE fd-allergens
                   GOBACK
           END-READ

           MOVE fd-inventory-unit TO ws-original-unit
           DISPLAY 'ITEM: ' fd-inventory-desc ' (' fd-inventory-unit
               ')'

           OPEN I-O fd-substitutions

           PERFORM 5000-LIST-SUBSTITUTES

           DISPLAY 'RECIPE ID (0 FOR ANY): ' WITH NO ADVANCING
           ACCEPT ws-recipe-id

           IF ws-recipe-id NOT = ZERO
               MOVE ws-recipe-id TO fd-recipe-id
               READ fd-recipes
                   INVALID KEY
                       DISPLAY 'RECIPE ' ws-recipe-id
                           ' NOT ON FILE - NOTHING DONE'
                       GO TO 9999-EXIT
               END-READ
               DISPLAY 'RECIPE: ' fd-recipe-name
           END-IF

           DISPLAY 'RANK (1-99):           ' WITH NO ADVANCING
           ACCEPT ws-rank

           IF ws-rank = ZERO
               DISPLAY 'RANK MUST BE 1 TO 99 - NOTHING DONE'
               GO TO 9999-EXIT
           END-IF

           MOVE ws-original-code TO fd-substitution-code
           MOVE ws-recipe-id TO fd-substitution-recipe-id
           MOVE ws-rank TO fd-substitution-rank

           READ fd-substitutions
               INVALID KEY
                   SET ws-not-found TO TRUE
               NOT INVALID KEY
                   SET ws-found TO TRUE
           END-READ

           IF ws-not-found
               DISPLAY 'NO SUBSTITUTE AT RANK ' ws-rank
                   ' FOR THIS CODE AND RECIPE'
               DISPLAY 'ADD IT (Y/N):          ' WITH NO ADVANCING
               ACCEPT ws-add-switch
               IF ws-add-substitution
                   PERFORM 1000-ADD-SUBSTITUTION THRU 1000-DONE
               END-IF
               GO TO 9999-EXIT
           END-IF

           MOVE fd-substitution-factor TO ws-factor-edit
           DISPLAY 'SUBSTITUTE CODE:       ' fd-substitution-substitute
           DISPLAY 'QUANTITY FACTOR:       ' ws-factor-edit

           DISPLAY 'MODE (U-PDATE/D-ELETE): ' WITH NO ADVANCING
           ACCEPT ws-mode

           EVALUATE TRUE
               WHEN ws-mode-update
                   PERFORM 2000-UPDATE-SUBSTITUTION THRU 2000-DONE
               WHEN ws-mode-delete
                   PERFORM 3000-DELETE-SUBSTITUTION
               WHEN OTHER
                   DISPLAY 'INVALID MODE - NOTHING DONE'
           END-EVALUATE
           .

       9999-EXIT.
           CLOSE fd-substitutions
           CLOSE fd-inventories
           CLOSE fd-recipes
           CLOSE fd-allergens
           GOBACK
           .

       1000-ADD-SUBSTITUTION.
           PERFORM 4000-ACCEPT-SUBSTITUTION

           IF ws-entry-bad
               GO TO 1000-DONE
           END-IF

           WRITE fd-substitution
               INVALID KEY
                   DISPLAY 'SUBSTITUTE ' fd-substitution-substitute
                       ' COULD NOT BE WRITTEN'
               NOT INVALID KEY
                   DISPLAY 'SUBSTITUTE ' fd-substitution-substitute
                       ' ADDED'
                   MOVE 'substitutions' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-substitution TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .
       1000-DONE.
           EXIT
           .

       2000-UPDATE-SUBSTITUTION.
           PERFORM 4000-ACCEPT-SUBSTITUTION

           IF ws-entry-bad
               GO TO 2000-DONE
           END-IF

           REWRITE fd-substitution
               INVALID KEY
                   DISPLAY 'SUBSTITUTE ' fd-substitution-substitute
                       ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   DISPLAY 'SUBSTITUTE ' fd-substitution-substitute
                       ' UPDATED'
                   MOVE 'substitutions' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-substitution TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .
       2000-DONE.
           EXIT
           .

       3000-DELETE-SUBSTITUTION.
           DELETE fd-substitutions
               INVALID KEY
                   DISPLAY 'SUBSTITUTE ' fd-substitution-substitute
                       ' COULD NOT BE DELETED'
               NOT INVALID KEY
                   DISPLAY 'SUBSTITUTE ' fd-substitution-substitute
                       ' DELETED'
                   MOVE 'substitutions' TO ws-journal-file
                   MOVE 'DELETE' TO ws-journal-action
                   MOVE fd-substitution TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-DELETE
           .

       4000-ACCEPT-SUBSTITUTION.
      *    The factor is keyed as text and checked, as maintain-ccp
      *    checks its limit. The substitute must be a stocked item
      *    other than the code itself - the factor is from one
      *    stock unit to the other, so both units are shown. Its
      *    allergens are shown for the record; whether a swap is
      *    allowed is decided per dish at production time.
           SET ws-entry-ok TO TRUE

           DISPLAY 'SUBSTITUTE CODE:       ' WITH NO ADVANCING
           ACCEPT fd-substitution-substitute
           DISPLAY 'QUANTITY FACTOR (SUBSTITUTE PER ONE '
               ws-original-unit '): ' WITH NO ADVANCING
           ACCEPT ws-factor-entry

           IF fd-substitution-substitute = ws-original-code
            OR fd-substitution-substitute = SPACES
               DISPLAY 'SUBSTITUTE MUST BE A DIFFERENT CODE - '
                   'NOTHING DONE'
               SET ws-entry-bad TO TRUE
           END-IF

           IF ws-entry-ok
               MOVE fd-substitution-substitute TO fd-inventory-code
               READ fd-inventories
                   INVALID KEY
                       DISPLAY 'SUBSTITUTE ' fd-inventory-code
                           ' NOT ON THE INVENTORY FILE - '
                           'NOTHING DONE'
                       SET ws-entry-bad TO TRUE
                   NOT INVALID KEY
                       DISPLAY 'SUBSTITUTE: ' fd-inventory-desc
                           ' (' fd-inventory-unit ')'
               END-READ
           END-IF

           IF ws-entry-ok
               IF FUNCTION TEST-NUMVAL(ws-factor-entry) NOT = ZERO
                   DISPLAY 'FACTOR ' ws-factor-entry
                       ' IS NOT A NUMBER - NOTHING DONE'
                   SET ws-entry-bad TO TRUE
               ELSE
                   COMPUTE fd-substitution-factor ROUNDED =
                       FUNCTION NUMVAL(ws-factor-entry)
                       ON SIZE ERROR
                           DISPLAY 'FACTOR ' ws-factor-entry
                               ' IS TOO LARGE - NOTHING DONE'
                           SET ws-entry-bad TO TRUE
                   END-COMPUTE
               END-IF
           END-IF

           IF ws-entry-ok AND fd-substitution-factor = ZERO
               DISPLAY 'FACTOR MUST BE MORE THAN ZERO - NOTHING DONE'
               SET ws-entry-bad TO TRUE
           END-IF

           IF ws-entry-ok
               MOVE fd-substitution-substitute TO fd-allergen-code
               READ fd-allergens
                   INVALID KEY
                       DISPLAY 'WARNING - NO ALLERGEN RECORD FOR '
                           fd-allergen-code ' - IT WILL NOT BE '
                           'SWAPPED IN UNTIL ONE IS ADDED'
                   NOT INVALID KEY
                       DISPLAY 'SUBSTITUTE ALLERGENS:  '
                           fd-allergen-list
               END-READ
           END-IF
           .

       5000-LIST-SUBSTITUTES.
           SET ws-substitution-not-eof TO TRUE
           MOVE ws-original-code TO fd-substitution-code
           MOVE ZERO TO fd-substitution-recipe-id
           MOVE ZERO TO fd-substitution-rank

           START fd-substitutions KEY IS >= fd-substitution-key
               INVALID KEY
                   SET ws-substitution-eof TO TRUE
           END-START

           PERFORM UNTIL ws-substitution-eof
               READ fd-substitutions NEXT RECORD
                   AT END
                       SET ws-substitution-eof TO TRUE
                   NOT AT END
                       IF fd-substitution-code NOT = ws-original-code
                           SET ws-substitution-eof TO TRUE
                       ELSE
                           MOVE fd-substitution-factor
                               TO ws-factor-edit
                           DISPLAY '  RECIPE '
                               fd-substitution-recipe-id
                               ' RANK ' fd-substitution-rank ' '
                               fd-substitution-substitute ' X '
                               ws-factor-edit
                       END-IF
               END-READ
           END-PERFORM
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
