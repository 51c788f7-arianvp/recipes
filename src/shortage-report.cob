           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

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

      *    Second path onto the requirement totals, so a
      *    substitute's own requirement can be looked up without
      *    disturbing the read position of the shortage listing.
       SELECT OPTIONAL fd-sub-requirements
           ASSIGN TO 'shortage-work.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS sq-requirement-key.

       DATA DIVISION.
       FILE SECTION.
       FD fd-menus.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       FD fd-substitutions.
       COPY 'src/substitution-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-allergens.
       COPY 'src/allergen-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-sub-requirements.
       COPY 'src/requirement-record.cpy'
           REPLACING ==:X:== BY ==sq-==.

       WORKING-STORAGE SECTION.
       01 ws-from-date                 PIC 9(8).
       01 ws-to-date                   PIC 9(8).
       01 ws-parm-1                     PIC X(20).
       01 ws-parm-2                     PIC X(20).
       01 ws-lines-display              PIC 9(5).
       01 ws-item-switch                PIC X(01).
           88 ws-item-found             VALUE 'Y'.
           88 ws-item-not-found          VALUE 'N'.
       01 ws-original-on-hand           PIC 9(7)V9(2).
       01 ws-free-qty                   PIC S9(9)V9(2).
       01 ws-cover-qty                  PIC 9(7)V9(2).
       01 ws-claim-now                  PIC 9(7)V9(2).
       01 ws-covered-count              PIC 9(4) VALUE ZERO.
       01 ws-substitution-switch        PIC X(01).
           88 ws-substitution-eof        VALUE 'Y'.
           88 ws-substitution-not-eof    VALUE 'N'.
       01 ws-item-allergen-switch       PIC X(01).
           88 ws-item-allergens-known    VALUE 'Y'.
           88 ws-item-allergens-unknown  VALUE 'N'.
       01 ws-like-switch                PIC X(01).
           88 ws-like-for-like          VALUE 'Y'.
           88 ws-not-like-for-like       VALUE 'N'.
       01 ws-known-switch               PIC X(01).
           88 ws-known                  VALUE 'Y'.
           88 ws-not-known               VALUE 'N'.
       01 ws-item-allergen-table.
           02 ws-item-allergen-count    PIC 9(2) BINARY.
           02 ws-item-allergen OCCURS 20 TIMES
                                        PIC X(20).
       01 ws-sub                        PIC 9(3) BINARY.
       01 ws-token                      PIC X(20).
       01 ws-scan-ptr                   PIC 9(3) BINARY.
      *    Substitute stock already netted against earlier codes
      *    this run, so two short codes never count the same
      *    free stock twice.
       01 ws-claim-table.
           02 ws-claim-count            PIC 9(3) BINARY VALUE ZERO.
           02 ws-claim OCCURS 200 TIMES.
               03 ws-claim-code         PIC X(10).
               03 ws-claim-qty          PIC 9(9)V9(2).
       01 ws-claim-sub                  PIC 9(3) BINARY.
       01 ws-net-table.
           02 ws-net-count              PIC 9(2) BINARY.
           02 ws-net OCCURS 10 TIMES.
               03 ws-net-code           PIC X(10).
               03 ws-net-qty            PIC 9(7)V9(2).
       01 ws-net-sub                    PIC 9(3) BINARY.
       01 ws-net-edit                   PIC ZZZZZZ9.99.
       COPY 'src/run-control.cpy'.

       PROCEDURE DIVISION.
           OPEN INPUT fd-components
           OPEN OUTPUT fd-print
           OPEN OUTPUT fd-shortage-out
           OPEN INPUT fd-substitutions
           OPEN INPUT fd-allergens

      *    The work file is derived data, thrown away and rebuilt
      *    every run (see build-ingredient-xref).
           WRITE fd-print-line

           PERFORM 1000-TOTAL-REQUIREMENTS

      *    The totals are complete; both paths only read them from
      *    here on.
           CLOSE fd-requirements
           OPEN INPUT fd-requirements
           OPEN INPUT fd-sub-requirements

           PERFORM 3000-PRINT-SHORTAGES

           CLOSE fd-menus
           CLOSE fd-print
           CLOSE fd-shortage-out
           CLOSE fd-requirements
           CLOSE fd-sub-requirements
           CLOSE fd-substitutions
           CLOSE fd-allergens

           DISPLAY 'MENU LINES EXPLODED:  ' ws-menu-line-count
           DISPLAY 'INGREDIENTS SHORT:    ' ws-shortage-count
           DISPLAY 'COVERED BY SUBSTITUTES: ' ws-covered-count
           DISPLAY 'LINES NOT CONVERTED:  ' ws-unconverted-count
           DISPLAY 'COMPONENT ERRORS:     ' ws-component-error-count

               ws-unconverted-count DELIMITED BY SIZE
               ' COMPERR=' DELIMITED BY SIZE
               ws-component-error-count DELIMITED BY SIZE
               ' SUBCOV=' DELIMITED BY SIZE
               ws-covered-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'COVERED BY SUBSTITUTES: ' DELIMITED BY SIZE
               ws-covered-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       3100-CHECK-ONE-INGREDIENT.
      *    An ingredient with no stock record at all is treated as
      *    zero on hand - it still has to be bought, so it belongs
      *    on the purchase list rather than in a separate error.
      *    Free stock of its approved substitutes is netted off
      *    before the line is called short; what is left is the
      *    buy quantity.
           MOVE fd-requirement-code TO fd-inventory-code
           SET ws-item-found TO TRUE

           READ fd-inventories
               INVALID KEY
                   SET ws-item-not-found TO TRUE
                   MOVE ZERO TO fd-inventory-qty-on-hand
           END-READ

           IF fd-requirement-qty > fd-inventory-qty-on-hand
               MOVE fd-inventory-qty-on-hand TO ws-original-on-hand
               COMPUTE ws-short-qty =
                   fd-requirement-qty
                   - ws-original-on-hand
               PERFORM 3200-NET-SUBSTITUTES THRU 3200-DONE
               MOVE fd-requirement-qty TO ws-required-edit
               MOVE ws-original-on-hand TO ws-on-hand-edit
               MOVE ws-short-qty TO ws-short-edit

               MOVE SPACES TO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line

               PERFORM 3300-PRINT-NETTING

               IF ws-short-qty = ZERO
                   ADD 1 TO ws-covered-count
               ELSE
                   ADD 1 TO ws-shortage-count
                   MOVE fd-requirement-code TO so-shortage-code
                   MOVE fd-requirement-desc TO so-shortage-desc
                   MOVE fd-requirement-unit TO so-shortage-unit
                   MOVE ws-short-qty TO so-shortage-qty
                   WRITE so-shortage
               END-IF
           END-IF
           .

       3200-NET-SUBSTITUTES.
      *    Only the any-recipe substitutes (see
      *    substitution-record.cpy) are netted - the totals here
      *    are across recipes, so a row limited to one recipe
      *    cannot be told apart. Without a dish to check against,
      *    a substitute only counts if it is like for like: every
      *    allergen it carries is one the code itself carries, so
      *    no dish that needs the code could pick up an undeclared
      *    allergen from the swap. A code with no stock record or
      *    no allergen record nets nothing.
           MOVE ZERO TO ws-net-count

           IF ws-item-not-found
               GO TO 3200-DONE
           END-IF

           PERFORM 3250-LOAD-ITEM-ALLERGENS

           IF ws-item-allergens-unknown
               GO TO 3200-DONE
           END-IF

           SET ws-substitution-not-eof TO TRUE
           MOVE fd-requirement-code TO fd-substitution-code
           MOVE ZERO TO fd-substitution-recipe-id
           MOVE ZERO TO fd-substitution-rank

           START fd-substitutions KEY IS >= fd-substitution-key
               INVALID KEY
                   SET ws-substitution-eof TO TRUE
           END-START

           PERFORM UNTIL ws-substitution-eof
                      OR ws-short-qty = ZERO
               READ fd-substitutions NEXT RECORD
                   AT END
                       SET ws-substitution-eof TO TRUE
                   NOT AT END
                       IF fd-substitution-code
                               NOT = fd-requirement-code
                        OR fd-substitution-recipe-id NOT = ZERO
                           SET ws-substitution-eof TO TRUE
                       ELSE
                           PERFORM 3210-NET-ONE-SUBSTITUTE
                               THRU 3210-DONE
                       END-IF
               END-READ
           END-PERFORM
           .
       3200-DONE.
           EXIT
           .

       3210-NET-ONE-SUBSTITUTE.
      *    Free stock is what the substitute has on hand less its
      *    own requirement over the same dates and less what has
      *    already been netted from it. The factor turns it back
      *    into the short code's stock unit.
           MOVE fd-substitution-substitute TO fd-inventory-code

           READ fd-inventories
               INVALID KEY
                   GO TO 3210-DONE
           END-READ

           PERFORM 3220-CHECK-LIKE-FOR-LIKE

           IF ws-not-like-for-like
               GO TO 3210-DONE
           END-IF

           MOVE fd-inventory-code TO sq-requirement-code
           MOVE fd-inventory-unit TO sq-requirement-unit

           READ fd-sub-requirements
               INVALID KEY
                   MOVE ZERO TO sq-requirement-qty
           END-READ

           PERFORM 3230-FIND-CLAIM

           IF ws-claim-sub = ZERO
               GO TO 3210-DONE
           END-IF

           COMPUTE ws-free-qty =
               fd-inventory-qty-on-hand
               - sq-requirement-qty
               - ws-claim-qty (ws-claim-sub)

           IF ws-free-qty NOT > ZERO
               GO TO 3210-DONE
           END-IF

           COMPUTE ws-cover-qty =
               ws-free-qty / fd-substitution-factor
               ON SIZE ERROR
                   MOVE ws-short-qty TO ws-cover-qty
           END-COMPUTE

           IF ws-cover-qty > ws-short-qty
               MOVE ws-short-qty TO ws-cover-qty
           END-IF

           IF ws-cover-qty = ZERO
               GO TO 3210-DONE
           END-IF

           COMPUTE ws-claim-now ROUNDED =
               ws-cover-qty * fd-substitution-factor
           ADD ws-claim-now TO ws-claim-qty (ws-claim-sub)
           SUBTRACT ws-cover-qty FROM ws-short-qty

           IF ws-net-count < 10
               ADD 1 TO ws-net-count
               MOVE fd-inventory-code TO ws-net-code (ws-net-count)
               MOVE ws-cover-qty TO ws-net-qty (ws-net-count)
           END-IF
           .
       3210-DONE.
           EXIT
           .

       3220-CHECK-LIKE-FOR-LIKE.
           SET ws-like-for-like TO TRUE
           MOVE fd-inventory-code TO fd-allergen-code

           READ fd-allergens
               INVALID KEY
                   SET ws-not-like-for-like TO TRUE
               NOT INVALID KEY
                   MOVE 1 TO ws-scan-ptr
                   PERFORM UNTIL ws-scan-ptr > 60
                              OR ws-not-like-for-like
                       MOVE SPACES TO ws-token
                       UNSTRING fd-allergen-list DELIMITED BY ','
                           INTO ws-token
                           WITH POINTER ws-scan-ptr
                       END-UNSTRING
                       MOVE FUNCTION TRIM(ws-token) TO ws-token
                       IF ws-token NOT = SPACES
                        AND ws-token NOT = 'NONE'
                           PERFORM 3255-FIND-ITEM-ALLERGEN
                           IF ws-not-known
                               SET ws-not-like-for-like TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
           END-READ
           .

       3230-FIND-CLAIM.
           MOVE ZERO TO ws-claim-sub

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-claim-count
                      OR ws-claim-sub NOT = ZERO
               IF ws-claim-code (ws-sub) = fd-inventory-code
                   MOVE ws-sub TO ws-claim-sub
               END-IF
           END-PERFORM

           IF ws-claim-sub = ZERO
            AND ws-claim-count < 200
               ADD 1 TO ws-claim-count
               MOVE ws-claim-count TO ws-claim-sub
               MOVE fd-inventory-code TO ws-claim-code (ws-claim-sub)
               MOVE ZERO TO ws-claim-qty (ws-claim-sub)
           END-IF
           .

       3250-LOAD-ITEM-ALLERGENS.
           SET ws-item-allergens-known TO TRUE
           MOVE ZERO TO ws-item-allergen-count
           MOVE fd-requirement-code TO fd-allergen-code

           READ fd-allergens
               INVALID KEY
                   SET ws-item-allergens-unknown TO TRUE
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
                        AND ws-item-allergen-count < 20
                           ADD 1 TO ws-item-allergen-count
                           MOVE ws-token TO
                               ws-item-allergen (ws-item-allergen-count)
                       END-IF
                   END-PERFORM
           END-READ
           .

       3255-FIND-ITEM-ALLERGEN.
           SET ws-not-known TO TRUE

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-item-allergen-count
                      OR ws-known
               IF ws-item-allergen (ws-sub) = ws-token
                   SET ws-known TO TRUE
               END-IF
           END-PERFORM
           .

       3300-PRINT-NETTING.
      *    One line under the code for each substitute netted, in
      *    the short code's own unit.
           PERFORM VARYING ws-net-sub FROM 1 BY 1
                   UNTIL ws-net-sub > ws-net-count
               MOVE ws-net-qty (ws-net-sub) TO ws-net-edit
               MOVE SPACES TO ws-line
               STRING '    LESS ' DELIMITED BY SIZE
                   ws-net-edit DELIMITED BY SIZE
                   ' FROM SUBSTITUTE ' DELIMITED BY SIZE
                   ws-net-code (ws-net-sub) DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-PERFORM
           .
