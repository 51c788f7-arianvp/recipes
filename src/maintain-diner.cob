       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-diner.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-diners
           ASSIGN TO 'diners.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-diner-id.

       SELECT OPTIONAL fd-allergens
           ASSIGN TO 'allergens.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-allergen-code
           SHARING WITH ALL OTHER.

       DATA DIVISION.
       FILE SECTION.
       FD fd-diners.
       COPY 'src/diner-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-allergens.
       COPY 'src/allergen-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-mode                      PIC X(01).
           88 ws-mode-update            VALUE 'U'.
           88 ws-mode-delete            VALUE 'D'.
       01 ws-add-switch                 PIC X(01).
           88 ws-add-diner              VALUE 'Y'.
       01 ws-found-switch               PIC X(01) VALUE 'N'.
           88 ws-found                  VALUE 'Y'.
           88 ws-not-found               VALUE 'N'.
       01 ws-allergen-switch            PIC X(01).
           88 ws-allergen-eof           VALUE 'Y'.
           88 ws-allergen-not-eof        VALUE 'N'.
       01 ws-known-switch               PIC X(01).
           88 ws-known                  VALUE 'Y'.
           88 ws-not-known               VALUE 'N'.
       01 ws-token                      PIC X(20).
       01 ws-carried-token              PIC X(20).
       01 ws-scan-ptr                   PIC 9(3) BINARY.
       01 ws-list-ptr                   PIC 9(3) BINARY.
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).

       PROCEDURE DIVISION.
      *    The residents' dietary profiles checked by diner-check
      *    against each day's menu (see diner-record.cpy).
           DISPLAY 'DINER ID:              ' WITH NO ADVANCING
           ACCEPT fd-diner-id

           OPEN I-O fd-diners

           READ fd-diners
               INVALID KEY
                   SET ws-not-found TO TRUE
               NOT INVALID KEY
                   SET ws-found TO TRUE
           END-READ

           IF ws-not-found
               DISPLAY 'NO DINER ON FILE FOR ' fd-diner-id
               DISPLAY 'ADD IT (Y/N):          ' WITH NO ADVANCING
               ACCEPT ws-add-switch
               IF ws-add-diner
                   PERFORM 1000-ADD-DINER
               END-IF
               GO TO 9999-EXIT
           END-IF

           DISPLAY 'NAME:                  ' fd-diner-name
           DISPLAY 'DIET NOTE:             ' fd-diner-diet-note
           DISPLAY 'EXCLUDED ALLERGENS:    ' fd-diner-excluded-list
           DISPLAY 'MAX CALORIES/SERVING:  ' fd-diner-max-calories
           DISPLAY 'MAX PROTEIN G/SERVING: ' fd-diner-max-protein
           DISPLAY 'MAX FAT G/SERVING:     ' fd-diner-max-fat
           DISPLAY 'MAX CARBS G/SERVING:   ' fd-diner-max-carbs
           DISPLAY 'MAX SODIUM MG/SERVING: ' fd-diner-max-sodium

           DISPLAY 'MODE (U-PDATE/D-ELETE): ' WITH NO ADVANCING
           ACCEPT ws-mode

           EVALUATE TRUE
               WHEN ws-mode-update
                   PERFORM 2000-UPDATE-DINER
               WHEN ws-mode-delete
                   PERFORM 3000-DELETE-DINER
               WHEN OTHER
                   DISPLAY 'INVALID MODE - NOTHING DONE'
           END-EVALUATE
           .

       9999-EXIT.
           CLOSE fd-diners
           GOBACK
           .

       1000-ADD-DINER.
           PERFORM 4000-ACCEPT-DINER

           WRITE fd-diner
               INVALID KEY
                   DISPLAY 'DINER ' fd-diner-id ' COULD NOT BE WRITTEN'
               NOT INVALID KEY
                   DISPLAY 'DINER ' fd-diner-id ' ADDED'
                   MOVE 'diners' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-diner TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .

       2000-UPDATE-DINER.
           PERFORM 4000-ACCEPT-DINER

           REWRITE fd-diner
               INVALID KEY
                   DISPLAY 'DINER ' fd-diner-id
                       ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   DISPLAY 'DINER ' fd-diner-id ' UPDATED'
                   MOVE 'diners' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-diner TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .

       3000-DELETE-DINER.
           DELETE fd-diners
               INVALID KEY
                   DISPLAY 'DINER ' fd-diner-id ' COULD NOT BE DELETED'
               NOT INVALID KEY
                   DISPLAY 'DINER ' fd-diner-id ' DELETED'
                   MOVE 'diners' TO ws-journal-file
                   MOVE 'DELETE' TO ws-journal-action
                   MOVE fd-diner TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-DELETE
           .

       4000-ACCEPT-DINER.
           DISPLAY 'NAME:                  ' WITH NO ADVANCING
           ACCEPT fd-diner-name
           DISPLAY 'DIET NOTE:             ' WITH NO ADVANCING
           ACCEPT fd-diner-diet-note
           DISPLAY 'EXCLUDED ALLERGENS (COMMA-SEPARATED): '
               WITH NO ADVANCING
           ACCEPT fd-diner-excluded-list
           DISPLAY 'LIMITS PER SERVING - 0 FOR NO LIMIT'
           DISPLAY 'MAX CALORIES:          ' WITH NO ADVANCING
           ACCEPT fd-diner-max-calories
           DISPLAY 'MAX PROTEIN (G):       ' WITH NO ADVANCING
           ACCEPT fd-diner-max-protein
           DISPLAY 'MAX FAT (G):           ' WITH NO ADVANCING
           ACCEPT fd-diner-max-fat
           DISPLAY 'MAX CARBS (G):         ' WITH NO ADVANCING
           ACCEPT fd-diner-max-carbs
           DISPLAY 'MAX SODIUM (MG):       ' WITH NO ADVANCING
           ACCEPT fd-diner-max-sodium

           PERFORM 5000-CHECK-EXCLUSIONS
           .

       5000-CHECK-EXCLUSIONS.
      *    An excluded name only protects the diner if it is spelled
      *    the way allergens.db spells it, so each one is looked for
      *    on the ingredient allergen lists. A name no ingredient
      *    carries is kept - it may simply not be stocked yet - but
      *    the operator is warned to check the spelling.
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
                   PERFORM 5100-FIND-ALLERGEN-NAME
                   IF ws-not-known
                       DISPLAY 'WARNING - ' ws-token
                           ' IS NOT ON ANY INGREDIENT IN '
                           'ALLERGENS.DB - CHECK THE SPELLING'
                   END-IF
               END-IF
           END-PERFORM
           .

       5100-FIND-ALLERGEN-NAME.
           SET ws-not-known TO TRUE
           SET ws-allergen-not-eof TO TRUE

           OPEN INPUT fd-allergens

           PERFORM UNTIL ws-allergen-eof OR ws-known
               READ fd-allergens NEXT RECORD
                   AT END
                       SET ws-allergen-eof TO TRUE
                   NOT AT END
                       PERFORM 5200-SCAN-ONE-LIST
               END-READ
           END-PERFORM

           CLOSE fd-allergens
           .

       5200-SCAN-ONE-LIST.
           MOVE 1 TO ws-list-ptr

           PERFORM UNTIL ws-list-ptr > 60 OR ws-known
               MOVE SPACES TO ws-carried-token
               UNSTRING fd-allergen-list DELIMITED BY ','
                   INTO ws-carried-token
                   WITH POINTER ws-list-ptr
               END-UNSTRING
               IF FUNCTION TRIM(ws-carried-token) = ws-token
                   SET ws-known TO TRUE
               END-IF
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
