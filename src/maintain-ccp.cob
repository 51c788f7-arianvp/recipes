       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-ccp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-ccps
           ASSIGN TO 'ccp.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-ccp-key.

       SELECT OPTIONAL fd-recipes
           ASSIGN TO 'recipes.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-recipe-id
           SHARING WITH ALL OTHER.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ccps.
       COPY 'src/ccp-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-recipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-mode                      PIC X(01).
           88 ws-mode-update            VALUE 'U'.
           88 ws-mode-delete            VALUE 'D'.
       01 ws-add-switch                 PIC X(01).
           88 ws-add-ccp                VALUE 'Y'.
       01 ws-found-switch               PIC X(01) VALUE 'N'.
           88 ws-found                  VALUE 'Y'.
           88 ws-not-found               VALUE 'N'.
       01 ws-limit-switch               PIC X(01).
           88 ws-limit-ok               VALUE 'Y'.
           88 ws-limit-bad               VALUE 'N'.
       01 ws-ccp-switch                 PIC X(01).
           88 ws-ccp-eof                VALUE 'Y'.
           88 ws-ccp-not-eof             VALUE 'N'.
       01 ws-check-type                 PIC X(10).
       01 ws-limit-entry                PIC X(10).
       01 ws-limit-edit                 PIC -(4)9.9.
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).

       PROCEDURE DIVISION.
      *    The HACCP critical control points each recipe must pass
      *    when it is produced - check type, description and the
      *    limit the reading is held to. run-production and
      *    batch-production open one check per entry here for every
      *    run; record-ccp takes the readings.
           DISPLAY 'RECIPE ID:             ' WITH NO ADVANCING
           ACCEPT fd-recipe-id

           OPEN INPUT fd-recipes

           READ fd-recipes
               INVALID KEY
                   DISPLAY 'RECIPE ' fd-recipe-id ' NOT ON FILE'
                   CLOSE fd-recipes
                   GOBACK
           END-READ

           CLOSE fd-recipes

           DISPLAY 'RECIPE: ' fd-recipe-name

           OPEN I-O fd-ccps

           PERFORM 5000-LIST-CCPS

           DISPLAY 'CHECK TYPE:            ' WITH NO ADVANCING
           ACCEPT ws-check-type

           IF ws-check-type = SPACES
               DISPLAY 'NO CHECK TYPE - NOTHING DONE'
               GO TO 9999-EXIT
           END-IF

           MOVE fd-recipe-id TO fd-ccp-recipe-id
           MOVE ws-check-type TO fd-ccp-type

           READ fd-ccps
               INVALID KEY
                   SET ws-not-found TO TRUE
               NOT INVALID KEY
                   SET ws-found TO TRUE
           END-READ

           IF ws-not-found
               DISPLAY 'NO ' ws-check-type ' CHECK ON FILE FOR THIS '
                   'RECIPE'
               DISPLAY 'ADD IT (Y/N):          ' WITH NO ADVANCING
               ACCEPT ws-add-switch
               IF ws-add-ccp
                   PERFORM 1000-ADD-CCP THRU 1000-DONE
               END-IF
               GO TO 9999-EXIT
           END-IF

           MOVE fd-ccp-limit TO ws-limit-edit
           DISPLAY 'DESCRIPTION:           ' fd-ccp-desc
           DISPLAY 'LIMIT (N-MIN/X-MAX):   ' fd-ccp-limit-type
               ' ' ws-limit-edit ' ' fd-ccp-unit

           DISPLAY 'MODE (U-PDATE/D-ELETE): ' WITH NO ADVANCING
           ACCEPT ws-mode

           EVALUATE TRUE
               WHEN ws-mode-update
                   PERFORM 2000-UPDATE-CCP THRU 2000-DONE
               WHEN ws-mode-delete
                   PERFORM 3000-DELETE-CCP
               WHEN OTHER
                   DISPLAY 'INVALID MODE - NOTHING DONE'
           END-EVALUATE
           .

       9999-EXIT.
           CLOSE fd-ccps
           GOBACK
           .

       1000-ADD-CCP.
           PERFORM 4000-ACCEPT-CCP

           IF ws-limit-bad
               GO TO 1000-DONE
           END-IF

           WRITE fd-ccp
               INVALID KEY
                   DISPLAY 'CHECK ' fd-ccp-type ' COULD NOT BE WRITTEN'
               NOT INVALID KEY
                   DISPLAY 'CHECK ' fd-ccp-type ' ADDED'
                   MOVE 'ccp' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-ccp TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .
       1000-DONE.
           EXIT
           .

       2000-UPDATE-CCP.
      *    Checks already opened against earlier batches keep the
      *    limit they were opened with (see ccp-check-record.cpy).
           PERFORM 4000-ACCEPT-CCP

           IF ws-limit-bad
               GO TO 2000-DONE
           END-IF

           REWRITE fd-ccp
               INVALID KEY
                   DISPLAY 'CHECK ' fd-ccp-type
                       ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   DISPLAY 'CHECK ' fd-ccp-type ' UPDATED'
                   MOVE 'ccp' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-ccp TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .
       2000-DONE.
           EXIT
           .

       3000-DELETE-CCP.
           DELETE fd-ccps
               INVALID KEY
                   DISPLAY 'CHECK ' fd-ccp-type ' COULD NOT BE DELETED'
               NOT INVALID KEY
                   DISPLAY 'CHECK ' fd-ccp-type ' DELETED'
                   MOVE 'ccp' TO ws-journal-file
                   MOVE 'DELETE' TO ws-journal-action
                   MOVE fd-ccp TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-DELETE
           .

       4000-ACCEPT-CCP.
      *    The limit is keyed as text so a chilled or frozen limit
      *    can carry its minus sign (-18.0 C).
           SET ws-limit-ok TO TRUE

           DISPLAY 'DESCRIPTION:           ' WITH NO ADVANCING
           ACCEPT fd-ccp-desc
           DISPLAY 'LIMIT TYPE (N-MINIMUM/X-MAXIMUM): '
               WITH NO ADVANCING
           ACCEPT fd-ccp-limit-type
           DISPLAY 'LIMIT:                 ' WITH NO ADVANCING
           ACCEPT ws-limit-entry
           DISPLAY 'UNIT (C, MIN ...):     ' WITH NO ADVANCING
           ACCEPT fd-ccp-unit

           IF NOT fd-ccp-limit-minimum AND NOT fd-ccp-limit-maximum
               DISPLAY 'LIMIT TYPE MUST BE N OR X - NOTHING DONE'
               SET ws-limit-bad TO TRUE
           END-IF

           IF ws-limit-ok
               IF FUNCTION TEST-NUMVAL(ws-limit-entry) NOT = ZERO
                   DISPLAY 'LIMIT ' ws-limit-entry
                       ' IS NOT A NUMBER - NOTHING DONE'
                   SET ws-limit-bad TO TRUE
               ELSE
                   COMPUTE fd-ccp-limit ROUNDED =
                       FUNCTION NUMVAL(ws-limit-entry)
                       ON SIZE ERROR
                           DISPLAY 'LIMIT ' ws-limit-entry
                               ' IS TOO LARGE - NOTHING DONE'
                           SET ws-limit-bad TO TRUE
                   END-COMPUTE
               END-IF
           END-IF
           .

       5000-LIST-CCPS.
           SET ws-ccp-not-eof TO TRUE
           MOVE fd-recipe-id TO fd-ccp-recipe-id
           MOVE LOW-VALUES TO fd-ccp-type

           START fd-ccps KEY IS >= fd-ccp-key
               INVALID KEY
                   SET ws-ccp-eof TO TRUE
           END-START

           PERFORM UNTIL ws-ccp-eof
               READ fd-ccps NEXT RECORD
                   AT END
                       SET ws-ccp-eof TO TRUE
                   NOT AT END
                       IF fd-ccp-recipe-id NOT = fd-recipe-id
                           SET ws-ccp-eof TO TRUE
                       ELSE
                           MOVE fd-ccp-limit TO ws-limit-edit
                           DISPLAY '  ' fd-ccp-type ' ' fd-ccp-desc
                               ' ' fd-ccp-limit-type ' '
                               ws-limit-edit ' ' fd-ccp-unit
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
