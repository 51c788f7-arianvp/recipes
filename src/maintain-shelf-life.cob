       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-shelf-life.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-shelf-lives
           ASSIGN TO 'shelf-life.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-shelf-recipe-id.

       SELECT OPTIONAL fd-recipes
           ASSIGN TO 'recipes.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-recipe-id
           SHARING WITH ALL OTHER.

       DATA DIVISION.
       FILE SECTION.
       FD fd-shelf-lives.
       COPY 'src/shelf-life-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-recipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-mode                      PIC X(01).
           88 ws-mode-update            VALUE 'U'.
           88 ws-mode-delete            VALUE 'D'.
       01 ws-add-switch                 PIC X(01).
           88 ws-add-shelf-life         VALUE 'Y'.
       01 ws-found-switch               PIC X(01) VALUE 'N'.
           88 ws-found                  VALUE 'Y'.
           88 ws-not-found               VALUE 'N'.
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).

       PROCEDURE DIVISION.
      *    Shelf life in days per recipe, from which every produced
      *    batch takes its use-by date (see batch-record.cpy).
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

           MOVE fd-recipe-id TO fd-shelf-recipe-id

           OPEN I-O fd-shelf-lives

           READ fd-shelf-lives
               INVALID KEY
                   SET ws-not-found TO TRUE
               NOT INVALID KEY
                   SET ws-found TO TRUE
           END-READ

           IF ws-not-found
               DISPLAY 'NO SHELF LIFE ON FILE - BATCHES ARE USE BY '
                   'THE DAY MADE'
               DISPLAY 'ADD IT (Y/N):          ' WITH NO ADVANCING
               ACCEPT ws-add-switch
               IF ws-add-shelf-life
                   PERFORM 1000-ADD-SHELF-LIFE
               END-IF
               GO TO 9999-EXIT
           END-IF

           DISPLAY 'CURRENT SHELF LIFE:    ' fd-shelf-days ' DAYS'

           DISPLAY 'MODE (U-PDATE/D-ELETE): ' WITH NO ADVANCING
           ACCEPT ws-mode

           EVALUATE TRUE
               WHEN ws-mode-update
                   PERFORM 2000-UPDATE-SHELF-LIFE
               WHEN ws-mode-delete
                   PERFORM 3000-DELETE-SHELF-LIFE
               WHEN OTHER
                   DISPLAY 'INVALID MODE - NOTHING DONE'
           END-EVALUATE
           .

       9999-EXIT.
           CLOSE fd-shelf-lives
           GOBACK
           .

       1000-ADD-SHELF-LIFE.
           DISPLAY 'SHELF LIFE IN DAYS:    ' WITH NO ADVANCING
           ACCEPT fd-shelf-days

           WRITE fd-shelf-life
               INVALID KEY
                   DISPLAY 'SHELF LIFE FOR ' fd-shelf-recipe-id
                       ' COULD NOT BE WRITTEN'
               NOT INVALID KEY
                   DISPLAY 'SHELF LIFE FOR ' fd-shelf-recipe-id
                       ' ADDED'
                   MOVE 'shelf-lives' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-shelf-life TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .

       2000-UPDATE-SHELF-LIFE.
           DISPLAY 'NEW SHELF LIFE IN DAYS: ' WITH NO ADVANCING
           ACCEPT fd-shelf-days

           REWRITE fd-shelf-life
               INVALID KEY
                   DISPLAY 'SHELF LIFE FOR ' fd-shelf-recipe-id
                       ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   DISPLAY 'SHELF LIFE FOR ' fd-shelf-recipe-id
                       ' UPDATED'
                   MOVE 'shelf-lives' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-shelf-life TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .

       3000-DELETE-SHELF-LIFE.
           DELETE fd-shelf-lives
               INVALID KEY
                   DISPLAY 'SHELF LIFE FOR ' fd-shelf-recipe-id
                       ' COULD NOT BE DELETED'
               NOT INVALID KEY
                   DISPLAY 'SHELF LIFE FOR ' fd-shelf-recipe-id
                       ' DELETED'
                   MOVE 'shelf-lives' TO ws-journal-file
                   MOVE 'DELETE' TO ws-journal-action
                   MOVE fd-shelf-life TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-DELETE
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
