       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-labour.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-labours
           ASSIGN TO 'labour.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-labour-recipe-id.

       SELECT OPTIONAL fd-rates
           ASSIGN TO 'labour-rates.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-rate-grade
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-recipes
           ASSIGN TO 'recipes.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-recipe-id
           SHARING WITH ALL OTHER.

       DATA DIVISION.
       FILE SECTION.
       FD fd-labours.
       COPY 'src/labour-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-rates.
       COPY 'src/labour-rate-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-recipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-mode                      PIC X(01).
           88 ws-mode-update            VALUE 'U'.
           88 ws-mode-delete            VALUE 'D'.
       01 ws-add-switch                 PIC X(01).
           88 ws-add-labour             VALUE 'Y'.
       01 ws-found-switch               PIC X(01) VALUE 'N'.
           88 ws-found                  VALUE 'Y'.
           88 ws-not-found               VALUE 'N'.
       01 ws-grade-switch               PIC X(01).
           88 ws-grade-ok               VALUE 'Y'.
           88 ws-grade-bad               VALUE 'N'.
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).

       PROCEDURE DIVISION.
      *    Prep minutes per batch and the staff grade doing them, per
      *    recipe; the grade must already carry a rate in
      *    labour-rates.db (see maintain-labour-rate).
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
               ' (YIELD ' fd-recipe-yield ')'

           MOVE fd-recipe-id TO fd-labour-recipe-id

           OPEN I-O fd-labours
           OPEN INPUT fd-rates

           READ fd-labours
               INVALID KEY
                   SET ws-not-found TO TRUE
               NOT INVALID KEY
                   SET ws-found TO TRUE
           END-READ

           IF ws-not-found
               DISPLAY 'NO LABOUR ON FILE FOR THIS RECIPE'
               DISPLAY 'ADD IT (Y/N):          ' WITH NO ADVANCING
               ACCEPT ws-add-switch
               IF ws-add-labour
                   PERFORM 1000-ADD-LABOUR THRU 1000-DONE
               END-IF
               GO TO 9999-EXIT
           END-IF

           DISPLAY 'PREP MINUTES PER BATCH: ' fd-labour-minutes
           DISPLAY 'STAFF GRADE:            ' fd-labour-grade

           DISPLAY 'MODE (U-PDATE/D-ELETE): ' WITH NO ADVANCING
           ACCEPT ws-mode

           EVALUATE TRUE
               WHEN ws-mode-update
                   PERFORM 2000-UPDATE-LABOUR THRU 2000-DONE
               WHEN ws-mode-delete
                   PERFORM 3000-DELETE-LABOUR
               WHEN OTHER
                   DISPLAY 'INVALID MODE - NOTHING DONE'
           END-EVALUATE
           .

       9999-EXIT.
           CLOSE fd-labours
           CLOSE fd-rates
           GOBACK
           .

       1000-ADD-LABOUR.
           PERFORM 4000-ACCEPT-LABOUR

           IF ws-grade-bad
               GO TO 1000-DONE
           END-IF

           WRITE fd-labour
               INVALID KEY
                   DISPLAY 'LABOUR FOR ' fd-labour-recipe-id
                       ' COULD NOT BE WRITTEN'
               NOT INVALID KEY
                   DISPLAY 'LABOUR FOR ' fd-labour-recipe-id ' ADDED'
                   MOVE 'labour' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-labour TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .
       1000-DONE.
           EXIT
           .

       2000-UPDATE-LABOUR.
           PERFORM 4000-ACCEPT-LABOUR

           IF ws-grade-bad
               GO TO 2000-DONE
           END-IF

           REWRITE fd-labour
               INVALID KEY
                   DISPLAY 'LABOUR FOR ' fd-labour-recipe-id
                       ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   DISPLAY 'LABOUR FOR ' fd-labour-recipe-id
                       ' UPDATED'
                   MOVE 'labour' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-labour TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .
       2000-DONE.
           EXIT
           .

       3000-DELETE-LABOUR.
           DELETE fd-labours
               INVALID KEY
                   DISPLAY 'LABOUR FOR ' fd-labour-recipe-id
                       ' COULD NOT BE DELETED'
               NOT INVALID KEY
                   DISPLAY 'LABOUR FOR ' fd-labour-recipe-id
                       ' DELETED'
                   MOVE 'labour' TO ws-journal-file
                   MOVE 'DELETE' TO ws-journal-action
                   MOVE fd-labour TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-DELETE
           .

       4000-ACCEPT-LABOUR.
           SET ws-grade-ok TO TRUE

           DISPLAY 'PREP MINUTES PER BATCH: ' WITH NO ADVANCING
           ACCEPT fd-labour-minutes
           DISPLAY 'STAFF GRADE:            ' WITH NO ADVANCING
           ACCEPT fd-labour-grade

           MOVE fd-labour-grade TO fd-rate-grade

           READ fd-rates
               INVALID KEY
                   DISPLAY 'NO RATE ON FILE FOR GRADE '
                       fd-labour-grade ' - NOTHING DONE'
                   SET ws-grade-bad TO TRUE
           END-READ
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
