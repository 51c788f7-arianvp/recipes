       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-par.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-pars
           ASSIGN TO 'par.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-par-key.

       SELECT OPTIONAL fd-inventories
           ASSIGN TO 'inventory.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-inventory-code.

       DATA DIVISION.
       FILE SECTION.
       FD fd-pars.
       COPY 'src/par-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-inventories.
       COPY 'src/inventory-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-mode                      PIC X(01).
           88 ws-mode-update            VALUE 'U'.
           88 ws-mode-delete            VALUE 'D'.
       01 ws-add-switch                 PIC X(01).
           88 ws-add-par                VALUE 'Y'.
       01 ws-found-switch               PIC X(01) VALUE 'N'.
           88 ws-found                  VALUE 'Y'.
           88 ws-not-found               VALUE 'N'.
       01 ws-levels-switch              PIC X(01).
           88 ws-levels-ok              VALUE 'Y'.
           88 ws-levels-bad              VALUE 'N'.
       01 ws-min-edit                   PIC ZZZZZZ9.99.
       01 ws-par-edit                   PIC ZZZZZZ9.99.
       01 ws-max-edit                   PIC ZZZZZZ9.99.
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).

       PROCEDURE DIVISION.
      *    Par levels are set per item per location; the item must
      *    be on the inventory master, whose unit the three levels
      *    are kept in.
           DISPLAY 'INGREDIENT CODE:       ' WITH NO ADVANCING
           ACCEPT fd-par-code

           MOVE fd-par-code TO fd-inventory-code

           OPEN INPUT fd-inventories

           READ fd-inventories
               INVALID KEY
                   DISPLAY 'NO INVENTORY RECORD FOR ' fd-par-code
                   CLOSE fd-inventories
                   GOBACK
           END-READ

           CLOSE fd-inventories

           DISPLAY fd-inventory-desc ' (IN ' fd-inventory-unit ')'

           DISPLAY 'LOCATION:              ' WITH NO ADVANCING
           ACCEPT fd-par-location

           OPEN I-O fd-pars

           READ fd-pars
               INVALID KEY
                   SET ws-not-found TO TRUE
               NOT INVALID KEY
                   SET ws-found TO TRUE
           END-READ

           IF ws-not-found
               DISPLAY 'NO PAR LEVELS ON FILE FOR ' fd-par-code
                   ' AT ' fd-par-location
               DISPLAY 'ADD THEM (Y/N):        ' WITH NO ADVANCING
               ACCEPT ws-add-switch
               IF ws-add-par
                   PERFORM 1000-ADD-PAR THRU 1000-DONE
               END-IF
               GO TO 9999-EXIT
           END-IF

           MOVE fd-par-minimum TO ws-min-edit
           MOVE fd-par-level TO ws-par-edit
           MOVE fd-par-maximum TO ws-max-edit
           DISPLAY 'MINIMUM ' ws-min-edit '  PAR ' ws-par-edit
               '  MAXIMUM ' ws-max-edit

           DISPLAY 'MODE (U-PDATE/D-ELETE): ' WITH NO ADVANCING
           ACCEPT ws-mode

           EVALUATE TRUE
               WHEN ws-mode-update
                   PERFORM 2000-UPDATE-PAR THRU 2000-DONE
               WHEN ws-mode-delete
                   PERFORM 3000-DELETE-PAR
               WHEN OTHER
                   DISPLAY 'INVALID MODE - NOTHING DONE'
           END-EVALUATE
           .

       9999-EXIT.
           CLOSE fd-pars
           GOBACK
           .

       1000-ADD-PAR.
           PERFORM 4000-ACCEPT-LEVELS

           IF ws-levels-bad
               GO TO 1000-DONE
           END-IF

           WRITE fd-par
               INVALID KEY
                   DISPLAY 'PAR LEVELS FOR ' fd-par-code ' COULD NOT '
                       'BE WRITTEN'
               NOT INVALID KEY
                   DISPLAY 'PAR LEVELS FOR ' fd-par-code ' ADDED'
                   MOVE 'par-levels' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-par TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .
       1000-DONE.
           EXIT
           .

       2000-UPDATE-PAR.
           PERFORM 4000-ACCEPT-LEVELS

           IF ws-levels-bad
               GO TO 2000-DONE
           END-IF

           REWRITE fd-par
               INVALID KEY
                   DISPLAY 'PAR LEVELS FOR ' fd-par-code ' COULD NOT '
                       'BE REWRITTEN'
               NOT INVALID KEY
                   DISPLAY 'PAR LEVELS FOR ' fd-par-code ' UPDATED'
                   MOVE 'par-levels' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-par TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .
       2000-DONE.
           EXIT
           .

       3000-DELETE-PAR.
           DELETE fd-pars
               INVALID KEY
                   DISPLAY 'PAR LEVELS FOR ' fd-par-code ' COULD NOT '
                       'BE DELETED'
               NOT INVALID KEY
                   DISPLAY 'PAR LEVELS FOR ' fd-par-code ' DELETED'
                   MOVE 'par-levels' TO ws-journal-file
                   MOVE 'DELETE' TO ws-journal-action
                   MOVE fd-par TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-DELETE
           .

       4000-ACCEPT-LEVELS.
      *    A maximum of zero means no ceiling is checked; otherwise
      *    the three must climb minimum <= par <= maximum, or the
      *    replenishment run would buy straight into an exception.
           SET ws-levels-ok TO TRUE

           DISPLAY 'MINIMUM QUANTITY:      ' WITH NO ADVANCING
           ACCEPT fd-par-minimum
           DISPLAY 'PAR QUANTITY:          ' WITH NO ADVANCING
           ACCEPT fd-par-level
           DISPLAY 'MAXIMUM QUANTITY:      ' WITH NO ADVANCING
           ACCEPT fd-par-maximum

           IF fd-par-minimum > fd-par-level
               DISPLAY 'MINIMUM IS ABOVE PAR - NOTHING DONE'
               SET ws-levels-bad TO TRUE
           END-IF

           IF fd-par-maximum NOT = ZERO
            AND fd-par-level > fd-par-maximum
               DISPLAY 'PAR IS ABOVE MAXIMUM - NOTHING DONE'
               SET ws-levels-bad TO TRUE
           END-IF
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
