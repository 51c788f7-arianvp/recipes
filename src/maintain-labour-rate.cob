       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-labour-rate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-rates
           ASSIGN TO 'labour-rates.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-rate-grade.

       DATA DIVISION.
       FILE SECTION.
       FD fd-rates.
       COPY 'src/labour-rate-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       01 ws-mode                      PIC X(01).
           88 ws-mode-update            VALUE 'U'.
           88 ws-mode-delete            VALUE 'D'.
       01 ws-add-switch                 PIC X(01).
           88 ws-add-rate               VALUE 'Y'.
       01 ws-found-switch               PIC X(01) VALUE 'N'.
           88 ws-found                  VALUE 'Y'.
           88 ws-not-found               VALUE 'N'.
       01 ws-rate-edit                  PIC ZZ9.99.
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).

       PROCEDURE DIVISION.
      *    Hourly cost per staff grade, priced into every recipe's
      *    prep minutes by plate-cost-report and quote-event.
           DISPLAY 'STAFF GRADE:           ' WITH NO ADVANCING
           ACCEPT fd-rate-grade

           OPEN I-O fd-rates

           READ fd-rates
               INVALID KEY
                   SET ws-not-found TO TRUE
               NOT INVALID KEY
                   SET ws-found TO TRUE
           END-READ

           IF ws-not-found
               DISPLAY 'NO RATE ON FILE FOR ' fd-rate-grade
               DISPLAY 'ADD IT (Y/N):          ' WITH NO ADVANCING
               ACCEPT ws-add-switch
               IF ws-add-rate
                   PERFORM 1000-ADD-RATE
               END-IF
               GO TO 9999-EXIT
           END-IF

           MOVE fd-rate-per-hour TO ws-rate-edit
           DISPLAY 'CURRENT RATE PER HOUR: ' ws-rate-edit

           DISPLAY 'MODE (U-PDATE/D-ELETE): ' WITH NO ADVANCING
           ACCEPT ws-mode

           EVALUATE TRUE
               WHEN ws-mode-update
                   PERFORM 2000-UPDATE-RATE
               WHEN ws-mode-delete
                   PERFORM 3000-DELETE-RATE
               WHEN OTHER
                   DISPLAY 'INVALID MODE - NOTHING DONE'
           END-EVALUATE
           .

       9999-EXIT.
           CLOSE fd-rates
           GOBACK
           .

       1000-ADD-RATE.
           DISPLAY 'RATE PER HOUR:         ' WITH NO ADVANCING
           ACCEPT fd-rate-per-hour

           WRITE fd-rate
               INVALID KEY
                   DISPLAY 'RATE FOR ' fd-rate-grade
                       ' COULD NOT BE WRITTEN'
               NOT INVALID KEY
                   DISPLAY 'RATE FOR ' fd-rate-grade ' ADDED'
                   MOVE 'labour-rates' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-rate TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .

       2000-UPDATE-RATE.
           DISPLAY 'NEW RATE PER HOUR:     ' WITH NO ADVANCING
           ACCEPT fd-rate-per-hour

           REWRITE fd-rate
               INVALID KEY
                   DISPLAY 'RATE FOR ' fd-rate-grade
                       ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   DISPLAY 'RATE FOR ' fd-rate-grade ' UPDATED'
                   MOVE 'labour-rates' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-rate TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .

       3000-DELETE-RATE.
      *    Recipes still naming the grade simply lose their labour
      *    cost on the plate cost report, which flags them.
           DELETE fd-rates
               INVALID KEY
                   DISPLAY 'RATE FOR ' fd-rate-grade
                       ' COULD NOT BE DELETED'
               NOT INVALID KEY
                   DISPLAY 'RATE FOR ' fd-rate-grade ' DELETED'
                   MOVE 'labour-rates' TO ws-journal-file
                   MOVE 'DELETE' TO ws-journal-action
                   MOVE fd-rate TO ws-journal-image
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
