       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-ccp.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-ccp-checks
           ASSIGN TO 'ccp-checks.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-check-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-recipes
           ASSIGN TO 'recipes.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-recipe-id
           SHARING WITH ALL OTHER.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ccp-checks.
       COPY 'src/ccp-check-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-recipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       WORKING-STORAGE SECTION.
       COPY 'src/operator-session.cpy'.

       01 ws-check-switch               PIC X(01).
           88 ws-check-eof              VALUE 'Y'.
           88 ws-check-not-eof           VALUE 'N'.
       01 ws-reading-switch             PIC X(01).
           88 ws-reading-ok             VALUE 'Y'.
           88 ws-reading-bad             VALUE 'N'.
       01 ws-production-date            PIC 9(8).
       01 ws-choice                     PIC 9(2).
       01 ws-list-no                    PIC 9(2).
       01 ws-reading-entry              PIC X(10).
       01 ws-reading                    PIC S9(4)V9(1).
       01 ws-limit-edit                 PIC -(4)9.9.
       01 ws-reading-edit               PIC -(4)9.9.
       01 ws-taken-count                PIC 9(3) VALUE ZERO.
       01 ws-failed-count               PIC 9(3) VALUE ZERO.
       01 ws-open-table.
           02 ws-open-count             PIC 9(2) VALUE ZERO.
           02 ws-open-entry OCCURS 50 TIMES INDEXED BY ws-open-idx.
               03 ws-open-time          PIC 9(8).
               03 ws-open-type          PIC X(10).
               03 ws-open-done          PIC X(01).
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).

       PROCEDURE DIVISION.
      *    Readings against the HACCP checks a production run opened
      *    (see ccp-check-record.cpy). The operator picks the recipe
      *    and production date, then works through the checks still
      *    open for it; each reading is judged against the limit the
      *    check was opened with, and one outside the limit is not
      *    accepted without the corrective action taken. Every
      *    reading carries the signed-on operator and the time it
      *    was keyed.
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

           DISPLAY 'PRODUCTION DATE (YYYYMMDD, 0 FOR TODAY): '
               WITH NO ADVANCING
           ACCEPT ws-production-date

           IF ws-production-date = ZERO
               ACCEPT ws-production-date FROM DATE YYYYMMDD
           END-IF

           IF session-operator-id = SPACES
               DISPLAY 'NOT SIGNED ON - READINGS WILL BE RECORDED '
                   'WITHOUT AN OPERATOR'
           END-IF

           OPEN I-O fd-ccp-checks

           PERFORM 1000-LOAD-OPEN-CHECKS

           IF ws-open-count = ZERO
               DISPLAY 'NO OPEN HACCP CHECKS FOR THIS RECIPE ON '
                   ws-production-date
               GO TO 9999-EXIT
           END-IF

           MOVE 99 TO ws-choice
           PERFORM UNTIL ws-choice = ZERO
               PERFORM 2000-LIST-OPEN-CHECKS
               DISPLAY 'CHECK NUMBER (0 TO FINISH): '
                   WITH NO ADVANCING
               ACCEPT ws-choice
               IF ws-choice NOT = ZERO
                   PERFORM 3000-TAKE-READING THRU 3000-DONE
               END-IF
           END-PERFORM

           DISPLAY 'READINGS RECORDED: ' ws-taken-count
               ' OUTSIDE LIMIT: ' ws-failed-count
           .

       9999-EXIT.
           CLOSE fd-ccp-checks
           GOBACK
           .

       1000-LOAD-OPEN-CHECKS.
      *    All runs of the recipe that day - a recipe produced for
      *    lunch and again for dinner carries two sets of checks,
      *    told apart by their run time.
           SET ws-check-not-eof TO TRUE
           MOVE fd-recipe-id TO fd-check-recipe-id
           MOVE ws-production-date TO fd-check-date
           MOVE ZERO TO fd-check-time
           MOVE LOW-VALUES TO fd-check-type

           START fd-ccp-checks KEY IS >= fd-check-key
               INVALID KEY
                   SET ws-check-eof TO TRUE
           END-START

           PERFORM UNTIL ws-check-eof
               READ fd-ccp-checks NEXT RECORD
                   AT END
                       SET ws-check-eof TO TRUE
                   NOT AT END
                       IF fd-check-recipe-id NOT = fd-recipe-id
                        OR fd-check-date NOT = ws-production-date
                           SET ws-check-eof TO TRUE
                       ELSE
                           IF fd-check-open AND ws-open-count < 50
                               ADD 1 TO ws-open-count
                               SET ws-open-idx TO ws-open-count
                               MOVE fd-check-time
                                   TO ws-open-time (ws-open-idx)
                               MOVE fd-check-type
                                   TO ws-open-type (ws-open-idx)
                               MOVE 'N' TO ws-open-done (ws-open-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       2000-LIST-OPEN-CHECKS.
           DISPLAY ' '
           DISPLAY 'NO  RUN TIME  CHECK       STATUS'
           PERFORM VARYING ws-open-idx FROM 1 BY 1
                   UNTIL ws-open-idx > ws-open-count
               SET ws-list-no TO ws-open-idx
               IF ws-open-done (ws-open-idx) = 'Y'
                   DISPLAY ws-list-no '  ' ws-open-time (ws-open-idx)
                       '  ' ws-open-type (ws-open-idx) '  TAKEN'
               ELSE
                   DISPLAY ws-list-no '  ' ws-open-time (ws-open-idx)
                       '  ' ws-open-type (ws-open-idx) '  OPEN'
               END-IF
           END-PERFORM
           .

       3000-TAKE-READING.
           IF ws-choice > ws-open-count
               DISPLAY 'NO CHECK NUMBER ' ws-choice
               GO TO 3000-DONE
           END-IF

           SET ws-open-idx TO ws-choice

           IF ws-open-done (ws-open-idx) = 'Y'
               DISPLAY 'CHECK ' ws-choice ' ALREADY TAKEN'
               GO TO 3000-DONE
           END-IF

           MOVE fd-recipe-id TO fd-check-recipe-id
           MOVE ws-production-date TO fd-check-date
           MOVE ws-open-time (ws-open-idx) TO fd-check-time
           MOVE ws-open-type (ws-open-idx) TO fd-check-type

           READ fd-ccp-checks
               INVALID KEY
                   DISPLAY 'CHECK ' fd-check-type ' NO LONGER ON FILE'
                   MOVE 'Y' TO ws-open-done (ws-open-idx)
                   GO TO 3000-DONE
           END-READ

      *    Another terminal may have taken it since the list was
      *    loaded.
           IF NOT fd-check-open
               DISPLAY 'CHECK ' fd-check-type ' ALREADY TAKEN BY '
                   fd-check-operator
               MOVE 'Y' TO ws-open-done (ws-open-idx)
               GO TO 3000-DONE
           END-IF

           MOVE fd-check-limit TO ws-limit-edit
           IF fd-check-limit-minimum
               DISPLAY fd-check-type ' - AT LEAST ' ws-limit-edit
                   ' ' fd-check-unit
           ELSE
               DISPLAY fd-check-type ' - NO MORE THAN ' ws-limit-edit
                   ' ' fd-check-unit
           END-IF

           PERFORM 3100-ACCEPT-READING

           IF ws-reading-bad
               GO TO 3000-DONE
           END-IF

           MOVE ws-reading TO fd-check-reading
           SET fd-check-passed TO TRUE

           IF fd-check-limit-minimum AND ws-reading < fd-check-limit
               SET fd-check-failed TO TRUE
           END-IF

           IF fd-check-limit-maximum AND ws-reading > fd-check-limit
               SET fd-check-failed TO TRUE
           END-IF

           MOVE SPACES TO fd-check-action

           IF fd-check-failed
               MOVE ws-reading TO ws-reading-edit
               DISPLAY 'READING ' ws-reading-edit ' ' fd-check-unit
                   ' IS OUTSIDE THE LIMIT'
               PERFORM UNTIL fd-check-action NOT = SPACES
                   DISPLAY 'CORRECTIVE ACTION TAKEN: '
                       WITH NO ADVANCING
                   ACCEPT fd-check-action
               END-PERFORM
           END-IF

           ACCEPT fd-check-taken-date FROM DATE YYYYMMDD
           ACCEPT fd-check-taken-time FROM TIME
           MOVE session-operator-id TO fd-check-operator

           REWRITE fd-check
               INVALID KEY
                   DISPLAY 'CHECK ' fd-check-type
                       ' COULD NOT BE REWRITTEN'
               NOT INVALID KEY
                   MOVE 'Y' TO ws-open-done (ws-open-idx)
                   ADD 1 TO ws-taken-count
                   IF fd-check-failed
                       ADD 1 TO ws-failed-count
                       DISPLAY 'CHECK ' fd-check-type
                           ' RECORDED - OUTSIDE LIMIT'
                   ELSE
                       DISPLAY 'CHECK ' fd-check-type
                           ' RECORDED - WITHIN LIMIT'
                   END-IF
                   MOVE 'ccp-checks' TO ws-journal-file
                   MOVE 'REWRITE' TO ws-journal-action
                   MOVE fd-check TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-REWRITE
           .
       3000-DONE.
           EXIT
           .

       3100-ACCEPT-READING.
      *    Keyed as text so a chilled reading can carry its minus
      *    sign; anything that is not a number is refused and the
      *    check stays open.
           SET ws-reading-ok TO TRUE

           DISPLAY 'READING:               ' WITH NO ADVANCING
           ACCEPT ws-reading-entry

           IF ws-reading-entry = SPACES
            OR FUNCTION TEST-NUMVAL(ws-reading-entry) NOT = ZERO
               DISPLAY 'READING ' ws-reading-entry
                   ' IS NOT A NUMBER - CHECK LEFT OPEN'
               SET ws-reading-bad TO TRUE
           ELSE
               COMPUTE ws-reading ROUNDED =
                   FUNCTION NUMVAL(ws-reading-entry)
                   ON SIZE ERROR
                       DISPLAY 'READING ' ws-reading-entry
                           ' IS TOO LARGE - CHECK LEFT OPEN'
                       SET ws-reading-bad TO TRUE
               END-COMPUTE
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
