       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccp-exceptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-ccp-checks
           ASSIGN TO 'ccp-checks.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-check-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-recipes
           ASSIGN TO 'recipes.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-recipe-id
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'ccp-exceptions.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-ccp-checks.
       COPY 'src/ccp-check-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-recipes.
       COPY 'src/recipe-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-report-date                PIC 9(8).
       01 ws-date-int                   PIC 9(8) BINARY.
       01 ws-check-switch               PIC X(01).
           88 ws-check-eof              VALUE 'Y'.
           88 ws-check-not-eof           VALUE 'N'.
       01 ws-recipe-name                PIC X(20).
       01 ws-reading-edit               PIC -(4)9.9.
       01 ws-limit-edit                 PIC -(4)9.9.
       01 ws-limit-word                 PIC X(04).
       01 ws-due-count                  PIC 9(5) VALUE ZERO.
       01 ws-passed-count               PIC 9(5) VALUE ZERO.
       01 ws-missing-count              PIC 9(5) VALUE ZERO.
       01 ws-failed-count               PIC 9(5) VALUE ZERO.
       01 ws-no-action-count            PIC 9(5) VALUE ZERO.
       01 ws-line                       PIC X(80).
       01 ws-parm-switch                PIC X(01) VALUE 'N'.
           88 ws-parm-found             VALUE 'Y'.
           88 ws-parm-not-found          VALUE 'N'.
       01 ws-parm-eof-switch            PIC X(01) VALUE 'N'.
           88 ws-parm-eof               VALUE 'Y'.
       01 ws-parm-1                     PIC X(20).
       COPY 'src/run-control.cpy'.

       PROCEDURE DIVISION.
      *    The day's HACCP exceptions: every check opened against a
      *    batch produced on the report date (see
      *    ccp-check-record.cpy) that is still open - no reading
      *    taken - or whose reading fell outside its limit, with the
      *    corrective action noted and who keyed it. Checks within
      *    their limit are only counted.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               MOVE FUNCTION NUMVAL(ws-parm-1) TO ws-report-date
           ELSE
               DISPLAY 'PRODUCTION DATE (YYYYMMDD, 0 = TODAY): '
                   WITH NO ADVANCING
               ACCEPT ws-report-date
           END-IF

           IF ws-report-date = ZERO
               ACCEPT ws-report-date FROM DATE YYYYMMDD
           END-IF

           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-report-date)

           IF ws-date-int = ZERO
               DISPLAY 'PRODUCTION DATE ' ws-report-date ' IS NOT A '
                   'VALID DATE - NOTHING DONE'
               GOBACK
           END-IF

           OPEN INPUT fd-ccp-checks
           OPEN INPUT fd-recipes
           OPEN OUTPUT fd-print

           MOVE SPACES TO ws-line
           STRING 'HACCP EXCEPTIONS - BATCHES PRODUCED '
               DELIMITED BY SIZE
               ws-report-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'RECIPE NAME                 RUN TIME'
               DELIMITED BY SIZE
               ' CHECK      EXCEPTION' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           SET ws-check-not-eof TO TRUE

           PERFORM UNTIL ws-check-eof
               READ fd-ccp-checks NEXT RECORD
                   AT END
                       SET ws-check-eof TO TRUE
                   NOT AT END
                       IF fd-check-date = ws-report-date
                           PERFORM 1000-REPORT-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'CHECKS DUE ' DELIMITED BY SIZE
               ws-due-count DELIMITED BY SIZE
               '  WITHIN LIMIT ' DELIMITED BY SIZE
               ws-passed-count DELIMITED BY SIZE
               '  MISSING ' DELIMITED BY SIZE
               ws-missing-count DELIMITED BY SIZE
               '  OUTSIDE LIMIT ' DELIMITED BY SIZE
               ws-failed-count DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           IF ws-no-action-count > ZERO
               MOVE SPACES TO ws-line
               STRING 'OUTSIDE LIMIT WITH NO CORRECTIVE ACTION NOTED '
                   DELIMITED BY SIZE
                   ws-no-action-count DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF

           CLOSE fd-ccp-checks
           CLOSE fd-recipes
           CLOSE fd-print

           DISPLAY 'HACCP CHECKS DUE:       ' ws-due-count
           DISPLAY 'WITHIN LIMIT:           ' ws-passed-count
           DISPLAY 'MISSING:                ' ws-missing-count
           DISPLAY 'OUTSIDE LIMIT:          ' ws-failed-count

           MOVE SPACES TO run-step-totals
           STRING 'DUE=' DELIMITED BY SIZE
               ws-due-count DELIMITED BY SIZE
               ' MISSING=' DELIMITED BY SIZE
               ws-missing-count DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               ws-failed-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - parm 1 is the production
      *    date to report (0 or blank for today).
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'ccp-exceptions'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-REPORT-ONE-CHECK.
           ADD 1 TO ws-due-count

           IF fd-check-passed
               ADD 1 TO ws-passed-count
           ELSE
               MOVE fd-check-recipe-id TO fd-recipe-id
               READ fd-recipes
                   INVALID KEY
                       MOVE 'NOT ON FILE' TO ws-recipe-name
                   NOT INVALID KEY
                       MOVE fd-recipe-name TO ws-recipe-name
               END-READ

               IF fd-check-failed
                   PERFORM 1200-REPORT-FAILED
               ELSE
                   PERFORM 1100-REPORT-MISSING
               END-IF
           END-IF
           .

       1100-REPORT-MISSING.
           ADD 1 TO ws-missing-count

           MOVE SPACES TO ws-line
           STRING fd-check-recipe-id DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-recipe-name DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-check-time DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-check-type DELIMITED BY SIZE
               ' MISSING - NO READING' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       1200-REPORT-FAILED.
           ADD 1 TO ws-failed-count

           MOVE fd-check-reading TO ws-reading-edit
           MOVE fd-check-limit TO ws-limit-edit

           IF fd-check-limit-minimum
               MOVE 'MIN ' TO ws-limit-word
           ELSE
               MOVE 'MAX ' TO ws-limit-word
           END-IF

           MOVE SPACES TO ws-line
           STRING fd-check-recipe-id DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-recipe-name DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-check-time DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-check-type DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-reading-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-limit-word DELIMITED BY SIZE
               ws-limit-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-check-unit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           IF fd-check-action = SPACES
               ADD 1 TO ws-no-action-count
               STRING '       ACTION: NONE NOTED' DELIMITED BY SIZE
                   '  BY ' DELIMITED BY SIZE
                   fd-check-operator DELIMITED BY SIZE
                   INTO ws-line
           ELSE
               STRING '       ACTION: ' DELIMITED BY SIZE
                   fd-check-action DELIMITED BY SIZE
                   '  BY ' DELIMITED BY SIZE
                   fd-check-operator DELIMITED BY SIZE
                   INTO ws-line
           END-IF
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .
