       IDENTIFICATION DIVISION.
       PROGRAM-ID. purge-history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-histories
           ASSIGN TO 'production-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT fd-history-keep
           ASSIGN TO 'production-history.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT fd-history-stage
           ASSIGN TO 'production-history.arc'
           ORGANIZATION IS LINE SEQUENTIAL.

      *    DYNAMIC: the archive files are named at run time from the
      *    cutoff date (production-history-YYYYMMDD.dat and
      *    menu-sales-YYYYMMDD.dat hold the detail dated before it).
       SELECT OPTIONAL fd-history-archive
           ASSIGN TO DYNAMIC ws-history-archive-name
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-sales
           ASSIGN TO 'menu-sales.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT fd-sales-keep
           ASSIGN TO 'menu-sales.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT fd-sales-stage
           ASSIGN TO 'menu-sales.arc'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-sales-archive
           ASSIGN TO DYNAMIC ws-sales-archive-name
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-history-summaries
           ASSIGN TO 'production-summary.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-sales-summaries
           ASSIGN TO 'sales-summary.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Keyed work file, rebuilt in full every run the way
      *    build-ingredient-xref rebuilds the cross-reference, so
      *    any number of recipe days can be totalled without an
      *    in-core table cap.
       SELECT OPTIONAL fd-purge-works
           ASSIGN TO 'purge-work.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-purge-work-key.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'purge-history.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-histories.
       COPY 'src/production-history-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-history-keep.
       COPY 'src/production-history-record.cpy'
           REPLACING ==:X:== BY ==kp-==.

       FD fd-history-stage.
       COPY 'src/production-history-record.cpy'
           REPLACING ==:X:== BY ==st-==.

       FD fd-history-archive.
       COPY 'src/production-history-record.cpy'
           REPLACING ==:X:== BY ==ar-==.

       FD fd-sales.
       COPY 'src/sales-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-sales-keep.
       COPY 'src/sales-record.cpy'
           REPLACING ==:X:== BY ==sk-==.

       FD fd-sales-stage.
       COPY 'src/sales-record.cpy'
           REPLACING ==:X:== BY ==sg-==.

       FD fd-sales-archive.
       COPY 'src/sales-record.cpy'
           REPLACING ==:X:== BY ==sa-==.

       FD fd-history-summaries.
       COPY 'src/history-summary-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-sales-summaries.
       COPY 'src/sales-summary-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-purge-works.
       COPY 'src/purge-work-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-retention-days             PIC 9(4).
       01 ws-run-date                   PIC 9(8).
       01 ws-cutoff-date                PIC 9(8).
       01 ws-date-int                   PIC 9(8) BINARY.
       01 ws-history-archive-name       PIC X(40).
       01 ws-sales-archive-name         PIC X(40).
       01 ws-file-switch                PIC X(01).
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof           VALUE 'N'.
       01 ws-before-switch              PIC X(01) VALUE 'Y'.
           88 ws-before-agrees          VALUE 'Y'.
           88 ws-before-differs          VALUE 'N'.
       01 ws-after-switch               PIC X(01) VALUE 'Y'.
           88 ws-after-agrees           VALUE 'Y'.
           88 ws-after-differs           VALUE 'N'.
       01 ws-sale-line-switch           PIC X(01).
           88 ws-new-sale-line          VALUE 'N'.
           88 ws-corrected-sale-line    VALUE 'C'.
       01 ws-last-run-key.
           02 ws-last-recipe-id         PIC 9(6).
           02 ws-last-date              PIC 9(8).
           02 ws-last-time              PIC 9(8).
       01 ws-this-run-key.
           02 ws-this-recipe-id         PIC 9(6).
           02 ws-this-date              PIC 9(8).
           02 ws-this-time              PIC 9(8).
       01 ws-old-recipe-id              PIC 9(6).
       01 ws-old-covers                 PIC 9(7).
       01 ws-new-recipe-id              PIC 9(6).
       01 ws-new-covers                 PIC 9(7).
       01 ws-sale-date                  PIC 9(8).
      *    Production history - records and quantity deducted.
       01 ws-hist-read-count            PIC 9(7) VALUE ZERO.
       01 ws-hist-read-qty              PIC 9(11)V9(2) VALUE ZERO.
       01 ws-hist-archived-count        PIC 9(7) VALUE ZERO.
       01 ws-hist-archived-qty          PIC 9(11)V9(2) VALUE ZERO.
       01 ws-hist-kept-count            PIC 9(7) VALUE ZERO.
       01 ws-hist-kept-qty              PIC 9(11)V9(2) VALUE ZERO.
       01 ws-hist-summary-count         PIC 9(7) VALUE ZERO.
       01 ws-hist-summary-qty           PIC 9(11)V9(2) VALUE ZERO.
       01 ws-hist-summary-runs          PIC 9(7) VALUE ZERO.
       01 ws-hist-summary-days          PIC 9(7) VALUE ZERO.
       01 ws-hist-recount               PIC 9(7) VALUE ZERO.
       01 ws-hist-appended-count        PIC 9(7) VALUE ZERO.
       01 ws-hist-appended-qty          PIC 9(11)V9(2) VALUE ZERO.
       01 ws-hist-live-count            PIC 9(7) VALUE ZERO.
       01 ws-hist-live-qty              PIC 9(11)V9(2) VALUE ZERO.
       01 ws-hist-written-count         PIC 9(7) VALUE ZERO.
       01 ws-hist-written-qty           PIC 9(11)V9(2) VALUE ZERO.
      *    Menu sales - rows and covers.
       01 ws-sale-read-count            PIC 9(7) VALUE ZERO.
       01 ws-sale-read-covers           PIC 9(11) VALUE ZERO.
       01 ws-sale-archived-count        PIC 9(7) VALUE ZERO.
       01 ws-sale-archived-covers       PIC 9(11) VALUE ZERO.
       01 ws-sale-kept-count            PIC 9(7) VALUE ZERO.
       01 ws-sale-kept-covers           PIC 9(11) VALUE ZERO.
       01 ws-sale-superseded-count      PIC 9(7) VALUE ZERO.
       01 ws-sale-superseded-covers     PIC 9(11) VALUE ZERO.
       01 ws-sale-summary-count         PIC 9(7) VALUE ZERO.
       01 ws-sale-summary-covers        PIC 9(11) VALUE ZERO.
       01 ws-sale-summary-days          PIC 9(7) VALUE ZERO.
       01 ws-sale-recount               PIC 9(7) VALUE ZERO.
       01 ws-sale-appended-count        PIC 9(7) VALUE ZERO.
       01 ws-sale-appended-covers       PIC 9(11) VALUE ZERO.
       01 ws-sale-live-count            PIC 9(7) VALUE ZERO.
       01 ws-sale-live-covers           PIC 9(11) VALUE ZERO.
       01 ws-sale-written-count         PIC 9(7) VALUE ZERO.
       01 ws-sale-written-covers        PIC 9(11) VALUE ZERO.
       01 ws-check-count                PIC 9(7).
       01 ws-check-qty                  PIC 9(11)V9(2).
       01 ws-fig-label                  PIC X(30).
       01 ws-fig-count                  PIC 9(7).
       01 ws-fig-qty                    PIC 9(11)V9(2).
       01 ws-count-edit                 PIC ZZZZZZ9.
       01 ws-qty-edit                   PIC ZZZZZZZZZZ9.99.
       01 ws-days-edit                  PIC ZZZ9.
       01 ws-line                       PIC X(80).
       01 ws-parm-switch                PIC X(01) VALUE 'N'.
           88 ws-parm-found             VALUE 'Y'.
           88 ws-parm-not-found          VALUE 'N'.
       01 ws-parm-eof-switch            PIC X(01) VALUE 'N'.
           88 ws-parm-eof               VALUE 'Y'.
       01 ws-parm-1                     PIC X(20).
       COPY 'src/run-control.cpy'.

       PROCEDURE DIVISION.
      *    Period-end purge of the two logs that only ever grow.
      *    Production history and menu sales dated before the
      *    cutoff (today less the retention days) move into dated
      *    archive files, and each recipe's day is left behind as
      *    one line on production-summary.dat and sales-summary.dat
      *    (see history-summary-record.cpy and
      *    sales-summary-record.cpy), which forecast-covers,
      *    report-production and menu-engineering read to reach
      *    back past the live detail. Nothing is moved until the
      *    split has been proved - records and quantities read
      *    equal those archived plus those kept, the summaries
      *    account for every archived record, and no line arrived
      *    on a live file while the run read it - and the files
      *    are proved again afterwards.
      *    Totals that do not agree print on purge-history.prt and
      *    give a non-zero return code, so run-job-stream stops.
      *    Run in the overnight stream, when nothing is producing
      *    or posting sales.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               COMPUTE ws-retention-days = FUNCTION NUMVAL(ws-parm-1)
           ELSE
               DISPLAY 'DAYS OF DETAIL TO KEEP LIVE: '
                   WITH NO ADVANCING
               ACCEPT ws-retention-days
           END-IF

      *    The period-end reports (reconcile-period, build-gl-journal,
      *    food-cost-report) read the live detail, so at least a
      *    month of it always stays.
           IF ws-retention-days < 31
               DISPLAY 'RETENTION OF ' ws-retention-days ' DAYS IS '
                   'TOO SHORT - AT LEAST 31 DAYS MUST STAY LIVE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-run-date)
               - ws-retention-days
           COMPUTE ws-cutoff-date =
               FUNCTION DATE-OF-INTEGER(ws-date-int)

           MOVE SPACES TO ws-history-archive-name
           STRING 'production-history-' DELIMITED BY SIZE
               ws-cutoff-date DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ws-history-archive-name

           MOVE SPACES TO ws-sales-archive-name
           STRING 'menu-sales-' DELIMITED BY SIZE
               ws-cutoff-date DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ws-sales-archive-name

           OPEN OUTPUT fd-print
           PERFORM 1000-PRINT-HEADINGS

      *    The work file is derived data, thrown away and rebuilt
      *    every run (see build-ingredient-xref): OPEN OUTPUT empties
      *    it, then it is reopened I-O for the loads.
           OPEN OUTPUT fd-purge-works
           CLOSE fd-purge-works
           OPEN I-O fd-purge-works

           PERFORM 2000-SPLIT-HISTORY
           PERFORM 3000-SPLIT-SALES

      *    A run with nothing old enough (usually a rerun the same
      *    day) leaves every file exactly as it is.
           IF ws-hist-archived-count = ZERO
            AND ws-sale-archived-count = ZERO
               MOVE 'NOTHING DATED BEFORE THE CUTOFF - NOTHING ARCHIVED'
                   TO fd-print-line
               WRITE fd-print-line
               MOVE 'LIVE FILES UNCHANGED' TO fd-print-line
               WRITE fd-print-line
               DISPLAY 'NOTHING DATED BEFORE ' ws-cutoff-date
                   ' - NOTHING ARCHIVED'
               GO TO 9999-EXIT
           END-IF

           PERFORM 4000-CHECK-BEFORE

           IF ws-before-differs
               PERFORM 7000-PRINT-CONTROLS
               MOVE '*** CONTROL TOTALS DO NOT AGREE BEFORE THE PURGE'
                   TO fd-print-line
               WRITE fd-print-line
               MOVE '*** NOTHING ARCHIVED, LIVE FILES UNCHANGED'
                   TO fd-print-line
               WRITE fd-print-line
               DISPLAY 'PURGE STOPPED - CONTROL TOTALS DO NOT AGREE, '
                   'SEE purge-history.prt'
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF

           PERFORM 5000-APPEND-ARCHIVES
           PERFORM 5500-REWRITE-LIVE-FILES
           PERFORM 5800-APPEND-SUMMARIES
           PERFORM 6000-CHECK-AFTER

           PERFORM 7000-PRINT-CONTROLS

           IF ws-after-agrees
               MOVE 'CONTROL TOTALS AGREE BEFORE AND AFTER THE PURGE'
                   TO fd-print-line
               WRITE fd-print-line
           ELSE
               MOVE '*** CONTROL TOTALS DO NOT AGREE AFTER THE PURGE'
                   TO fd-print-line
               WRITE fd-print-line
               MOVE '*** CHECK THE LIVE, ARCHIVE AND SUMMARY FILES'
                   TO fd-print-line
               WRITE fd-print-line
               DISPLAY 'CONTROL TOTALS DO NOT AGREE AFTER THE PURGE, '
                   'SEE purge-history.prt'
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'HISTORY LINES ARCHIVED: ' ws-hist-archived-count
           DISPLAY 'SALES ROWS ARCHIVED:    ' ws-sale-archived-count
           DISPLAY 'ARCHIVED TO ' ws-history-archive-name
           DISPLAY '        AND ' ws-sales-archive-name
           .

       9999-EXIT.
           CLOSE fd-purge-works
           CLOSE fd-print

           STRING 'HIST ARCHIVED=' DELIMITED BY SIZE
               ws-hist-archived-count DELIMITED BY SIZE
               ' KEPT=' DELIMITED BY SIZE
               ws-hist-kept-count DELIMITED BY SIZE
               ' SALES ARCHIVED=' DELIMITED BY SIZE
               ws-sale-archived-count DELIMITED BY SIZE
               ' KEPT=' DELIMITED BY SIZE
               ws-sale-kept-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - a row naming this program
      *    runs the purge unattended, its first value being the days
      *    of detail to keep live; no row, and the prompt above
      *    asks as usual.
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'purge-history'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-PRINT-HEADINGS.
           MOVE ws-retention-days TO ws-days-edit

           MOVE SPACES TO ws-line
           STRING 'PURGE OF PRODUCTION HISTORY AND SALES - RUN '
               DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'KEEPING ' DELIMITED BY SIZE
               ws-days-edit DELIMITED BY SIZE
               ' DAYS LIVE - DETAIL DATED BEFORE ' DELIMITED BY SIZE
               ws-cutoff-date DELIMITED BY SIZE
               ' ARCHIVED' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line
           .

       2000-SPLIT-HISTORY.
      *    One pass splits the live history: lines dated before the
      *    cutoff go to a staging file and are totalled per recipe
      *    per day on the work file, everything else to a keep file.
      *    Neither live file nor archive is touched until the
      *    controls agree.
           SET ws-file-not-eof TO TRUE
           MOVE HIGH-VALUES TO ws-last-run-key

           OPEN INPUT fd-histories
           OPEN OUTPUT fd-history-keep
           OPEN OUTPUT fd-history-stage

           PERFORM UNTIL ws-file-eof
               READ fd-histories
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-hist-read-count
                       ADD fd-history-qty-deducted
                           TO ws-hist-read-qty
                       IF fd-history-date < ws-cutoff-date
                           MOVE fd-history TO st-history
                           WRITE st-history
                           ADD 1 TO ws-hist-archived-count
                           ADD fd-history-qty-deducted
                               TO ws-hist-archived-qty
                           PERFORM 2100-ADD-TO-PRODUCTION-DAY
                       ELSE
                           MOVE fd-history TO kp-history
                           WRITE kp-history
                           ADD 1 TO ws-hist-kept-count
                           ADD fd-history-qty-deducted
                               TO ws-hist-kept-qty
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-histories
           CLOSE fd-history-keep
           CLOSE fd-history-stage
           .

       2100-ADD-TO-PRODUCTION-DAY.
      *    The lines of one run share a recipe/date/time stamp and
      *    sit together, so a change of stamp is the next run (the
      *    grouping report-production prints by).
           MOVE 'P' TO fd-purge-work-type
           MOVE fd-history-date TO fd-purge-work-date
           MOVE fd-history-recipe-id TO fd-purge-work-recipe-id
           MOVE ZERO TO fd-purge-work-line-no

           PERFORM 8000-READ-OR-CREATE-WORK

           ADD 1 TO fd-purge-work-lines
           ADD fd-history-qty-deducted TO fd-purge-work-qty

           IF fd-history-flag NOT = SPACE
               ADD 1 TO fd-purge-work-flagged
           END-IF

           MOVE fd-history-recipe-id TO ws-this-recipe-id
           MOVE fd-history-date TO ws-this-date
           MOVE fd-history-time TO ws-this-time

           IF ws-this-run-key NOT = ws-last-run-key
               ADD 1 TO fd-purge-work-runs
               ADD fd-history-batch-count TO fd-purge-work-batches
               MOVE ws-this-run-key TO ws-last-run-key
           END-IF

           PERFORM 8100-REWRITE-WORK
           .

       3000-SPLIT-SALES.
           SET ws-file-not-eof TO TRUE

           OPEN INPUT fd-sales
           OPEN OUTPUT fd-sales-keep
           OPEN OUTPUT fd-sales-stage

           PERFORM UNTIL ws-file-eof
               READ fd-sales
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-sale-read-count
                       ADD fd-sale-covers TO ws-sale-read-covers
                       IF fd-sale-date < ws-cutoff-date
                           MOVE fd-sale TO sg-sale
                           WRITE sg-sale
                           ADD 1 TO ws-sale-archived-count
                           ADD fd-sale-covers
                               TO ws-sale-archived-covers
                           PERFORM 3100-ADD-TO-SALES-DAY
                       ELSE
                           MOVE fd-sale TO sk-sale
                           WRITE sk-sale
                           ADD 1 TO ws-sale-kept-count
                           ADD fd-sale-covers TO ws-sale-kept-covers
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-sales
           CLOSE fd-sales-keep
           CLOSE fd-sales-stage
           .

       3100-ADD-TO-SALES-DAY.
      *    The last row posted for a date and menu line is the one
      *    that counts (see sales-record.cpy): a later row for the
      *    same line takes its predecessor's covers back off the
      *    recipe day they were added to before adding its own.
      *    Every row still counts once in the rows figure.
           MOVE fd-sale-date TO ws-sale-date
           MOVE fd-sale-recipe-id TO ws-new-recipe-id
           MOVE fd-sale-covers TO ws-new-covers

           MOVE 'L' TO fd-purge-work-type
           MOVE ws-sale-date TO fd-purge-work-date
           MOVE ZERO TO fd-purge-work-recipe-id
           MOVE fd-sale-line-no TO fd-purge-work-line-no

           READ fd-purge-works
               INVALID KEY
                   SET ws-new-sale-line TO TRUE
               NOT INVALID KEY
                   SET ws-corrected-sale-line TO TRUE
                   MOVE fd-purge-work-sale-recipe TO ws-old-recipe-id
                   MOVE fd-purge-work-covers TO ws-old-covers
           END-READ

           IF ws-new-sale-line
               MOVE 'L' TO fd-purge-work-type
               MOVE ws-sale-date TO fd-purge-work-date
               MOVE ZERO TO fd-purge-work-recipe-id
               MOVE fd-sale-line-no TO fd-purge-work-line-no
               PERFORM 8200-CLEAR-WORK-FIGURES
               MOVE ws-new-recipe-id TO fd-purge-work-sale-recipe
               MOVE ws-new-covers TO fd-purge-work-covers
               MOVE 1 TO fd-purge-work-rows
               WRITE fd-purge-work
                   INVALID KEY
                       DISPLAY 'WORK RECORD FOR LINE '
                           fd-purge-work-line-no ' COULD NOT BE '
                           'CREATED'
               END-WRITE
           ELSE
               ADD 1 TO ws-sale-superseded-count
               ADD ws-old-covers TO ws-sale-superseded-covers
               MOVE ws-new-recipe-id TO fd-purge-work-sale-recipe
               MOVE ws-new-covers TO fd-purge-work-covers
               ADD 1 TO fd-purge-work-rows
               PERFORM 8100-REWRITE-WORK

               MOVE 'S' TO fd-purge-work-type
               MOVE ws-sale-date TO fd-purge-work-date
               MOVE ws-old-recipe-id TO fd-purge-work-recipe-id
               MOVE ZERO TO fd-purge-work-line-no
               PERFORM 8000-READ-OR-CREATE-WORK
               SUBTRACT ws-old-covers FROM fd-purge-work-covers
               PERFORM 8100-REWRITE-WORK
           END-IF

           MOVE 'S' TO fd-purge-work-type
           MOVE ws-sale-date TO fd-purge-work-date
           MOVE ws-new-recipe-id TO fd-purge-work-recipe-id
           MOVE ZERO TO fd-purge-work-line-no

           PERFORM 8000-READ-OR-CREATE-WORK

           ADD ws-new-covers TO fd-purge-work-covers
           ADD 1 TO fd-purge-work-rows

           PERFORM 8100-REWRITE-WORK
           .

       4000-CHECK-BEFORE.
      *    Proves the split before anything moves: each file's
      *    records and quantity read equal those staged for the
      *    archive plus those kept, the recipe days on the work file
      *    account for every staged record, and a second count of
      *    each live file finds no line added while the run was
      *    reading it.
           PERFORM 4100-TOTAL-WORK-FILE

           COMPUTE ws-check-count =
               ws-hist-archived-count + ws-hist-kept-count
           COMPUTE ws-check-qty =
               ws-hist-archived-qty + ws-hist-kept-qty
           IF ws-check-count NOT = ws-hist-read-count
            OR ws-check-qty NOT = ws-hist-read-qty
               SET ws-before-differs TO TRUE
           END-IF

           IF ws-hist-summary-count NOT = ws-hist-archived-count
            OR ws-hist-summary-qty NOT = ws-hist-archived-qty
               SET ws-before-differs TO TRUE
           END-IF

           COMPUTE ws-check-count =
               ws-sale-archived-count + ws-sale-kept-count
           COMPUTE ws-check-qty =
               ws-sale-archived-covers + ws-sale-kept-covers
           IF ws-check-count NOT = ws-sale-read-count
            OR ws-check-qty NOT = ws-sale-read-covers
               SET ws-before-differs TO TRUE
           END-IF

           COMPUTE ws-check-qty =
               ws-sale-archived-covers - ws-sale-superseded-covers
           IF ws-sale-summary-count NOT = ws-sale-archived-count
            OR ws-sale-summary-covers NOT = ws-check-qty
               SET ws-before-differs TO TRUE
           END-IF

           PERFORM 4200-RECOUNT-LIVE-FILES

           IF ws-hist-recount NOT = ws-hist-read-count
            OR ws-sale-recount NOT = ws-sale-read-count
               SET ws-before-differs TO TRUE
               MOVE '*** A LIVE FILE GREW WHILE THE PURGE WAS READING'
                   TO fd-print-line
               WRITE fd-print-line
           END-IF
           .

       4100-TOTAL-WORK-FILE.
           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-purge-work-key

           START fd-purge-works KEY IS >= fd-purge-work-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-purge-works NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN fd-purge-work-production
                               ADD 1 TO ws-hist-summary-days
                               ADD fd-purge-work-runs
                                   TO ws-hist-summary-runs
                               ADD fd-purge-work-lines
                                   TO ws-hist-summary-count
                               ADD fd-purge-work-qty
                                   TO ws-hist-summary-qty
                           WHEN fd-purge-work-sales
                               ADD 1 TO ws-sale-summary-days
                               ADD fd-purge-work-rows
                                   TO ws-sale-summary-count
                               ADD fd-purge-work-covers
                                   TO ws-sale-summary-covers
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

       4200-RECOUNT-LIVE-FILES.
           SET ws-file-not-eof TO TRUE
           OPEN INPUT fd-histories

           PERFORM UNTIL ws-file-eof
               READ fd-histories
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-hist-recount
               END-READ
           END-PERFORM

           CLOSE fd-histories

           SET ws-file-not-eof TO TRUE
           OPEN INPUT fd-sales

           PERFORM UNTIL ws-file-eof
               READ fd-sales
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-sale-recount
               END-READ
           END-PERFORM

           CLOSE fd-sales
           .

       5000-APPEND-ARCHIVES.
      *    The archives are opened EXTEND, never OUTPUT, as
      *    archive-audit does - a second purge on the same cutoff
      *    adds to the file instead of truncating what the first
      *    run moved there.
           SET ws-file-not-eof TO TRUE
           OPEN INPUT fd-history-stage
           OPEN EXTEND fd-history-archive

           PERFORM UNTIL ws-file-eof
               READ fd-history-stage
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       MOVE st-history TO ar-history
                       WRITE ar-history
                       ADD 1 TO ws-hist-appended-count
                       ADD st-history-qty-deducted
                           TO ws-hist-appended-qty
               END-READ
           END-PERFORM

           CLOSE fd-history-stage
           CLOSE fd-history-archive

           SET ws-file-not-eof TO TRUE
           OPEN INPUT fd-sales-stage
           OPEN EXTEND fd-sales-archive

           PERFORM UNTIL ws-file-eof
               READ fd-sales-stage
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       MOVE sg-sale TO sa-sale
                       WRITE sa-sale
                       ADD 1 TO ws-sale-appended-count
                       ADD sg-sale-covers TO ws-sale-appended-covers
               END-READ
           END-PERFORM

           CLOSE fd-sales-stage
           CLOSE fd-sales-archive
           .

       5500-REWRITE-LIVE-FILES.
           SET ws-file-not-eof TO TRUE
           OPEN INPUT fd-history-keep
           OPEN OUTPUT fd-histories

           PERFORM UNTIL ws-file-eof
               READ fd-history-keep
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       MOVE kp-history TO fd-history
                       WRITE fd-history
               END-READ
           END-PERFORM

           CLOSE fd-history-keep
           CLOSE fd-histories

           SET ws-file-not-eof TO TRUE
           OPEN INPUT fd-sales-keep
           OPEN OUTPUT fd-sales

           PERFORM UNTIL ws-file-eof
               READ fd-sales-keep
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       MOVE sk-sale TO fd-sale
                       WRITE fd-sale
               END-READ
           END-PERFORM

           CLOSE fd-sales-keep
           CLOSE fd-sales
           .

       5800-APPEND-SUMMARIES.
      *    The work file is keyed date before recipe, so the days go
      *    onto the summaries in date order behind those already
      *    there.
           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-purge-work-key

           OPEN EXTEND fd-history-summaries
           OPEN EXTEND fd-sales-summaries

           START fd-purge-works KEY IS >= fd-purge-work-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-purge-works NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN fd-purge-work-production
                               PERFORM 5810-WRITE-HISTORY-SUMMARY
                           WHEN fd-purge-work-sales
                               PERFORM 5820-WRITE-SALES-SUMMARY
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE fd-history-summaries
           CLOSE fd-sales-summaries
           .

       5810-WRITE-HISTORY-SUMMARY.
           MOVE fd-purge-work-date TO fd-history-summary-date
           MOVE fd-purge-work-recipe-id TO fd-history-summary-recipe-id
           MOVE fd-purge-work-runs TO fd-history-summary-runs
           MOVE fd-purge-work-batches TO fd-history-summary-batches
           MOVE fd-purge-work-lines TO fd-history-summary-lines
           MOVE fd-purge-work-qty TO fd-history-summary-qty
           MOVE fd-purge-work-flagged TO fd-history-summary-flagged
           MOVE ws-cutoff-date TO fd-history-summary-archive

           WRITE fd-history-summary

           ADD fd-history-summary-lines TO ws-hist-written-count
           ADD fd-history-summary-qty TO ws-hist-written-qty
           .

       5820-WRITE-SALES-SUMMARY.
           MOVE fd-purge-work-date TO fd-sales-summary-date
           MOVE fd-purge-work-recipe-id TO fd-sales-summary-recipe-id
           MOVE fd-purge-work-covers TO fd-sales-summary-covers
           MOVE fd-purge-work-rows TO fd-sales-summary-rows
           MOVE ws-cutoff-date TO fd-sales-summary-archive

           WRITE fd-sales-summary

           ADD fd-sales-summary-rows TO ws-sale-written-count
           ADD fd-sales-summary-covers TO ws-sale-written-covers
           .

       6000-CHECK-AFTER.
      *    Reads the rewritten live files back and sets them, the
      *    archive appends and the summary lines against the totals
      *    the split proved.
           SET ws-file-not-eof TO TRUE
           OPEN INPUT fd-histories

           PERFORM UNTIL ws-file-eof
               READ fd-histories
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-hist-live-count
                       ADD fd-history-qty-deducted
                           TO ws-hist-live-qty
               END-READ
           END-PERFORM

           CLOSE fd-histories

           SET ws-file-not-eof TO TRUE
           OPEN INPUT fd-sales

           PERFORM UNTIL ws-file-eof
               READ fd-sales
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-sale-live-count
                       ADD fd-sale-covers TO ws-sale-live-covers
               END-READ
           END-PERFORM

           CLOSE fd-sales

           IF ws-hist-live-count NOT = ws-hist-kept-count
            OR ws-hist-live-qty NOT = ws-hist-kept-qty
            OR ws-hist-appended-count NOT = ws-hist-archived-count
            OR ws-hist-appended-qty NOT = ws-hist-archived-qty
            OR ws-hist-written-count NOT = ws-hist-archived-count
            OR ws-hist-written-qty NOT = ws-hist-archived-qty
               SET ws-after-differs TO TRUE
           END-IF

           IF ws-sale-live-count NOT = ws-sale-kept-count
            OR ws-sale-live-covers NOT = ws-sale-kept-covers
            OR ws-sale-appended-count NOT = ws-sale-archived-count
            OR ws-sale-appended-covers NOT = ws-sale-archived-covers
            OR ws-sale-written-count NOT = ws-sale-archived-count
            OR ws-sale-written-covers NOT = ws-sale-summary-covers
               SET ws-after-differs TO TRUE
           END-IF
           .

       7000-PRINT-CONTROLS.
           MOVE SPACES TO ws-line
           STRING 'PRODUCTION HISTORY                 RECORDS'
               DELIMITED BY SIZE
               '        QUANTITY' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE '  READ FROM THE LIVE FILE' TO ws-fig-label
           MOVE ws-hist-read-count TO ws-fig-count
           MOVE ws-hist-read-qty TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  ARCHIVED' TO ws-fig-label
           MOVE ws-hist-archived-count TO ws-fig-count
           MOVE ws-hist-archived-qty TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  KEPT LIVE' TO ws-fig-label
           MOVE ws-hist-kept-count TO ws-fig-count
           MOVE ws-hist-kept-qty TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  IN THE RECIPE DAY SUMMARIES' TO ws-fig-label
           MOVE ws-hist-summary-count TO ws-fig-count
           MOVE ws-hist-summary-qty TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  ON THE LIVE FILE AFTER' TO ws-fig-label
           MOVE ws-hist-live-count TO ws-fig-count
           MOVE ws-hist-live-qty TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  APPENDED TO THE ARCHIVE' TO ws-fig-label
           MOVE ws-hist-appended-count TO ws-fig-count
           MOVE ws-hist-appended-qty TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  WRITTEN TO THE SUMMARY' TO ws-fig-label
           MOVE ws-hist-written-count TO ws-fig-count
           MOVE ws-hist-written-qty TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE ws-hist-summary-days TO ws-count-edit
           MOVE SPACES TO ws-line
           STRING '  RECIPE DAYS SUMMARISED ' DELIMITED BY SIZE
               ws-count-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE ws-hist-summary-runs TO ws-count-edit
           MOVE SPACES TO ws-line
           STRING '  PRODUCTION RUNS IN THEM' DELIMITED BY SIZE
               ws-count-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING '  ARCHIVE FILE ' DELIMITED BY SIZE
               ws-history-archive-name DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'MENU SALES                         RECORDS'
               DELIMITED BY SIZE
               '          COVERS' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE '  READ FROM THE LIVE FILE' TO ws-fig-label
           MOVE ws-sale-read-count TO ws-fig-count
           MOVE ws-sale-read-covers TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  ARCHIVED' TO ws-fig-label
           MOVE ws-sale-archived-count TO ws-fig-count
           MOVE ws-sale-archived-covers TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  KEPT LIVE' TO ws-fig-label
           MOVE ws-sale-kept-count TO ws-fig-count
           MOVE ws-sale-kept-covers TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  ARCHIVED ROWS CORRECTED LATER' TO ws-fig-label
           MOVE ws-sale-superseded-count TO ws-fig-count
           MOVE ws-sale-superseded-covers TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  IN THE RECIPE DAY SUMMARIES' TO ws-fig-label
           MOVE ws-sale-summary-count TO ws-fig-count
           MOVE ws-sale-summary-covers TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  ON THE LIVE FILE AFTER' TO ws-fig-label
           MOVE ws-sale-live-count TO ws-fig-count
           MOVE ws-sale-live-covers TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  APPENDED TO THE ARCHIVE' TO ws-fig-label
           MOVE ws-sale-appended-count TO ws-fig-count
           MOVE ws-sale-appended-covers TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE '  WRITTEN TO THE SUMMARY' TO ws-fig-label
           MOVE ws-sale-written-count TO ws-fig-count
           MOVE ws-sale-written-covers TO ws-fig-qty
           PERFORM 7100-PRINT-FIGURE

           MOVE ws-sale-summary-days TO ws-count-edit
           MOVE SPACES TO ws-line
           STRING '  RECIPE DAYS SUMMARISED ' DELIMITED BY SIZE
               ws-count-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING '  ARCHIVE FILE ' DELIMITED BY SIZE
               ws-sales-archive-name DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line
           .

       7100-PRINT-FIGURE.
           MOVE ws-fig-count TO ws-count-edit
           MOVE ws-fig-qty TO ws-qty-edit

           MOVE SPACES TO ws-line
           STRING ws-fig-label DELIMITED BY SIZE
               '     ' DELIMITED BY SIZE
               ws-count-edit DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       8000-READ-OR-CREATE-WORK.
      *    A work row is created at zero on first touch; the caller
      *    adds to it and rewrites it.
           READ fd-purge-works
               INVALID KEY
                   PERFORM 8200-CLEAR-WORK-FIGURES
                   WRITE fd-purge-work
                       INVALID KEY
                           DISPLAY 'WORK RECORD FOR '
                               fd-purge-work-date ' '
                               fd-purge-work-recipe-id
                               ' COULD NOT BE CREATED'
                   END-WRITE
           END-READ
           .

       8100-REWRITE-WORK.
           REWRITE fd-purge-work
               INVALID KEY
                   DISPLAY 'WORK RECORD FOR ' fd-purge-work-date ' '
                       fd-purge-work-recipe-id
                       ' COULD NOT BE REWRITTEN'
           END-REWRITE
           .

       8200-CLEAR-WORK-FIGURES.
           MOVE ZERO TO fd-purge-work-runs
           MOVE ZERO TO fd-purge-work-batches
           MOVE ZERO TO fd-purge-work-lines
           MOVE ZERO TO fd-purge-work-qty
           MOVE ZERO TO fd-purge-work-flagged
           MOVE ZERO TO fd-purge-work-sale-recipe
           MOVE ZERO TO fd-purge-work-covers
           MOVE ZERO TO fd-purge-work-rows
           .
