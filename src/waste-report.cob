       IDENTIFICATION DIVISION.
       PROGRAM-ID. waste-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-wastes
           ASSIGN TO 'waste.log'
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Keyed work file for the reason and item totals, rebuilt
      *    in full every run the way build-ingredient-xref rebuilds
      *    the cross-reference.
       SELECT OPTIONAL fd-waste-works
           ASSIGN TO 'waste-work.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-waste-work-key.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'waste-report.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-wastes.
       COPY 'src/waste-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-waste-works.
       COPY 'src/waste-work-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-from-date                  PIC 9(8).
       01 ws-to-date                    PIC 9(8).
       01 ws-today                      PIC 9(8).
       01 ws-date-int                   PIC 9(8) BINARY.
       01 ws-file-switch                PIC X(01) VALUE 'N'.
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof           VALUE 'N'.
       01 ws-entry-count                PIC 9(5) VALUE ZERO.
       01 ws-uncosted-count             PIC 9(5) VALUE ZERO.
       01 ws-total-value                PIC 9(9)V9(2) VALUE ZERO.
       01 ws-reason-value               PIC 9(9)V9(2).
       01 ws-current-reason             PIC X(12).
       01 ws-short-desc                 PIC X(18).
       01 ws-item-desc                  PIC X(30).
       01 ws-qty-edit                   PIC ZZZZZZ9.99.
       01 ws-value-edit                 PIC ZZZZZZZZ9.99.
       01 ws-line                       PIC X(80).
       01 ws-parm-switch                PIC X(01) VALUE 'N'.
           88 ws-parm-found             VALUE 'Y'.
           88 ws-parm-not-found          VALUE 'N'.
       01 ws-parm-eof-switch            PIC X(01) VALUE 'N'.
           88 ws-parm-eof               VALUE 'Y'.
       01 ws-parm-1                     PIC X(20).
       COPY 'src/run-control.cpy'.

       PROCEDURE DIVISION.
      *    The week's waste log, valued and totalled twice: by
      *    reason (what is going wrong - expiry, spoilage,
      *    over-production) and by item (what it keeps happening
      *    to). A week start of zero, or none on the parameter
      *    file, reports the seven days ending yesterday, so the
      *    job stream can run it every Monday without a date.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               COMPUTE ws-from-date = FUNCTION NUMVAL(ws-parm-1)
           ELSE
               DISPLAY 'WEEK STARTING (YYYYMMDD, 0 FOR LAST 7 DAYS): '
                   WITH NO ADVANCING
               ACCEPT ws-from-date
           END-IF

           IF ws-from-date = ZERO
               ACCEPT ws-today FROM DATE YYYYMMDD
               COMPUTE ws-date-int =
                   FUNCTION INTEGER-OF-DATE(ws-today) - 7
               COMPUTE ws-from-date =
                   FUNCTION DATE-OF-INTEGER(ws-date-int)
           ELSE
               COMPUTE ws-date-int =
                   FUNCTION INTEGER-OF-DATE(ws-from-date)
               IF ws-date-int = ZERO
                   DISPLAY 'WEEK START ' ws-from-date ' IS NOT A '
                       'VALID DATE - NOTHING DONE'
                   GOBACK
               END-IF
           END-IF

           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-from-date) + 6
           COMPUTE ws-to-date =
               FUNCTION DATE-OF-INTEGER(ws-date-int)

      *    The work file is derived data, thrown away and rebuilt
      *    every run (see build-ingredient-xref).
           OPEN OUTPUT fd-waste-works
           CLOSE fd-waste-works
           OPEN I-O fd-waste-works

           OPEN OUTPUT fd-print

           MOVE SPACES TO ws-line
           STRING 'WASTE REPORT ' DELIMITED BY SIZE
               ws-from-date DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               ws-to-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           PERFORM 1000-LOAD-WASTE
           PERFORM 2000-PRINT-BY-REASON
           PERFORM 3000-PRINT-BY-ITEM

           MOVE ws-total-value TO ws-value-edit
           MOVE SPACES TO ws-line
           STRING 'TOTAL WASTE VALUE FOR THE WEEK: ' DELIMITED BY SIZE
               ws-value-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           IF ws-uncosted-count > ZERO
               MOVE SPACES TO ws-line
               STRING 'ENTRIES NOT FULLY COSTED: ' DELIMITED BY SIZE
                   ws-uncosted-count DELIMITED BY SIZE
                   ' - TOTAL IS UNDERSTATED' DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF

           CLOSE fd-waste-works
           CLOSE fd-print

           DISPLAY 'WASTE ENTRIES:       ' ws-entry-count
           DISPLAY 'NOT FULLY COSTED:    ' ws-uncosted-count
           DISPLAY 'TOTAL VALUE:         ' ws-value-edit

           MOVE SPACES TO run-step-totals
           STRING 'ENTRIES=' DELIMITED BY SIZE
               ws-entry-count DELIMITED BY SIZE
               ' NOCOST=' DELIMITED BY SIZE
               ws-uncosted-count DELIMITED BY SIZE
               ' VALUE=' DELIMITED BY SIZE
               ws-value-edit DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - a row naming this program
      *    runs the report unattended on its values; no row, and
      *    the prompt above asks as it always has.
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'waste-report'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-LOAD-WASTE.
      *    Each entry of the week is added to its reason/item total
      *    and to its item total (see waste-work-record.cpy).
           SET ws-file-not-eof TO TRUE

           OPEN INPUT fd-wastes

           PERFORM UNTIL ws-file-eof
               READ fd-wastes
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-waste-date >= ws-from-date
                        AND fd-waste-date <= ws-to-date
                           PERFORM 1100-ADD-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-wastes
           .

       1100-ADD-ONE-ENTRY.
           ADD 1 TO ws-entry-count
           ADD fd-waste-value TO ws-total-value

           IF fd-waste-not-costed
               ADD 1 TO ws-uncosted-count
           END-IF

           MOVE 'R' TO fd-waste-work-view
           MOVE fd-waste-reason TO fd-waste-work-reason
           PERFORM 1200-ADD-TO-WORK

           MOVE 'I' TO fd-waste-work-view
           MOVE SPACES TO fd-waste-work-reason
           PERFORM 1200-ADD-TO-WORK
           .

       1200-ADD-TO-WORK.
           MOVE fd-waste-type TO fd-waste-work-type
           MOVE fd-waste-code TO fd-waste-work-code

           READ fd-waste-works
               INVALID KEY
                   MOVE fd-waste-desc TO fd-waste-work-desc
                   MOVE fd-waste-unit TO fd-waste-work-unit
                   MOVE ZERO TO fd-waste-work-qty
                   MOVE ZERO TO fd-waste-work-value
                   MOVE ZERO TO fd-waste-work-entries
                   MOVE ZERO TO fd-waste-work-uncosted
                   WRITE fd-waste-work
                       INVALID KEY
                           DISPLAY 'WORK RECORD FOR '
                               fd-waste-work-code ' COULD NOT BE '
                               'CREATED'
                   END-WRITE
           END-READ

           ADD fd-waste-qty TO fd-waste-work-qty
           ADD fd-waste-value TO fd-waste-work-value
           ADD 1 TO fd-waste-work-entries
           IF fd-waste-not-costed
               ADD 1 TO fd-waste-work-uncosted
           END-IF

           REWRITE fd-waste-work
               INVALID KEY
                   DISPLAY 'WORK RECORD FOR ' fd-waste-work-code
                       ' COULD NOT BE REWRITTEN'
           END-REWRITE
           .

       2000-PRINT-BY-REASON.
      *    View R arrives in reason order, so a change of reason is
      *    the control break for the reason subtotal.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'BY REASON' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'REASON       T ITEM       DESCRIPTION       '
               DELIMITED BY SIZE
               '        QTY UNIT              VALUE'
               DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-current-reason
           MOVE ZERO TO ws-reason-value

           SET ws-file-not-eof TO TRUE
           MOVE 'R' TO fd-waste-work-view
           MOVE SPACES TO fd-waste-work-reason
           MOVE SPACES TO fd-waste-work-type
           MOVE SPACES TO fd-waste-work-code

           START fd-waste-works KEY IS >= fd-waste-work-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-waste-works NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-waste-work-view NOT = 'R'
                           SET ws-file-eof TO TRUE
                       ELSE
                           PERFORM 2100-PRINT-REASON-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF ws-current-reason NOT = SPACES
               PERFORM 2200-PRINT-REASON-TOTAL
           END-IF
           .

       2100-PRINT-REASON-LINE.
           IF fd-waste-work-reason NOT = ws-current-reason
               IF ws-current-reason NOT = SPACES
                   PERFORM 2200-PRINT-REASON-TOTAL
               END-IF
               MOVE fd-waste-work-reason TO ws-current-reason
               MOVE ZERO TO ws-reason-value
           END-IF

           ADD fd-waste-work-value TO ws-reason-value

           MOVE fd-waste-work-desc TO ws-short-desc
           MOVE fd-waste-work-qty TO ws-qty-edit
           MOVE fd-waste-work-value TO ws-value-edit

           MOVE SPACES TO ws-line
           STRING fd-waste-work-reason DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-waste-work-type DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-waste-work-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-short-desc DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-waste-work-unit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-value-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       2200-PRINT-REASON-TOTAL.
           MOVE ws-reason-value TO ws-value-edit

           MOVE SPACES TO ws-line
           STRING '  TOTAL ' DELIMITED BY SIZE
               ws-current-reason DELIMITED BY SIZE
               '                                        '
               DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               ws-value-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       3000-PRINT-BY-ITEM.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'BY ITEM' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'T ITEM       DESCRIPTION                    '
               DELIMITED BY SIZE
               '       QTY UNIT              VALUE'
               DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           SET ws-file-not-eof TO TRUE
           MOVE 'I' TO fd-waste-work-view
           MOVE SPACES TO fd-waste-work-reason
           MOVE SPACES TO fd-waste-work-type
           MOVE SPACES TO fd-waste-work-code

           START fd-waste-works KEY IS >= fd-waste-work-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-waste-works NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-waste-work-view NOT = 'I'
                           SET ws-file-eof TO TRUE
                       ELSE
                           PERFORM 3100-PRINT-ITEM-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line
           .

       3100-PRINT-ITEM-LINE.
           MOVE fd-waste-work-desc TO ws-item-desc
           MOVE fd-waste-work-qty TO ws-qty-edit
           MOVE fd-waste-work-value TO ws-value-edit

           MOVE SPACES TO ws-line
           STRING fd-waste-work-type DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-waste-work-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-item-desc DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-waste-work-unit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-value-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           IF fd-waste-work-uncosted > ZERO
               MOVE SPACES TO ws-line
               STRING '  *** ' DELIMITED BY SIZE
                   fd-waste-work-uncosted DELIMITED BY SIZE
                   ' ENTRIES NOT FULLY COSTED - VALUE UNDERSTATED ***'
                   DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF
           .
