       IDENTIFICATION DIVISION.
       PROGRAM-ID. stocktake-freeze.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-stocktakes
           ASSIGN TO 'stocktake.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-stocktake-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-locations
           ASSIGN TO 'inventory-locations.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-location-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-inventories
           ASSIGN TO 'inventory.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-inventory-code
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'stocktake-sheets.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-stocktakes.
       COPY 'src/stocktake-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-locations.
       COPY 'src/location-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-inventories.
       COPY 'src/inventory-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       WORKING-STORAGE SECTION.
       01 ws-mode                       PIC X(01).
           88 ws-mode-freeze            VALUE 'F'.
           88 ws-mode-reprint           VALUE 'R'.
       01 ws-confirm                    PIC X(01).
       01 ws-file-switch                PIC X(01).
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof           VALUE 'N'.
       01 ws-run-date                   PIC 9(8).
       01 ws-uncounted-count            PIC 9(5) VALUE ZERO.
       01 ws-counted-count              PIC 9(5) VALUE ZERO.
       01 ws-posted-count               PIC 9(5) VALUE ZERO.
       01 ws-frozen-count               PIC 9(5) VALUE ZERO.
       01 ws-sheet-count                PIC 9(3) VALUE ZERO.
       01 ws-sheet-line-count           PIC 9(5) VALUE ZERO.
       01 ws-current-location           PIC X(10).
       01 ws-desc                       PIC X(30).
       01 ws-unit                       PIC X(10).
       01 ws-line                       PIC X(80).
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).

       PROCEDURE DIVISION.
      *    Starts a physical stocktake: every location record's
      *    quantity is frozen onto stocktake.db as the book figure
      *    the counts will be judged against (see
      *    stocktake-record.cpy), and blank count sheets are
      *    printed location by location, item by item. The sheets
      *    carry no book figure, so the counters count what is
      *    there rather than confirm what the system expects. A
      *    stocktake whose counts have not been posted is only
      *    thrown away on the operator's say-so.
           DISPLAY 'F-REEZE NEW STOCKTAKE OR R-EPRINT SHEETS: '
               WITH NO ADVANCING
           ACCEPT ws-mode

           IF NOT ws-mode-freeze AND NOT ws-mode-reprint
               DISPLAY 'INVALID MODE - NOTHING DONE'
               GOBACK
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD

           OPEN I-O fd-stocktakes

           IF ws-mode-freeze
               PERFORM 1000-COUNT-EXISTING-LINES

               IF ws-counted-count > ZERO
                   DISPLAY 'THE CURRENT STOCKTAKE HAS '
                       ws-counted-count ' COUNTED LINES NOT YET '
                       'POSTED'
                   DISPLAY 'DISCARD THEM AND FREEZE AGAIN (Y/N): '
                       WITH NO ADVANCING
                   ACCEPT ws-confirm
                   IF ws-confirm NOT = 'Y'
                       DISPLAY 'NOTHING DONE'
                       GO TO 9999-EXIT
                   END-IF
               END-IF

               PERFORM 2000-CLEAR-OLD-STOCKTAKE
               PERFORM 3000-FREEZE-LOCATIONS

               DISPLAY 'LINES FROZEN:           ' ws-frozen-count
           END-IF

           PERFORM 4000-PRINT-COUNT-SHEETS

           DISPLAY 'COUNT SHEETS PRINTED:   ' ws-sheet-count
               ' - SEE stocktake-sheets.prt'
           .

       9999-EXIT.
           CLOSE fd-stocktakes
           GOBACK
           .

       1000-COUNT-EXISTING-LINES.
           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-stocktake-key

           START fd-stocktakes KEY IS >= fd-stocktake-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-stocktakes NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN fd-stocktake-counted
                               ADD 1 TO ws-counted-count
                           WHEN fd-stocktake-posted
                               ADD 1 TO ws-posted-count
                           WHEN OTHER
                               ADD 1 TO ws-uncounted-count
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

       2000-CLEAR-OLD-STOCKTAKE.
      *    Deleted line by line, not emptied with OPEN OUTPUT, so
      *    every removal is on the journal like any other change.
           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO fd-stocktake-key

           START fd-stocktakes KEY IS >= fd-stocktake-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-stocktakes NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       DELETE fd-stocktakes RECORD
                           INVALID KEY
                               DISPLAY 'STOCKTAKE LINE '
                                   fd-stocktake-location ' '
                                   fd-stocktake-code
                                   ' COULD NOT BE DELETED'
                           NOT INVALID KEY
                               MOVE 'stocktake' TO ws-journal-file
                               MOVE 'DELETE' TO ws-journal-action
                               MOVE fd-stocktake TO ws-journal-image
                               PERFORM 8800-WRITE-JOURNAL-RECORD
                       END-DELETE
               END-READ
           END-PERFORM
           .

       3000-FREEZE-LOCATIONS.
           SET ws-file-not-eof TO TRUE

           OPEN INPUT fd-locations

           PERFORM UNTIL ws-file-eof
               READ fd-locations NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       PERFORM 3100-FREEZE-ONE-LOCATION
               END-READ
           END-PERFORM

           CLOSE fd-locations
           .

       3100-FREEZE-ONE-LOCATION.
           MOVE fd-location-id TO fd-stocktake-location
           MOVE fd-location-code TO fd-stocktake-code
           MOVE ws-run-date TO fd-stocktake-freeze-date
           MOVE fd-location-qty TO fd-stocktake-book-qty
           MOVE ZERO TO fd-stocktake-counted-qty
           SET fd-stocktake-uncounted TO TRUE
           SET fd-stocktake-on-sheet TO TRUE
           MOVE SPACES TO fd-stocktake-counted-by
           MOVE ZERO TO fd-stocktake-counted-date
           MOVE ZERO TO fd-stocktake-counted-time
           MOVE SPACES TO fd-stocktake-approved-by
           MOVE ZERO TO fd-stocktake-posted-date

           WRITE fd-stocktake
               INVALID KEY
                   DISPLAY 'STOCKTAKE LINE ' fd-stocktake-location
                       ' ' fd-stocktake-code ' COULD NOT BE WRITTEN'
               NOT INVALID KEY
                   ADD 1 TO ws-frozen-count
                   MOVE 'stocktake' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-stocktake TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .

       4000-PRINT-COUNT-SHEETS.
           SET ws-file-not-eof TO TRUE
           MOVE LOW-VALUES TO ws-current-location
           MOVE LOW-VALUES TO fd-stocktake-key

           OPEN INPUT fd-inventories
           OPEN OUTPUT fd-print

           START fd-stocktakes KEY IS >= fd-stocktake-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-stocktakes NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-stocktake-location
                               NOT = ws-current-location
                           PERFORM 4100-START-ONE-SHEET
                       END-IF
                       PERFORM 4200-PRINT-SHEET-LINE
               END-READ
           END-PERFORM

           IF ws-sheet-count > ZERO
               PERFORM 4300-FINISH-ONE-SHEET
           ELSE
               MOVE 'NO STOCKTAKE LINES - FREEZE A STOCKTAKE FIRST'
                   TO fd-print-line
               WRITE fd-print-line
           END-IF

           CLOSE fd-inventories
           CLOSE fd-print
           .

       4100-START-ONE-SHEET.
           IF ws-sheet-count > ZERO
               PERFORM 4300-FINISH-ONE-SHEET
               MOVE SPACES TO fd-print-line
               WRITE fd-print-line
           END-IF

           ADD 1 TO ws-sheet-count
           MOVE ZERO TO ws-sheet-line-count
           MOVE fd-stocktake-location TO ws-current-location

           MOVE SPACES TO ws-line
           STRING 'STOCKTAKE COUNT SHEET - LOCATION ' DELIMITED BY SIZE
               fd-stocktake-location DELIMITED BY SIZE
               '  FROZEN ' DELIMITED BY SIZE
               fd-stocktake-freeze-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'COUNTED BY ____________  DATE __________  '
               DELIMITED BY SIZE
               'CHECKED BY ____________' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'CODE       DESCRIPTION                    '
               DELIMITED BY SIZE
               'UNIT       COUNTED' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       4200-PRINT-SHEET-LINE.
           ADD 1 TO ws-sheet-line-count

           MOVE fd-stocktake-code TO fd-inventory-code
           READ fd-inventories
               INVALID KEY
                   MOVE 'NOT ON INVENTORY FILE' TO ws-desc
                   MOVE SPACES TO ws-unit
               NOT INVALID KEY
                   MOVE fd-inventory-desc TO ws-desc
                   MOVE fd-inventory-unit TO ws-unit
           END-READ

           MOVE SPACES TO ws-line
           STRING fd-stocktake-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-desc DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-unit DELIMITED BY SIZE
               ' ______________' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       4300-FINISH-ONE-SHEET.
      *    Room for items found on the shelf that the sheet does
      *    not list; they are keyed as added lines.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'ITEMS ON SHEET ' DELIMITED BY SIZE
               ws-sheet-line-count DELIMITED BY SIZE
               '   ITEMS FOUND NOT LISTED ABOVE:' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE '__________ ______________________________'
               TO fd-print-line
           WRITE fd-print-line
           WRITE fd-print-line
           WRITE fd-print-line
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
