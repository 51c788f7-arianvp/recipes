       IDENTIFICATION DIVISION.
       PROGRAM-ID. replenish-par.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-pars
           ASSIGN TO 'par.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-par-key.

       SELECT OPTIONAL fd-locations
           ASSIGN TO 'inventory-locations.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-location-key
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-inventories
           ASSIGN TO 'inventory.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-inventory-code
           SHARING WITH ALL OTHER.

       SELECT OPTIONAL fd-orders
           ASSIGN TO 'open-orders.db'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS fd-order-key.

       SELECT OPTIONAL fd-conversions
           ASSIGN TO 'unit-conversions.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-conversion-key.

       SELECT OPTIONAL fd-par-works
           ASSIGN TO 'par-work.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-par-work-code.

      *    The buy list generate-orders reads; see 0100 below for
      *    whether this run replaces it or adds to it.
       SELECT OPTIONAL fd-shortage-out
           ASSIGN TO 'shortage-out.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'par-replenishment.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-pars.
       COPY 'src/par-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-locations.
       COPY 'src/location-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-inventories.
       COPY 'src/inventory-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-orders.
       COPY 'src/order-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-conversions.
       COPY 'src/conversion-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-par-works.
       COPY 'src/par-work-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-shortage-out.
       COPY 'src/shortage-line-record.cpy'
           REPLACING ==:X:== BY ==so-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-run-date                  PIC 9(8).
       01 ws-list-mode                 PIC X(01).
           88 ws-list-replace           VALUE 'R'.
           88 ws-list-add               VALUE 'A'.
       01 ws-file-switch                PIC X(01).
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof           VALUE 'N'.
       01 ws-short-switch               PIC X(01).
           88 ws-short-eof              VALUE 'Y'.
           88 ws-short-not-eof           VALUE 'N'.
       01 ws-ceiling-switch             PIC X(01).
           88 ws-ceiling-set            VALUE 'Y'.
           88 ws-no-ceiling              VALUE 'N'.
       01 ws-cur-code                   PIC X(10).
       01 ws-open-qty                   PIC 9(9)V9(2).
       01 ws-location-qty               PIC 9(7)V9(2).
       01 ws-code-on-hand               PIC 9(9)V9(2).
       01 ws-code-on-order              PIC 9(9)V9(2).
       01 ws-code-position              PIC 9(9)V9(2).
       01 ws-code-minimum               PIC 9(9)V9(2).
       01 ws-code-par                   PIC 9(9)V9(2).
       01 ws-code-maximum               PIC 9(9)V9(2).
       01 ws-buy-qty                    PIC S9(9)V9(2).
       01 ws-listed-qty                 PIC 9(9)V9(2).
       01 ws-excess-qty                 PIC 9(9)V9(2).
       01 ws-open-line-count            PIC 9(5) VALUE ZERO.
       01 ws-unconverted-count          PIC 9(5) VALUE ZERO.
       01 ws-par-code-count             PIC 9(5) VALUE ZERO.
       01 ws-suggest-count              PIC 9(5) VALUE ZERO.
       01 ws-covered-count              PIC 9(5) VALUE ZERO.
       01 ws-over-count                 PIC 9(5) VALUE ZERO.
       01 ws-missing-count              PIC 9(5) VALUE ZERO.
       01 ws-qty-edit                   PIC ZZZZZZZZ9.99.
       01 ws-order-edit                 PIC ZZZZZZZ9.99.
       01 ws-min-edit                   PIC ZZZZZZZZ9.99.
       01 ws-par-edit                   PIC ZZZZZZZZ9.99.
       01 ws-buy-edit                   PIC ZZZZZZZZ9.99.
       01 ws-line                       PIC X(80).
       01 ws-parm-switch                PIC X(01) VALUE 'N'.
           88 ws-parm-found             VALUE 'Y'.
           88 ws-parm-not-found          VALUE 'N'.
       01 ws-parm-eof-switch            PIC X(01) VALUE 'N'.
           88 ws-parm-eof               VALUE 'Y'.
       01 ws-parm-1                     PIC X(20).
       COPY 'src/run-control.cpy'.

       PROCEDURE DIVISION.
      *    Par-driven buying for the staples no recipe explodes to.
      *    For each item carrying par levels, the stock in its par
      *    locations plus what is still due in on open purchase
      *    orders is its position: below the item's total minimum,
      *    the run buys it back up to total par, writing the buy in
      *    the shortage-out.dat layout so generate-orders raises the
      *    orders exactly as it does for shortage-report's list.
      *    Items holding more than their maximum - in any one
      *    location, or overall once open orders arrive - are
      *    listed as exceptions on the same report.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               MOVE ws-parm-1 TO ws-list-mode
               IF ws-list-mode = SPACE
                   SET ws-list-add TO TRUE
               END-IF
           ELSE
               DISPLAY 'SHORTAGE LIST (R-EPLACE/A-DD TO): '
                   WITH NO ADVANCING
               ACCEPT ws-list-mode
           END-IF

           IF NOT ws-list-replace AND NOT ws-list-add
               DISPLAY 'INVALID LIST MODE - NOTHING DONE'
               GOBACK
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD

           IF ws-list-replace
               OPEN OUTPUT fd-shortage-out
               CLOSE fd-shortage-out
           END-IF

      *    The work file is derived data, thrown away and rebuilt
      *    every run (see build-ingredient-xref).
           OPEN OUTPUT fd-par-works
           CLOSE fd-par-works
           OPEN I-O fd-par-works

           OPEN INPUT fd-inventories
           OPEN INPUT fd-locations
           OPEN INPUT fd-conversions
           OPEN OUTPUT fd-print

           MOVE SPACES TO ws-line
           STRING 'PAR REPLENISHMENT ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           PERFORM 1000-TOTAL-OPEN-ORDERS
           PERFORM 2000-SUGGEST-BUYS
           PERFORM 3000-LIST-OVER-MAXIMUM

           CLOSE fd-par-works
           CLOSE fd-inventories
           CLOSE fd-locations
           CLOSE fd-conversions
           CLOSE fd-print

           DISPLAY 'ITEMS WITH PAR LEVELS:  ' ws-par-code-count
           DISPLAY 'BUYS SUGGESTED:         ' ws-suggest-count
           DISPLAY 'ALREADY ON THE LIST:    ' ws-covered-count
           DISPLAY 'OVER MAXIMUM:           ' ws-over-count
           DISPLAY 'NOT ON INVENTORY:       ' ws-missing-count
           IF ws-unconverted-count > ZERO
               DISPLAY 'ORDER LINES NOT COUNTED (NO CONVERSION): '
                   ws-unconverted-count
           END-IF

           MOVE SPACES TO run-step-totals
           STRING 'ITEMS=' DELIMITED BY SIZE
               ws-par-code-count DELIMITED BY SIZE
               ' BUYS=' DELIMITED BY SIZE
               ws-suggest-count DELIMITED BY SIZE
               ' OVERMAX=' DELIMITED BY SIZE
               ws-over-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - parm 1 is R to replace
      *    shortage-out.dat or A to add to it (blank means A, so a
      *    job stream can run this straight after shortage-report
      *    and order both lists in one generate-orders step).
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'replenish-par'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-TOTAL-OPEN-ORDERS.
      *    Orders are raised per item, not per location, so what is
      *    still due in is totalled per code once, up front.
           SET ws-file-not-eof TO TRUE

           OPEN INPUT fd-orders

           PERFORM UNTIL ws-file-eof
               READ fd-orders NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-order-open
                        AND fd-order-qty-ordered
                            > fd-order-qty-received
                           PERFORM 1100-ADD-ONE-ORDER-LINE
                               THRU 1100-DONE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-orders
           .

       1100-ADD-ONE-ORDER-LINE.
      *    Converted into the inventory unit the par levels are
      *    kept in, the way shortage-report converts requirements.
      *    A line that cannot be converted is left out (and counted)
      *    rather than added in the wrong unit.
           COMPUTE ws-open-qty =
               fd-order-qty-ordered - fd-order-qty-received

           MOVE fd-order-code TO fd-inventory-code
           READ fd-inventories
               INVALID KEY
                   GO TO 1100-DONE
           END-READ

           IF fd-order-unit NOT = fd-inventory-unit
               MOVE fd-order-unit TO fd-conversion-from-unit
               MOVE fd-inventory-unit TO fd-conversion-to-unit
               READ fd-conversions
                   INVALID KEY
                       ADD 1 TO ws-unconverted-count
                       DISPLAY 'ORDER ' fd-order-no '/'
                           fd-order-line-no ' NOT COUNTED - NO '
                           'CONVERSION ' fd-order-unit ' TO '
                           fd-inventory-unit
                       GO TO 1100-DONE
               END-READ
               COMPUTE ws-open-qty ROUNDED =
                   ws-open-qty * fd-conversion-factor
                   ON SIZE ERROR
                       ADD 1 TO ws-unconverted-count
                       GO TO 1100-DONE
               END-COMPUTE
           END-IF

           ADD 1 TO ws-open-line-count
           MOVE fd-order-code TO fd-par-work-code

           READ fd-par-works
               INVALID KEY
                   MOVE ws-open-qty TO fd-par-work-open-qty
                   MOVE 1 TO fd-par-work-lines
                   WRITE fd-par-work
               NOT INVALID KEY
                   ADD ws-open-qty TO fd-par-work-open-qty
                   ADD 1 TO fd-par-work-lines
                   REWRITE fd-par-work
           END-READ
           .
       1100-DONE.
           EXIT
           .

       2000-SUGGEST-BUYS.
      *    par.db is keyed code then location, so an item's rows
      *    arrive together and are totalled on a control break.
           MOVE SPACES TO ws-line
           STRING 'BUYS TO PAR' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'CODE           ON HAND   ON ORDER     MINIMUM'
               DELIMITED BY SIZE
               '         PAR         BUY UNIT' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           SET ws-file-not-eof TO TRUE
           MOVE SPACES TO ws-cur-code

           OPEN INPUT fd-pars

           PERFORM UNTIL ws-file-eof
               READ fd-pars NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-par-code NOT = ws-cur-code
                           IF ws-cur-code NOT = SPACES
                               PERFORM 2200-FINISH-ONE-CODE
                                   THRU 2200-DONE
                           END-IF
                           PERFORM 2100-START-ONE-CODE
                       END-IF
                       PERFORM 2150-ADD-ONE-LOCATION
               END-READ
           END-PERFORM

           IF ws-cur-code NOT = SPACES
               PERFORM 2200-FINISH-ONE-CODE THRU 2200-DONE
           END-IF

           CLOSE fd-pars
           .

       2100-START-ONE-CODE.
           MOVE fd-par-code TO ws-cur-code
           ADD 1 TO ws-par-code-count
           MOVE ZERO TO ws-code-on-hand
           MOVE ZERO TO ws-code-minimum
           MOVE ZERO TO ws-code-par
           MOVE ZERO TO ws-code-maximum
           SET ws-ceiling-set TO TRUE
           .

       2150-ADD-ONE-LOCATION.
      *    A location with par levels but no stock record yet holds
      *    nothing. One location with no maximum leaves the item as
      *    a whole with no ceiling.
           PERFORM 2160-READ-LOCATION-QTY

           ADD ws-location-qty TO ws-code-on-hand
           ADD fd-par-minimum TO ws-code-minimum
           ADD fd-par-level TO ws-code-par
           ADD fd-par-maximum TO ws-code-maximum

           IF fd-par-maximum = ZERO
               SET ws-no-ceiling TO TRUE
           END-IF
           .

       2160-READ-LOCATION-QTY.
           MOVE fd-par-code TO fd-location-code
           MOVE fd-par-location TO fd-location-id

           READ fd-locations
               INVALID KEY
                   MOVE ZERO TO ws-location-qty
               NOT INVALID KEY
                   MOVE fd-location-qty TO ws-location-qty
           END-READ
           .

       2170-READ-ON-ORDER.
           MOVE ws-cur-code TO fd-par-work-code

           READ fd-par-works
               INVALID KEY
                   MOVE ZERO TO ws-code-on-order
               NOT INVALID KEY
                   MOVE fd-par-work-open-qty TO ws-code-on-order
           END-READ

           COMPUTE ws-code-position =
               ws-code-on-hand + ws-code-on-order
           .

       2200-FINISH-ONE-CODE.
           MOVE ws-cur-code TO fd-inventory-code
           READ fd-inventories
               INVALID KEY
                   ADD 1 TO ws-missing-count
                   MOVE SPACES TO ws-line
                   STRING ws-cur-code DELIMITED BY SIZE
                       '  *** NOT ON INVENTORY MASTER - NOT BOUGHT '
                       DELIMITED BY SIZE
                       '***' DELIMITED BY SIZE
                       INTO ws-line
                   MOVE ws-line TO fd-print-line
                   WRITE fd-print-line
                   GO TO 2200-DONE
           END-READ

           PERFORM 2170-READ-ON-ORDER

           IF ws-code-position >= ws-code-minimum
               GO TO 2200-DONE
           END-IF

           COMPUTE ws-buy-qty = ws-code-par - ws-code-position

      *    Whatever is already on the buy list for the item (the
      *    menu shortage, or this run's own line from an earlier
      *    pass the same day) is being bought anyway.
           PERFORM 2300-TOTAL-LISTED-QTY
           SUBTRACT ws-listed-qty FROM ws-buy-qty

           MOVE ws-code-on-hand TO ws-qty-edit
           MOVE ws-code-on-order TO ws-order-edit
           MOVE ws-code-minimum TO ws-min-edit
           MOVE ws-code-par TO ws-par-edit

           IF ws-buy-qty > ZERO
               MOVE ws-buy-qty TO ws-buy-edit
           ELSE
               MOVE ZERO TO ws-buy-edit
           END-IF

           MOVE SPACES TO ws-line
           STRING ws-cur-code DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               ws-order-edit DELIMITED BY SIZE
               ws-min-edit DELIMITED BY SIZE
               ws-par-edit DELIMITED BY SIZE
               ws-buy-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-inventory-unit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           IF ws-buy-qty NOT > ZERO
               ADD 1 TO ws-covered-count
               MOVE SPACES TO ws-line
               STRING '  ALREADY ON THE BUY LIST - NOTHING ADDED'
                   DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
               GO TO 2200-DONE
           END-IF

           ADD 1 TO ws-suggest-count
           MOVE ws-cur-code TO so-shortage-code
           MOVE fd-inventory-desc TO so-shortage-desc
           MOVE fd-inventory-unit TO so-shortage-unit
           MOVE ws-buy-qty TO so-shortage-qty

           OPEN EXTEND fd-shortage-out
           WRITE so-shortage
           CLOSE fd-shortage-out
           .
       2200-DONE.
           EXIT
           .

       2300-TOTAL-LISTED-QTY.
      *    Only lines in the same unit are netted; a line in some
      *    other unit is left to stand on its own.
           MOVE ZERO TO ws-listed-qty
           SET ws-short-not-eof TO TRUE

           OPEN INPUT fd-shortage-out

           PERFORM UNTIL ws-short-eof
               READ fd-shortage-out
                   AT END
                       SET ws-short-eof TO TRUE
                   NOT AT END
                       IF so-shortage-code = ws-cur-code
                        AND so-shortage-unit = fd-inventory-unit
                           ADD so-shortage-qty TO ws-listed-qty
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-shortage-out
           .

       3000-LIST-OVER-MAXIMUM.
      *    Second pass over par.db for the exceptions: every
      *    location holding more than its own maximum, then the
      *    item as a whole when stock plus open orders will carry
      *    it over the sum of its maximums.
           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'OVER MAXIMUM' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'CODE       LOCATION       HOLDING     MAXIMUM'
               DELIMITED BY SIZE
               '      EXCESS' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           SET ws-file-not-eof TO TRUE
           MOVE SPACES TO ws-cur-code

           OPEN INPUT fd-pars

           PERFORM UNTIL ws-file-eof
               READ fd-pars NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-par-code NOT = ws-cur-code
                           IF ws-cur-code NOT = SPACES
                               PERFORM 3200-CHECK-ONE-CODE
                                   THRU 3200-DONE
                           END-IF
                           PERFORM 2100-START-ONE-CODE
                       END-IF
                       PERFORM 2150-ADD-ONE-LOCATION
                       PERFORM 3100-CHECK-ONE-LOCATION
               END-READ
           END-PERFORM

           IF ws-cur-code NOT = SPACES
               PERFORM 3200-CHECK-ONE-CODE THRU 3200-DONE
           END-IF

           CLOSE fd-pars
           .

       3100-CHECK-ONE-LOCATION.
           IF fd-par-maximum NOT = ZERO
            AND ws-location-qty > fd-par-maximum
               ADD 1 TO ws-over-count
               COMPUTE ws-excess-qty =
                   ws-location-qty - fd-par-maximum
               MOVE ws-location-qty TO ws-qty-edit
               MOVE fd-par-maximum TO ws-par-edit
               MOVE ws-excess-qty TO ws-buy-edit
               MOVE SPACES TO ws-line
               STRING fd-par-code DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   fd-par-location DELIMITED BY SIZE
                   ws-qty-edit DELIMITED BY SIZE
                   ws-par-edit DELIMITED BY SIZE
                   ws-buy-edit DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF
           .

       3200-CHECK-ONE-CODE.
           IF ws-no-ceiling
               GO TO 3200-DONE
           END-IF

           PERFORM 2170-READ-ON-ORDER

           IF ws-code-position > ws-code-maximum
               ADD 1 TO ws-over-count
               COMPUTE ws-excess-qty =
                   ws-code-position - ws-code-maximum
               MOVE ws-code-position TO ws-qty-edit
               MOVE ws-code-maximum TO ws-par-edit
               MOVE ws-excess-qty TO ws-buy-edit
               MOVE SPACES TO ws-line
               STRING ws-cur-code DELIMITED BY SIZE
                   ' (+ORDERS)  ' DELIMITED BY SIZE
                   ws-qty-edit DELIMITED BY SIZE
                   ws-par-edit DELIMITED BY SIZE
                   ws-buy-edit DELIMITED BY SIZE
                   INTO ws-line
               MOVE ws-line TO fd-print-line
               WRITE fd-print-line
           END-IF
           .
       3200-DONE.
           EXIT
           .
