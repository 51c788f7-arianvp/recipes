       IDENTIFICATION DIVISION.
       PROGRAM-ID. match-invoices.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL fd-invoice-in
           ASSIGN TO 'invoice-in.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-orders
           ASSIGN TO 'open-orders.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-order-key.

       SELECT OPTIONAL fd-suppliers
           ASSIGN TO 'suppliers.db'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS fd-supplier-id.

       SELECT OPTIONAL fd-invoices
           ASSIGN TO 'invoices.db'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS fd-invoice-key.

      *    The two hand-offs to accounts are appended to, never
      *    replaced, so nothing is lost between their pick-ups.
       SELECT OPTIONAL fd-approved
           ASSIGN TO 'invoices-approved.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-holds
           ASSIGN TO 'invoices-on-hold.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-print
           ASSIGN TO 'invoice-variance.prt'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL fd-parms
           ASSIGN TO 'run-parameters.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD fd-invoice-in.
       COPY 'src/invoice-in-record.cpy'
           REPLACING ==:X:== BY ==in-==.

       FD fd-orders.
       COPY 'src/order-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-suppliers.
       COPY 'src/supplier-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-invoices.
       COPY 'src/invoice-record.cpy'
           REPLACING ==:X:== BY ==fd-==.

       FD fd-approved.
       COPY 'src/invoice-pay-record.cpy'
           REPLACING ==:X:== BY ==ap-==.

       FD fd-holds.
       COPY 'src/invoice-pay-record.cpy'
           REPLACING ==:X:== BY ==oh-==.

       FD fd-print.
       01 fd-print-line                PIC X(80).

       FD fd-parms.
       COPY 'src/run-parameter-record.cpy'
           REPLACING ==:X:== BY ==pm-==.

       WORKING-STORAGE SECTION.
       01 ws-mode                      PIC X(01).
           88 ws-mode-import            VALUE 'I'.
           88 ws-mode-key               VALUE 'K'.
       01 ws-price-tolerance           PIC 9(3)V9(2).
       01 ws-qty-tolerance             PIC 9(3)V9(2).
       01 ws-run-date                  PIC 9(8).
       01 ws-run-time                  PIC 9(8).
       01 ws-file-switch                PIC X(01).
           88 ws-file-eof               VALUE 'Y'.
           88 ws-file-not-eof           VALUE 'N'.
       01 ws-another                   PIC X(01).
           88 ws-another-invoice        VALUE 'Y'.
       01 ws-key-order-no              PIC 9(6).
       01 ws-cur-supplier-id           PIC X(6).
       01 ws-cur-invoice-no            PIC X(12).
       01 ws-cur-invoice-date          PIC 9(8).
      *    One invoice's lines, held until every line is matched so
      *    the whole invoice can be approved or held together.
       01 ws-line-table.
           02 ws-line-count             PIC 9(3) BINARY VALUE ZERO.
           02 ws-inv-line OCCURS 99 TIMES.
               03 ws-inv-order-no       PIC 9(6).
               03 ws-inv-order-line     PIC 9(3).
               03 ws-inv-code           PIC X(10).
               03 ws-inv-qty            PIC 9(7)V9(2).
               03 ws-inv-unit-cost      PIC 9(5)V9(4).
               03 ws-inv-order-cost     PIC 9(5)V9(4).
               03 ws-inv-received       PIC 9(7)V9(2).
               03 ws-inv-amount         PIC 9(9)V9(2).
               03 ws-inv-status         PIC X(01).
       01 ws-sub                       PIC 9(3) BINARY.
       01 ws-overflow-switch            PIC X(01).
           88 ws-line-overflow          VALUE 'Y'.
           88 ws-no-overflow             VALUE 'N'.
       01 ws-register-switch            PIC X(01).
           88 ws-register-none          VALUE 'N'.
           88 ws-register-approved      VALUE 'A'.
           88 ws-register-held          VALUE 'H'.
       01 ws-register-eof-switch        PIC X(01).
           88 ws-register-eof           VALUE 'Y'.
           88 ws-register-not-eof        VALUE 'N'.
       01 ws-price-switch               PIC X(01).
           88 ws-price-out              VALUE 'Y'.
           88 ws-price-ok                VALUE 'N'.
       01 ws-qty-switch                 PIC X(01).
           88 ws-qty-out                VALUE 'Y'.
           88 ws-qty-ok                  VALUE 'N'.
       01 ws-variance                   PIC S9(7)V9(4).
       01 ws-allowed                    PIC 9(7)V9(4).
       01 ws-billed-before              PIC 9(9)V9(2).
       01 ws-invoice-amount             PIC 9(9)V9(2).
       01 ws-invoice-status             PIC X(01).
       01 ws-hold-reason                PIC X(30).
       01 ws-price-var-count            PIC 9(3).
       01 ws-qty-var-count              PIC 9(3).
       01 ws-both-var-count             PIC 9(3).
       01 ws-no-order-count             PIC 9(3).
       01 ws-invoice-count              PIC 9(5) VALUE ZERO.
       01 ws-approved-count             PIC 9(5) VALUE ZERO.
       01 ws-held-count                 PIC 9(5) VALUE ZERO.
       01 ws-duplicate-count            PIC 9(5) VALUE ZERO.
       01 ws-approved-total             PIC 9(11)V9(2) VALUE ZERO.
       01 ws-held-total                 PIC 9(11)V9(2) VALUE ZERO.
       01 ws-rpt-supplier-id            PIC X(6).
       01 ws-rpt-invoice-no             PIC X(12).
       01 ws-rpt-invoice-status         PIC X(01).
       01 ws-rpt-invoice-amount         PIC 9(9)V9(2).
       01 ws-rpt-approved-amount        PIC 9(11)V9(2).
       01 ws-rpt-held-amount            PIC 9(11)V9(2).
       01 ws-status-text                PIC X(20).
       01 ws-flag-text                  PIC X(05).
       01 ws-qty-edit                   PIC ZZZZZZ9.99.
       01 ws-received-edit              PIC ZZZZZZ9.99.
       01 ws-cost-edit                  PIC ZZZZ9.9999.
       01 ws-order-cost-edit            PIC ZZZZ9.9999.
       01 ws-amount-edit                PIC ZZZZZZZZ9.99.
       01 ws-total-edit                 PIC ZZZZZZZZZZ9.99.
       01 ws-held-edit                  PIC ZZZZZZZZZZ9.99.
       01 ws-line                       PIC X(80).
       01 ws-parm-switch                PIC X(01) VALUE 'N'.
           88 ws-parm-found             VALUE 'Y'.
           88 ws-parm-not-found          VALUE 'N'.
       01 ws-parm-eof-switch            PIC X(01) VALUE 'N'.
           88 ws-parm-eof               VALUE 'Y'.
       01 ws-parm-1                     PIC X(20).
       01 ws-parm-2                     PIC X(20).
       01 ws-journal-file               PIC X(20).
       01 ws-journal-action             PIC X(10).
       01 ws-journal-image              PIC X(700).
       COPY 'src/run-control.cpy'.

       PROCEDURE DIVISION.
      *    Three-way match: every supplier invoice line is checked
      *    against its purchase order line - the billed unit cost
      *    against order-unit-cost, the billed quantity against
      *    what maintain-inventory actually booked in as received.
      *    An invoice whose lines all agree (inside the tolerance
      *    percentages) is approved for payment; any variance, or
      *    a line billing for no order line of that supplier, puts
      *    the whole invoice on hold. Invoices come from the
      *    supplier file (invoice-in.dat) or are keyed from the
      *    paper copy; the variance report lists the run by
      *    supplier.
           PERFORM 0100-GET-PARAMETERS

           IF ws-parm-found
               SET ws-mode-import TO TRUE
               COMPUTE ws-price-tolerance =
                   FUNCTION NUMVAL(ws-parm-1)
               COMPUTE ws-qty-tolerance =
                   FUNCTION NUMVAL(ws-parm-2)
           ELSE
               DISPLAY 'MODE (I-MPORT FILE/K-EY INVOICES): '
                   WITH NO ADVANCING
               ACCEPT ws-mode
               IF NOT ws-mode-import AND NOT ws-mode-key
                   DISPLAY 'INVALID MODE - NOTHING DONE'
                   GOBACK
               END-IF
               DISPLAY 'PRICE TOLERANCE PERCENT:    '
                   WITH NO ADVANCING
               ACCEPT ws-price-tolerance
               DISPLAY 'QUANTITY TOLERANCE PERCENT: '
                   WITH NO ADVANCING
               ACCEPT ws-qty-tolerance
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-run-time FROM TIME

           OPEN INPUT fd-orders
           OPEN INPUT fd-suppliers
           OPEN I-O fd-invoices
           OPEN EXTEND fd-approved
           OPEN EXTEND fd-holds
           OPEN OUTPUT fd-print

           IF ws-mode-import
               PERFORM 1000-IMPORT-INVOICES
           ELSE
               PERFORM 2000-KEY-INVOICES
           END-IF

           PERFORM 5000-PRINT-VARIANCES

           CLOSE fd-orders
           CLOSE fd-suppliers
           CLOSE fd-invoices
           CLOSE fd-approved
           CLOSE fd-holds
           CLOSE fd-print

           MOVE ws-approved-total TO ws-total-edit
           MOVE ws-held-total TO ws-held-edit
           DISPLAY 'INVOICES READ:        ' ws-invoice-count
           DISPLAY 'APPROVED FOR PAYMENT: ' ws-approved-count
               ' VALUE ' ws-total-edit
           DISPLAY 'ON HOLD:              ' ws-held-count
               ' VALUE ' ws-held-edit
           DISPLAY 'ALREADY APPROVED:     ' ws-duplicate-count

           MOVE SPACES TO run-step-totals
           STRING 'INVOICES=' DELIMITED BY SIZE
               ws-invoice-count DELIMITED BY SIZE
               ' APPROVED=' DELIMITED BY SIZE
               ws-approved-count DELIMITED BY SIZE
               ' HELD=' DELIMITED BY SIZE
               ws-held-count DELIMITED BY SIZE
               ' DUP=' DELIMITED BY SIZE
               ws-duplicate-count DELIMITED BY SIZE
               INTO run-step-totals

           GOBACK
           .

       0100-GET-PARAMETERS.
      *    See run-parameter-record.cpy - a row naming this program
      *    imports invoice-in.dat unattended at its two tolerance
      *    percentages; no row, and the prompts above ask.
           MOVE SPACES TO run-step-totals

           OPEN INPUT fd-parms

           PERFORM UNTIL ws-parm-eof OR ws-parm-found
               READ fd-parms
                   AT END
                       SET ws-parm-eof TO TRUE
                   NOT AT END
                       IF pm-parm-program = 'match-invoices'
                           SET ws-parm-found TO TRUE
                           MOVE pm-parm-1 TO ws-parm-1
                           MOVE pm-parm-2 TO ws-parm-2
                       END-IF
               END-READ
           END-PERFORM

           CLOSE fd-parms
           .

       1000-IMPORT-INVOICES.
      *    The lines of one invoice sit together on the file, so a
      *    change of supplier or invoice number closes the invoice
      *    before it.
           SET ws-file-not-eof TO TRUE
           MOVE ZERO TO ws-line-count
           MOVE SPACES TO ws-cur-supplier-id
           MOVE SPACES TO ws-cur-invoice-no

           OPEN INPUT fd-invoice-in

           PERFORM UNTIL ws-file-eof
               READ fd-invoice-in
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF in-invoice-in-supplier-id
                               NOT = ws-cur-supplier-id
                        OR in-invoice-in-no NOT = ws-cur-invoice-no
                           IF ws-line-count > ZERO
                               PERFORM 3000-FINISH-INVOICE
                                   THRU 3000-DONE
                           END-IF
                           MOVE in-invoice-in-supplier-id
                               TO ws-cur-supplier-id
                           MOVE in-invoice-in-no TO ws-cur-invoice-no
                           MOVE in-invoice-in-date
                               TO ws-cur-invoice-date
                           MOVE ZERO TO ws-line-count
                           SET ws-no-overflow TO TRUE
                       END-IF
                       PERFORM 1100-ADD-IMPORTED-LINE
               END-READ
           END-PERFORM

           IF ws-line-count > ZERO
               PERFORM 3000-FINISH-INVOICE THRU 3000-DONE
           END-IF

           CLOSE fd-invoice-in
           .

       1100-ADD-IMPORTED-LINE.
           IF ws-line-count >= 99
               SET ws-line-overflow TO TRUE
           ELSE
               ADD 1 TO ws-line-count
               MOVE in-invoice-in-order-no
                   TO ws-inv-order-no (ws-line-count)
               MOVE in-invoice-in-order-line
                   TO ws-inv-order-line (ws-line-count)
               MOVE in-invoice-in-code
                   TO ws-inv-code (ws-line-count)
               MOVE in-invoice-in-qty
                   TO ws-inv-qty (ws-line-count)
               MOVE in-invoice-in-unit-cost
                   TO ws-inv-unit-cost (ws-line-count)
           END-IF
           .

       2000-KEY-INVOICES.
           SET ws-another-invoice TO TRUE

           PERFORM UNTIL NOT ws-another-invoice
               PERFORM 2100-KEY-ONE-INVOICE
               DISPLAY 'ANOTHER INVOICE (Y/N):      '
                   WITH NO ADVANCING
               ACCEPT ws-another
           END-PERFORM
           .

       2100-KEY-ONE-INVOICE.
           MOVE ZERO TO ws-line-count
           SET ws-no-overflow TO TRUE

           DISPLAY 'SUPPLIER ID:                ' WITH NO ADVANCING
           ACCEPT ws-cur-supplier-id
           DISPLAY 'INVOICE NUMBER:             ' WITH NO ADVANCING
           ACCEPT ws-cur-invoice-no
           DISPLAY 'INVOICE DATE (YYYYMMDD):    ' WITH NO ADVANCING
           ACCEPT ws-cur-invoice-date

           MOVE 1 TO ws-key-order-no

           PERFORM UNTIL ws-key-order-no = ZERO
               DISPLAY 'ORDER NUMBER (0 TO END):    '
                   WITH NO ADVANCING
               ACCEPT ws-key-order-no
               IF ws-key-order-no NOT = ZERO
                   PERFORM 2200-KEY-ONE-LINE
               END-IF
           END-PERFORM

           IF ws-line-count > ZERO
               PERFORM 3000-FINISH-INVOICE THRU 3000-DONE
           ELSE
               DISPLAY 'NO LINES KEYED - INVOICE IGNORED'
           END-IF
           .

       2200-KEY-ONE-LINE.
           IF ws-line-count >= 99
               DISPLAY 'INVOICE IS FULL AT 99 LINES - LINE IGNORED'
               SET ws-line-overflow TO TRUE
           ELSE
               ADD 1 TO ws-line-count
               MOVE ws-key-order-no
                   TO ws-inv-order-no (ws-line-count)
               MOVE ws-key-order-no TO fd-order-no
               DISPLAY 'ORDER LINE:                 '
                   WITH NO ADVANCING
               ACCEPT fd-order-line-no
               MOVE fd-order-line-no
                   TO ws-inv-order-line (ws-line-count)
               MOVE SPACES TO ws-inv-code (ws-line-count)

               READ fd-orders
                   INVALID KEY
                       DISPLAY '  ORDER LINE NOT ON FILE - WILL BE '
                           'HELD'
                   NOT INVALID KEY
                       DISPLAY '  ' fd-order-code ' '
                           fd-order-desc
                       MOVE fd-order-code
                           TO ws-inv-code (ws-line-count)
               END-READ

               DISPLAY 'QUANTITY BILLED:            '
                   WITH NO ADVANCING
               ACCEPT ws-inv-qty (ws-line-count)
               DISPLAY 'UNIT COST BILLED:           '
                   WITH NO ADVANCING
               ACCEPT ws-inv-unit-cost (ws-line-count)
           END-IF
           .

       3000-FINISH-INVOICE.
      *    An invoice already approved is never paid twice; one on
      *    hold that comes in again (corrected by the supplier, or
      *    after the order was put right) replaces its earlier
      *    lines and is matched afresh.
           ADD 1 TO ws-invoice-count

           PERFORM 3100-CHECK-REGISTER

           IF ws-register-approved
               ADD 1 TO ws-duplicate-count
               DISPLAY 'INVOICE ' ws-cur-supplier-id ' '
                   ws-cur-invoice-no ' IS ALREADY APPROVED FOR '
                   'PAYMENT - IGNORED'
               GO TO 3000-DONE
           END-IF

           IF ws-register-held
               DISPLAY 'INVOICE ' ws-cur-supplier-id ' '
                   ws-cur-invoice-no ' WAS ON HOLD - EARLIER '
                   'LINES REPLACED'
               PERFORM 3150-DELETE-HELD-LINES
           END-IF

           MOVE ZERO TO ws-invoice-amount
           MOVE ZERO TO ws-price-var-count
           MOVE ZERO TO ws-qty-var-count
           MOVE ZERO TO ws-both-var-count
           MOVE ZERO TO ws-no-order-count

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-line-count
               PERFORM 3200-MATCH-ONE-LINE
           END-PERFORM

           MOVE SPACES TO ws-hold-reason
           EVALUATE TRUE
               WHEN ws-line-overflow
                   MOVE 'MORE THAN 99 LINES' TO ws-hold-reason
               WHEN ws-no-order-count > ZERO
                   MOVE 'LINE WITH NO ORDER LINE' TO ws-hold-reason
               WHEN ws-both-var-count > ZERO
                   MOVE 'PRICE AND QUANTITY VARIANCE'
                       TO ws-hold-reason
               WHEN ws-price-var-count > ZERO
                AND ws-qty-var-count > ZERO
                   MOVE 'PRICE AND QUANTITY VARIANCE'
                       TO ws-hold-reason
               WHEN ws-price-var-count > ZERO
                   MOVE 'PRICE VARIANCE' TO ws-hold-reason
               WHEN ws-qty-var-count > ZERO
                   MOVE 'QUANTITY VARIANCE' TO ws-hold-reason
           END-EVALUATE

           IF ws-hold-reason = SPACES
               MOVE 'A' TO ws-invoice-status
           ELSE
               MOVE 'H' TO ws-invoice-status
           END-IF

           PERFORM VARYING ws-sub FROM 1 BY 1
                   UNTIL ws-sub > ws-line-count
               PERFORM 3300-WRITE-REGISTER-LINE
           END-PERFORM

           PERFORM 3400-WRITE-PAY-RECORD
           .
       3000-DONE.
           EXIT
           .

       3100-CHECK-REGISTER.
           SET ws-register-none TO TRUE
           SET ws-register-not-eof TO TRUE
           MOVE ws-cur-supplier-id TO fd-invoice-supplier-id
           MOVE ws-cur-invoice-no TO fd-invoice-no
           MOVE ZERO TO fd-invoice-line-no

           START fd-invoices KEY IS >= fd-invoice-key
               INVALID KEY
                   SET ws-register-eof TO TRUE
           END-START

           IF ws-register-not-eof
               READ fd-invoices NEXT RECORD
                   AT END
                       SET ws-register-eof TO TRUE
                   NOT AT END
                       IF fd-invoice-supplier-id = ws-cur-supplier-id
                        AND fd-invoice-no = ws-cur-invoice-no
                           IF fd-invoice-approved
                               SET ws-register-approved TO TRUE
                           ELSE
                               SET ws-register-held TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF
           .

       3150-DELETE-HELD-LINES.
      *    The register is positioned on the invoice's first line
      *    by 3100; each line is deleted (and journaled) in turn.
           PERFORM UNTIL ws-register-eof
               MOVE 'invoices' TO ws-journal-file
               MOVE 'DELETE' TO ws-journal-action
               MOVE fd-invoice TO ws-journal-image

               DELETE fd-invoices
                   INVALID KEY
                       DISPLAY 'HELD LINE ' fd-invoice-line-no
                           ' COULD NOT BE DELETED'
                   NOT INVALID KEY
                       PERFORM 8800-WRITE-JOURNAL-RECORD
               END-DELETE

               READ fd-invoices NEXT RECORD
                   AT END
                       SET ws-register-eof TO TRUE
                   NOT AT END
                       IF fd-invoice-supplier-id
                               NOT = ws-cur-supplier-id
                        OR fd-invoice-no NOT = ws-cur-invoice-no
                           SET ws-register-eof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       3200-MATCH-ONE-LINE.
      *    A line only matches an order line of the same supplier
      *    and (when the invoice names one) the same ingredient.
           MOVE ZERO TO ws-inv-order-cost (ws-sub)
           MOVE ZERO TO ws-inv-received (ws-sub)

           COMPUTE ws-inv-amount (ws-sub) ROUNDED =
               ws-inv-qty (ws-sub) * ws-inv-unit-cost (ws-sub)
               ON SIZE ERROR
                   MOVE ZERO TO ws-inv-amount (ws-sub)
           END-COMPUTE
           ADD ws-inv-amount (ws-sub) TO ws-invoice-amount

           MOVE ws-inv-order-no (ws-sub) TO fd-order-no
           MOVE ws-inv-order-line (ws-sub) TO fd-order-line-no

           READ fd-orders
               INVALID KEY
                   MOVE 'U' TO ws-inv-status (ws-sub)
               NOT INVALID KEY
                   IF fd-order-supplier-id NOT = ws-cur-supplier-id
                    OR (ws-inv-code (ws-sub) NOT = SPACES
                        AND ws-inv-code (ws-sub) NOT = fd-order-code)
                       MOVE 'U' TO ws-inv-status (ws-sub)
                   ELSE
                       MOVE fd-order-code TO ws-inv-code (ws-sub)
                       MOVE fd-order-unit-cost
                           TO ws-inv-order-cost (ws-sub)
                       PERFORM 3220-TOTAL-BILLED-BEFORE
                       IF ws-billed-before < fd-order-qty-received
                           COMPUTE ws-inv-received (ws-sub) =
                               fd-order-qty-received - ws-billed-before
                       END-IF
                       PERFORM 3250-TEST-VARIANCES
                   END-IF
           END-READ

           EVALUATE ws-inv-status (ws-sub)
               WHEN 'U'
                   ADD 1 TO ws-no-order-count
               WHEN 'P'
                   ADD 1 TO ws-price-var-count
               WHEN 'Q'
                   ADD 1 TO ws-qty-var-count
               WHEN 'B'
                   ADD 1 TO ws-both-var-count
           END-EVALUATE
           .

       3220-TOTAL-BILLED-BEFORE.
      *    What the supplier has already been paid for on the order
      *    line: its lines on every other approved invoice of the
      *    supplier. Only the received quantity not yet billed is
      *    there to match, so a second invoice for one delivery is
      *    a quantity variance, not a second payment.
           MOVE ZERO TO ws-billed-before
           SET ws-register-not-eof TO TRUE
           MOVE ws-cur-supplier-id TO fd-invoice-supplier-id
           MOVE SPACES TO fd-invoice-no
           MOVE ZERO TO fd-invoice-line-no

           START fd-invoices KEY IS >= fd-invoice-key
               INVALID KEY
                   SET ws-register-eof TO TRUE
           END-START

           PERFORM UNTIL ws-register-eof
               READ fd-invoices NEXT RECORD
                   AT END
                       SET ws-register-eof TO TRUE
                   NOT AT END
                       IF fd-invoice-supplier-id
                               NOT = ws-cur-supplier-id
                           SET ws-register-eof TO TRUE
                       ELSE
                           IF fd-invoice-approved
                            AND fd-invoice-no NOT = ws-cur-invoice-no
                            AND fd-invoice-order-no
                                = ws-inv-order-no (ws-sub)
                            AND fd-invoice-order-line
                                = ws-inv-order-line (ws-sub)
                               ADD fd-invoice-qty TO ws-billed-before
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       3250-TEST-VARIANCES.
      *    Either direction counts: an undercharge beyond tolerance
      *    is as much a sign of a wrong invoice as an overcharge.
      *    Nothing received against the line at all, or all of it
      *    already billed (see 3220), means any billed quantity is
      *    a variance.
           SET ws-price-ok TO TRUE
           SET ws-qty-ok TO TRUE

           COMPUTE ws-variance =
               ws-inv-unit-cost (ws-sub) - ws-inv-order-cost (ws-sub)
           IF ws-variance < ZERO
               COMPUTE ws-variance = ZERO - ws-variance
           END-IF
           COMPUTE ws-allowed ROUNDED =
               ws-inv-order-cost (ws-sub) * ws-price-tolerance / 100
           IF ws-variance > ws-allowed
               SET ws-price-out TO TRUE
           END-IF

           COMPUTE ws-variance =
               ws-inv-qty (ws-sub) - ws-inv-received (ws-sub)
           IF ws-variance < ZERO
               COMPUTE ws-variance = ZERO - ws-variance
           END-IF
           COMPUTE ws-allowed ROUNDED =
               ws-inv-received (ws-sub) * ws-qty-tolerance / 100
           IF ws-variance > ws-allowed
               SET ws-qty-out TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN ws-price-out AND ws-qty-out
                   MOVE 'B' TO ws-inv-status (ws-sub)
               WHEN ws-price-out
                   MOVE 'P' TO ws-inv-status (ws-sub)
               WHEN ws-qty-out
                   MOVE 'Q' TO ws-inv-status (ws-sub)
               WHEN OTHER
                   MOVE 'M' TO ws-inv-status (ws-sub)
           END-EVALUATE
           .

       3300-WRITE-REGISTER-LINE.
           MOVE ws-cur-supplier-id TO fd-invoice-supplier-id
           MOVE ws-cur-invoice-no TO fd-invoice-no
           MOVE ws-sub TO fd-invoice-line-no
           MOVE ws-cur-invoice-date TO fd-invoice-date
           MOVE ws-inv-order-no (ws-sub) TO fd-invoice-order-no
           MOVE ws-inv-order-line (ws-sub) TO fd-invoice-order-line
           MOVE ws-inv-code (ws-sub) TO fd-invoice-code
           MOVE ws-inv-qty (ws-sub) TO fd-invoice-qty
           MOVE ws-inv-unit-cost (ws-sub) TO fd-invoice-unit-cost
           MOVE ws-inv-order-cost (ws-sub) TO fd-invoice-order-cost
           MOVE ws-inv-received (ws-sub) TO fd-invoice-qty-received
           MOVE ws-inv-amount (ws-sub) TO fd-invoice-line-amount
           MOVE ws-inv-status (ws-sub) TO fd-invoice-line-status
           MOVE ws-invoice-status TO fd-invoice-status
           MOVE ws-run-date TO fd-invoice-match-date
           MOVE ws-run-time TO fd-invoice-match-time

           WRITE fd-invoice
               INVALID KEY
                   DISPLAY 'INVOICE LINE ' ws-cur-invoice-no ' '
                       ws-sub ' COULD NOT BE WRITTEN'
               NOT INVALID KEY
                   MOVE 'invoices' TO ws-journal-file
                   MOVE 'WRITE' TO ws-journal-action
                   MOVE fd-invoice TO ws-journal-image
                   PERFORM 8800-WRITE-JOURNAL-RECORD
           END-WRITE
           .

       3400-WRITE-PAY-RECORD.
           IF ws-invoice-status = 'A'
               ADD 1 TO ws-approved-count
               ADD ws-invoice-amount TO ws-approved-total
               MOVE ws-cur-supplier-id TO ap-invoice-pay-supplier-id
               MOVE ws-cur-invoice-no TO ap-invoice-pay-no
               MOVE ws-cur-invoice-date TO ap-invoice-pay-date
               MOVE ws-invoice-amount TO ap-invoice-pay-amount
               MOVE ws-line-count TO ap-invoice-pay-lines
               MOVE SPACES TO ap-invoice-pay-reason
               MOVE ws-run-date TO ap-invoice-pay-run-date
               WRITE ap-invoice-pay
           ELSE
               ADD 1 TO ws-held-count
               ADD ws-invoice-amount TO ws-held-total
               MOVE ws-cur-supplier-id TO oh-invoice-pay-supplier-id
               MOVE ws-cur-invoice-no TO oh-invoice-pay-no
               MOVE ws-cur-invoice-date TO oh-invoice-pay-date
               MOVE ws-invoice-amount TO oh-invoice-pay-amount
               MOVE ws-line-count TO oh-invoice-pay-lines
               MOVE ws-hold-reason TO oh-invoice-pay-reason
               MOVE ws-run-date TO oh-invoice-pay-run-date
               WRITE oh-invoice-pay
               DISPLAY 'INVOICE ' ws-cur-supplier-id ' '
                   ws-cur-invoice-no ' ON HOLD - ' ws-hold-reason
           END-IF
           .

       5000-PRINT-VARIANCES.
      *    The register is keyed supplier first, so one forward
      *    read over this run's lines (stamped with its date and
      *    time) comes out grouped by supplier, then invoice.
           MOVE SPACES TO ws-line
           STRING 'INVOICE MATCHING AND VARIANCES ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING '    LN ORDER/LN  CODE          INV QTY   RCVD QTY'
               DELIMITED BY SIZE
               '   INV COST    PO COST FLAG' DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-rpt-supplier-id
           MOVE SPACES TO ws-rpt-invoice-no
           SET ws-file-not-eof TO TRUE
           MOVE SPACES TO fd-invoice-supplier-id
           MOVE SPACES TO fd-invoice-no
           MOVE ZERO TO fd-invoice-line-no

           START fd-invoices KEY IS >= fd-invoice-key
               INVALID KEY
                   SET ws-file-eof TO TRUE
           END-START

           PERFORM UNTIL ws-file-eof
               READ fd-invoices NEXT RECORD
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-invoice-match-date = ws-run-date
                        AND fd-invoice-match-time = ws-run-time
                           PERFORM 5100-PRINT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF ws-rpt-supplier-id NOT = SPACES
               PERFORM 5300-PRINT-INVOICE-TOTAL
               PERFORM 5400-PRINT-SUPPLIER-TOTAL
           END-IF

           MOVE ws-approved-total TO ws-total-edit
           MOVE ws-held-total TO ws-held-edit
           MOVE SPACES TO ws-line
           STRING 'RUN TOTAL  APPROVED ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               '  ON HOLD ' DELIMITED BY SIZE
               ws-held-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       5100-PRINT-ONE-LINE.
           IF fd-invoice-supplier-id NOT = ws-rpt-supplier-id
               IF ws-rpt-supplier-id NOT = SPACES
                   PERFORM 5300-PRINT-INVOICE-TOTAL
                   PERFORM 5400-PRINT-SUPPLIER-TOTAL
               END-IF
               PERFORM 5200-PRINT-SUPPLIER-HEADING
           END-IF

           IF fd-invoice-no NOT = ws-rpt-invoice-no
               IF ws-rpt-invoice-no NOT = SPACES
                   PERFORM 5300-PRINT-INVOICE-TOTAL
               END-IF
               PERFORM 5250-PRINT-INVOICE-HEADING
           END-IF

           ADD fd-invoice-line-amount TO ws-rpt-invoice-amount

           EVALUATE TRUE
               WHEN fd-invoice-line-price-var
                   MOVE 'PRICE' TO ws-flag-text
               WHEN fd-invoice-line-qty-var
                   MOVE 'QTY' TO ws-flag-text
               WHEN fd-invoice-line-both-var
                   MOVE 'BOTH' TO ws-flag-text
               WHEN fd-invoice-line-no-order
                   MOVE 'NO PO' TO ws-flag-text
               WHEN OTHER
                   MOVE SPACES TO ws-flag-text
           END-EVALUATE

           MOVE fd-invoice-qty TO ws-qty-edit
           MOVE fd-invoice-qty-received TO ws-received-edit
           MOVE fd-invoice-unit-cost TO ws-cost-edit
           MOVE fd-invoice-order-cost TO ws-order-cost-edit

           MOVE SPACES TO ws-line
           STRING '    ' DELIMITED BY SIZE
               fd-invoice-line-no DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-invoice-order-no DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               fd-invoice-order-line DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-invoice-code DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-qty-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-received-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-cost-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-order-cost-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-flag-text DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       5200-PRINT-SUPPLIER-HEADING.
           MOVE fd-invoice-supplier-id TO ws-rpt-supplier-id
           MOVE SPACES TO ws-rpt-invoice-no
           MOVE ZERO TO ws-rpt-approved-amount
           MOVE ZERO TO ws-rpt-held-amount

           MOVE fd-invoice-supplier-id TO fd-supplier-id
           READ fd-suppliers
               INVALID KEY
                   MOVE '*** SUPPLIER NOT ON FILE ***'
                       TO fd-supplier-name
           END-READ

           MOVE SPACES TO fd-print-line
           WRITE fd-print-line

           MOVE SPACES TO ws-line
           STRING 'SUPPLIER ' DELIMITED BY SIZE
               fd-invoice-supplier-id DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               fd-supplier-name DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       5250-PRINT-INVOICE-HEADING.
           MOVE fd-invoice-no TO ws-rpt-invoice-no
           MOVE fd-invoice-status TO ws-rpt-invoice-status
           MOVE ZERO TO ws-rpt-invoice-amount

           IF fd-invoice-approved
               MOVE 'APPROVED FOR PAYMENT' TO ws-status-text
           ELSE
               MOVE '*** ON HOLD ***' TO ws-status-text
           END-IF

           MOVE SPACES TO ws-line
           STRING '  INVOICE ' DELIMITED BY SIZE
               fd-invoice-no DELIMITED BY SIZE
               ' DATED ' DELIMITED BY SIZE
               fd-invoice-date DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ws-status-text DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       5300-PRINT-INVOICE-TOTAL.
           IF ws-rpt-invoice-status = 'A'
               ADD ws-rpt-invoice-amount TO ws-rpt-approved-amount
           ELSE
               ADD ws-rpt-invoice-amount TO ws-rpt-held-amount
           END-IF

           MOVE ws-rpt-invoice-amount TO ws-amount-edit
           MOVE SPACES TO ws-line
           STRING '    INVOICE TOTAL ' DELIMITED BY SIZE
               ws-amount-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
           WRITE fd-print-line
           .

       5400-PRINT-SUPPLIER-TOTAL.
           MOVE ws-rpt-approved-amount TO ws-total-edit
           MOVE ws-rpt-held-amount TO ws-held-edit
           MOVE SPACES TO ws-line
           STRING '  SUPPLIER TOTAL  APPROVED ' DELIMITED BY SIZE
               ws-total-edit DELIMITED BY SIZE
               '  ON HOLD ' DELIMITED BY SIZE
               ws-held-edit DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line
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
