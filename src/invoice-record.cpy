      *****************************************************************
      * INVOICE-RECORD.CPY
      *
      * One matched supplier invoice line on the invoice register
      * (invoices.db), keyed by supplier id, the supplier's invoice
      * number and the line's position on the invoice. Carries the
      * billed quantity and unit cost next to the order line's own
      * unit cost and received quantity (less what earlier approved
      * invoices already billed for it) as they stood when the
      * line was matched, the line's result - M matched, P price
      * variance, Q quantity variance, B both, U no matching order
      * line - and the invoice's overall status: A approved for
      * payment (every line matched) or H on hold. An approved
      * invoice is never matched twice; a held one keyed again
      * replaces its earlier lines. Included with a prefix via
      *     COPY 'src/invoice-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:invoice.
           02 :X:invoice-key.
               03 :X:invoice-supplier-id PIC X(6).
               03 :X:invoice-no         PIC X(12).
               03 :X:invoice-line-no    PIC 9(3).
           02 :X:invoice-date          PIC 9(8).
           02 :X:invoice-order-no      PIC 9(6).
           02 :X:invoice-order-line    PIC 9(3).
           02 :X:invoice-code          PIC X(10).
           02 :X:invoice-qty           PIC 9(7)V9(2).
           02 :X:invoice-unit-cost     PIC 9(5)V9(4).
           02 :X:invoice-order-cost    PIC 9(5)V9(4).
           02 :X:invoice-qty-received  PIC 9(7)V9(2).
           02 :X:invoice-line-amount   PIC 9(9)V9(2).
           02 :X:invoice-line-status   PIC X(01).
               88 :X:invoice-line-matched   VALUE 'M'.
               88 :X:invoice-line-price-var VALUE 'P'.
               88 :X:invoice-line-qty-var   VALUE 'Q'.
               88 :X:invoice-line-both-var  VALUE 'B'.
               88 :X:invoice-line-no-order  VALUE 'U'.
           02 :X:invoice-status        PIC X(01).
               88 :X:invoice-approved   VALUE 'A'.
               88 :X:invoice-held       VALUE 'H'.
           02 :X:invoice-match-date    PIC 9(8).
           02 :X:invoice-match-time    PIC 9(8).
