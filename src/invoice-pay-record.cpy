      *****************************************************************
      * INVOICE-PAY-RECORD.CPY
      *
      * One whole supplier invoice as match-invoices hands it to
      * accounts: appended to invoices-approved.dat when every line
      * matched its order line, or to invoices-on-hold.dat (with
      * the reason) when any line did not. The amount is the sum of
      * billed quantity times billed unit cost. Included with a
      * prefix via
      *     COPY 'src/invoice-pay-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:invoice-pay.
           02 :X:invoice-pay-supplier-id PIC X(6).
           02 :X:invoice-pay-no         PIC X(12).
           02 :X:invoice-pay-date       PIC 9(8).
           02 :X:invoice-pay-amount     PIC 9(9)V9(2).
           02 :X:invoice-pay-lines      PIC 9(3).
           02 :X:invoice-pay-reason     PIC X(30).
           02 :X:invoice-pay-run-date   PIC 9(8).
