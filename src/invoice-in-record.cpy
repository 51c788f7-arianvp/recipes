      *****************************************************************
      * INVOICE-IN-RECORD.CPY
      *
      * Flat input layout for supplier invoice lines
      * (invoice-in.dat, one invoice line per row): the supplier id
      * and the supplier's own invoice number and date, the
      * purchase order number and order line the line bills for,
      * the ingredient code, the quantity billed (in the order
      * unit) and the unit cost billed. The lines of one invoice
      * sit together on the file. Loaded by match-invoices the way
      * import-prices loads price-in.dat. Included with a prefix via
      *     COPY 'src/invoice-in-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:invoice-in.
           02 :X:invoice-in-supplier-id PIC X(6).
           02 :X:invoice-in-no          PIC X(12).
           02 :X:invoice-in-date        PIC 9(8).
           02 :X:invoice-in-order-no    PIC 9(6).
           02 :X:invoice-in-order-line  PIC 9(3).
           02 :X:invoice-in-code        PIC X(10).
           02 :X:invoice-in-qty         PIC 9(7)V9(2).
           02 :X:invoice-in-unit-cost   PIC 9(5)V9(4).
