      *****************************************************************
      * GL-LINE-RECORD.CPY
      *
      * One line of the month-end journal build-gl-journal hands to
      * the finance system (gl-journal-YYYYMMDD.dat, named from the
      * period's closing date). Every field is fixed width and the
      * amounts are unsigned with two implied decimals; a line
      * carries either a debit or a credit, never both, and the
      * debits and credits of one file balance. The source says
      * which posting the line belongs to:
      *     RCPT - goods received (RECEIVE movements)
      *     COS  - cost of sales (production deductions)
      *     TRAN - transfers between stock locations; the centre
      *            field carries the location
      *     STCK - adjustment of the book stock to the closing
      *            valuation snapshot
      * Included with a prefix via
      *     COPY 'src/gl-line-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:gl-line.
           02 :X:gl-line-period-end     PIC 9(8).
           02 :X:gl-line-seq            PIC 9(5).
           02 :X:gl-line-source         PIC X(04).
           02 :X:gl-line-account        PIC X(10).
           02 :X:gl-line-centre         PIC X(10).
           02 :X:gl-line-narrative      PIC X(30).
           02 :X:gl-line-debit          PIC 9(9)V9(2).
           02 :X:gl-line-credit         PIC 9(9)V9(2).
