      *****************************************************************
      * GL-ITEM-RECORD.CPY
      *
      * Work record for build-gl-journal (gl-item-work.db), keyed by
      * ingredient code and rebuilt in full by every run. Carries
      * the four values the stock adjustment is worked from: the
      * opening and closing snapshot values, and the period's
      * receipts and production issues at cost. Included with a
      * prefix via
      *     COPY 'src/gl-item-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:gl-item.
           02 :X:gl-item-code           PIC X(10).
           02 :X:gl-item-opening        PIC 9(9)V9(2).
           02 :X:gl-item-received       PIC 9(9)V9(2).
           02 :X:gl-item-issued         PIC 9(9)V9(2).
           02 :X:gl-item-closing        PIC 9(9)V9(2).
