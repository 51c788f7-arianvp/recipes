      *****************************************************************
      * WASTE-WORK-RECORD.CPY
      *
      * Work record for the weekly waste report (waste-work.db),
      * rebuilt in full by every waste-report run - derived data,
      * like the where-used cross-reference. Each waste line of the
      * week is totalled twice: once under view R (by reason, then
      * item) and once under view I (by item, reason left blank),
      * so one forward read prints the reason subtotals and a
      * second prints the item subtotals. The item is the type
      * (I ingredient / R recipe) plus its code. Included with a
      * prefix via
      *     COPY 'src/waste-work-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:waste-work.
           02 :X:waste-work-key.
               03 :X:waste-work-view    PIC X(01).
               03 :X:waste-work-reason  PIC X(12).
               03 :X:waste-work-type    PIC X(01).
               03 :X:waste-work-code    PIC X(10).
           02 :X:waste-work-desc        PIC X(40).
           02 :X:waste-work-unit        PIC X(10).
           02 :X:waste-work-qty         PIC 9(9)V9(2).
           02 :X:waste-work-value       PIC 9(9)V9(2).
           02 :X:waste-work-entries     PIC 9(5).
           02 :X:waste-work-uncosted    PIC 9(5).
