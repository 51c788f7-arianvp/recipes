      *****************************************************************
      * EXCEPTION-WORK-RECORD.CPY
      *
      * Work record for the morning exceptions run
      * (exceptions-work.db), rebuilt in full by every
      * morning-exceptions run - derived data, like the where-used
      * cross-reference. One record per thing that needs action
      * today, keyed by severity (1 high, 2 medium, 3 low), then
      * exception type, then the subject the exception is about (a
      * lot key, an order line, a recipe or ingredient code), so a
      * forward read prints the lines grouped by severity and a
      * subject turning up twice - the same code on three menu
      * lines - is listed once. The text is the printed line.
      * Included with a prefix via
      *     COPY 'src/exception-work-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:exception.
           02 :X:exception-key.
               03 :X:exception-severity PIC 9(1).
               03 :X:exception-type     PIC 9(2).
               03 :X:exception-subject  PIC X(24).
           02 :X:exception-text         PIC X(70).
