      *             (component recipe missing, no yield, nested
      *             component, or scaled quantity too large),
      *             nothing deducted
      * Where the line's own code ran short and an approved
      * substitute made up the rest (see substitution-record.cpy),
      * a second line follows with the same line number, the
      * substitute's code and the quantity drawn of it, and the
      * code it stood in for in the substitute-for field - blank on
      * every other line, including all lines written before
      * substitutes were recorded.
      * Included with a prefix via
      *     COPY 'src/production-history-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
           02 :X:history-code           PIC X(10).
           02 :X:history-qty-deducted   PIC 9(7)V9(2).
           02 :X:history-flag           PIC X(01).
           02 :X:history-substitute-for PIC X(10).
