      *****************************************************************
      * SUBSTITUTION-RECORD.CPY
      *
      * One approved substitute for an ingredient code
      * (substitutions.db), keyed by the code it stands in for, the
      * recipe it is limited to (zero for any recipe) and its rank,
      * so a forward read under one code and recipe gives the
      * substitutes in the order they should be tried. The factor
      * is the quantity of the substitute, in its own stock unit,
      * that replaces one stock unit of the original (1.0000 for a
      * straight swap, 0.5000 where half as much of a concentrate
      * does). run-production and batch-production draw on a
      * substitute when the original runs short, recipe-specific
      * rows before the any-recipe rows, and never one that carries
      * an allergen the dish does not already declare.
      * Included with a prefix via
      *     COPY 'src/substitution-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:substitution.
           02 :X:substitution-key.
               03 :X:substitution-code  PIC X(10).
               03 :X:substitution-recipe-id PIC 9(6).
               03 :X:substitution-rank  PIC 9(2).
           02 :X:substitution-substitute PIC X(10).
           02 :X:substitution-factor    PIC 9(3)V9(4).
