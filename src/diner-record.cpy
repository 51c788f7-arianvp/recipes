      *****************************************************************
      * DINER-RECORD.CPY
      *
      * One resident we feed every day (diners.db), keyed by diner
      * id, with the dietary restrictions diner-check holds each
      * day's menu against:
      *   - the allergens the diner must not be served, as a
      *     comma-separated set of names spelled exactly as they are
      *     on allergens.db (GLUTEN,MILK ...), blank or NONE for no
      *     exclusions;
      *   - upper limits per serving on the nutrition.db figures
      *     (calories, protein, fat and carbs in grams, sodium in
      *     milligrams), zero where the diner has no limit;
      *   - a free-text diet note (TEXTURE MODIFIED, DIABETIC ...)
      *     printed with the diner's conflicts for the kitchen.
      * Included with a prefix via
      *     COPY 'src/diner-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:diner.
           02 :X:diner-id               PIC X(8).
           02 :X:diner-name             PIC X(30).
           02 :X:diner-diet-note        PIC X(30).
           02 :X:diner-excluded-list    PIC X(60).
           02 :X:diner-max-calories     PIC 9(5)V9(2).
           02 :X:diner-max-protein      PIC 9(4)V9(2).
           02 :X:diner-max-fat          PIC 9(4)V9(2).
           02 :X:diner-max-carbs        PIC 9(4)V9(2).
           02 :X:diner-max-sodium       PIC 9(6)V9(2).
