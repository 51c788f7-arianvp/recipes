      *****************************************************************
      * CCP-RECORD.CPY
      *
      * One HACCP critical control point a recipe must pass every
      * time it is produced (ccp.db), keyed by recipe id plus the
      * check type (COOK, COOL, HOTHOLD, REHEAT ...), so a forward
      * read under one recipe gives all of its checks. The limit is
      * either a minimum the reading must reach (a core temperature
      * of at least 75 C) or a maximum it must not pass (cooled in
      * no more than 90 MIN, held at no more than 5 C), in the unit
      * named. run-production and batch-production open one check
      * per requirement for every run (see ccp-check-record.cpy).
      * Included with a prefix via
      *     COPY 'src/ccp-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:ccp.
           02 :X:ccp-key.
               03 :X:ccp-recipe-id      PIC 9(6).
               03 :X:ccp-type           PIC X(10).
           02 :X:ccp-desc               PIC X(30).
           02 :X:ccp-limit-type         PIC X(01).
               88 :X:ccp-limit-minimum  VALUE 'N'.
               88 :X:ccp-limit-maximum  VALUE 'X'.
           02 :X:ccp-limit              PIC S9(4)V9(1).
           02 :X:ccp-unit               PIC X(6).
