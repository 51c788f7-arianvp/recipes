      *****************************************************************
      * GL-POST-RECORD.CPY
      *
      * Work record for build-gl-journal (gl-post-work.db), rebuilt
      * in full by every run - derived data, like the where-used
      * cross-reference. Totals the period's debits and credits by
      * source, ledger account and centre, keyed in the order the
      * journal lines are written (see gl-line-record.cpy).
      * Included with a prefix via
      *     COPY 'src/gl-post-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:gl-post.
           02 :X:gl-post-key.
               03 :X:gl-post-source     PIC X(04).
               03 :X:gl-post-account    PIC X(10).
               03 :X:gl-post-centre     PIC X(10).
           02 :X:gl-post-debit          PIC 9(11)V9(2).
           02 :X:gl-post-credit         PIC 9(11)V9(2).
