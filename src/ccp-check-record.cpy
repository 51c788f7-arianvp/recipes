      *****************************************************************
      * CCP-CHECK-RECORD.CPY
      *
      * One HACCP check due on one produced batch (ccp-checks.db),
      * keyed by the run's own recipe id, date and time stamp (as on
      * production-history.dat and finished-goods.db) plus the check
      * type. The check is opened by the production run with the
      * recipe's limit copied from ccp.db, so a later change to the
      * requirement does not rewrite what the batch was held to. The
      * reading is keyed through record-ccp, stamped with the
      * operator and the time it was taken:
      *     O  open - due and not yet taken
      *     P  passed - reading within the limit
      *     F  failed - reading outside the limit; the corrective
      *        action taken must be noted
      * Included with a prefix via
      *     COPY 'src/ccp-check-record.cpy'
      *         REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:check.
           02 :X:check-key.
               03 :X:check-recipe-id    PIC 9(6).
               03 :X:check-date         PIC 9(8).
               03 :X:check-time         PIC 9(8).
               03 :X:check-type         PIC X(10).
           02 :X:check-limit-type       PIC X(01).
               88 :X:check-limit-minimum VALUE 'N'.
               88 :X:check-limit-maximum VALUE 'X'.
           02 :X:check-limit            PIC S9(4)V9(1).
           02 :X:check-unit             PIC X(6).
           02 :X:check-status           PIC X(01).
               88 :X:check-open          VALUE 'O'.
               88 :X:check-passed        VALUE 'P'.
               88 :X:check-failed        VALUE 'F'.
           02 :X:check-reading          PIC S9(4)V9(1).
           02 :X:check-taken-date       PIC 9(8).
           02 :X:check-taken-time       PIC 9(8).
           02 :X:check-operator         PIC X(8).
           02 :X:check-action           PIC X(40).
