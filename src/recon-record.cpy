      * where-used cross-reference. Carries the four figures the
      * reconciliation compares: opening quantity from the period's
      * opening snapshot, RECEIVE movements from the movement log,
      * production deductions from the history file, WASTE
      * movements from the movement log, and the closing count
      * from the live inventory file. All quantities are in the
      * item's stock unit. Included with a prefix via
      *     COPY 'src/recon-record.cpy' REPLACING ==:X:== BY ==xx-==.
      *****************************************************************
       01 :X:recon.
           02 :X:recon-opening          PIC 9(7)V9(2).
           02 :X:recon-received         PIC 9(7)V9(2).
           02 :X:recon-deducted         PIC 9(7)V9(2).
           02 :X:recon-wasted           PIC 9(7)V9(2).
           02 :X:recon-closing          PIC 9(7)V9(2).
