       01 ws-opening-edit               PIC ZZZZZZ9.99.
       01 ws-received-edit              PIC ZZZZZZ9.99.
       01 ws-deducted-edit              PIC ZZZZZZ9.99.
       01 ws-wasted-edit                PIC ZZZZZZ9.99.
       01 ws-closing-edit               PIC ZZZZZZ9.99.
       01 ws-variance-edit              PIC -------9.99.
       01 ws-line                       PIC X(80).
       PROCEDURE DIVISION.
      *    Reconciles the period: opening snapshot quantities, plus
      *    what the movement log says was received, minus what the
      *    production history says was used and what the movement
      *    log says was wasted, compared against the closing count
      *    on the live inventory file - one variance line per
      *    ingredient, so shrinkage finally has a number.
           DISPLAY 'OPENING SNAPSHOT DATE (YYYYMMDD): '
               WITH NO ADVANCING
           ACCEPT ws-opening-date
                       MOVE sn-snapshot-qty TO fd-recon-opening
                       MOVE ZERO TO fd-recon-received
                       MOVE ZERO TO fd-recon-deducted
                       MOVE ZERO TO fd-recon-wasted
                       MOVE ZERO TO fd-recon-closing
                       WRITE fd-recon
                           INVALID KEY
      *    Only RECEIVE movements inside the period count as goods
      *    in; the received quantity is the after figure less the
      *    before figure, exactly as the log recorded the change.
      *    WASTE movements (record-waste) are goods out the other
      *    way, before figure less after, and get their own column
      *    instead of vanishing into the variance.
           SET ws-file-not-eof TO TRUE

           OPEN INPUT fd-movements
                   AT END
                       SET ws-file-eof TO TRUE
                   NOT AT END
                       IF fd-movement-date > ws-opening-date
                        AND fd-movement-date <= ws-closing-date
                           EVALUATE fd-movement-action
                               WHEN 'RECEIVE'
                                   PERFORM 2100-ADD-ONE-RECEIPT
                               WHEN 'WASTE'
                                   PERFORM 2200-ADD-ONE-WASTE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           .

       2200-ADD-ONE-WASTE.
           COMPUTE ws-moved-qty =
               fd-movement-qty-before - fd-movement-qty-after

           IF ws-moved-qty > ZERO
               MOVE fd-movement-code TO fd-recon-code
               PERFORM 8000-READ-OR-CREATE-RECON
               ADD ws-moved-qty TO fd-recon-wasted
               REWRITE fd-recon
                   INVALID KEY
                       DISPLAY 'WORK RECORD FOR ' fd-recon-code
                           ' COULD NOT BE REWRITTEN'
               END-REWRITE
           END-IF
           .

       3000-ADD-DEDUCTIONS.
      *    History lines flagged blank (deducted in full) or S
      *    (clamped at the stock that was there) took goods out;
           MOVE SPACES TO ws-line
           STRING 'CODE          OPENING   RECEIVED'
               DELIMITED BY SIZE
               '       USED     WASTED    CLOSING    VARIANCE'
               DELIMITED BY SIZE
               INTO ws-line
           MOVE ws-line TO fd-print-line

       5100-PRINT-ONE-CODE.
      *    Variance = closing minus what the books expected
      *    (opening + received - used - wasted). A negative
      *    variance is stock that left without a movement or a
      *    production line behind it - shrinkage, unrecorded
      *    waste, or unlogged keying.
           ADD 1 TO ws-code-count

           COMPUTE ws-expected-qty =
               fd-recon-opening
               + fd-recon-received
               - fd-recon-deducted
               - fd-recon-wasted

           COMPUTE ws-variance-qty =
               fd-recon-closing - ws-expected-qty
           MOVE fd-recon-opening TO ws-opening-edit
           MOVE fd-recon-received TO ws-received-edit
           MOVE fd-recon-deducted TO ws-deducted-edit
           MOVE fd-recon-wasted TO ws-wasted-edit
           MOVE fd-recon-closing TO ws-closing-edit
           MOVE ws-variance-qty TO ws-variance-edit

               ' ' DELIMITED BY SIZE
               ws-deducted-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-wasted-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-closing-edit DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-variance-edit DELIMITED BY SIZE
                   MOVE ZERO TO fd-recon-opening
                   MOVE ZERO TO fd-recon-received
                   MOVE ZERO TO fd-recon-deducted
                   MOVE ZERO TO fd-recon-wasted
                   MOVE ZERO TO fd-recon-closing
                   WRITE fd-recon
                       INVALID KEY
