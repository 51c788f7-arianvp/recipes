      *
      * One line per inventory stock movement, appended to the
      * movement log (inventory-movements.log): the item, what was
      * done to it (ADD/RECEIVE/COUNT/RETIRE/WASTE, or TRANS-OUT
      * and TRANS-IN for the two sides of a stock transfer), and
      * the on-hand quantity before and after. For ADD, RECEIVE,
      * RETIRE and WASTE the quantities are the combined master
      * figure, as they always were; for COUNT and the TRANSFER
      * pair they are the named location's own figures. The
      * location field says which location the movement touched
      * (spaces on lines written before locations existed). The
      * user field carries the operator
      * signed on at the console when the movement was keyed
      * (spaces for a program run outside the console). Included
      * with a prefix via
