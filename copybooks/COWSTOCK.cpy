      * COWSTOCK - parameter record for the cowstock stock mover.
      * COPY this book into any program that takes stock off or puts
      * stock back on an item and call:
      *     call 'cowstock' using COW-STOCK-MOVE
      * with the item, quantity, direction ("I" in, "O" out), reason
      * and reference set, and COW-stock-user naming who did it.
      * cowstock applies the move to ITEM-QTY-ON-HAND on the keyed
      * item master and journals it to data/stockmov.log
      * (copybooks/STOCKMOV.cpy); the on-hand figure after the move
      * comes back in COW-stock-on-hand.  An outward move bigger
      * than what's on hand is refused whole, with nothing changed
      * and the current on-hand figure handed back so the caller
      * can say how many there are.
       01  COW-STOCK-MOVE.
           03  COW-stock-item          pic x(20)   value spaces.
           03  COW-stock-qty           pic 9(7)    value 0.
           03  COW-stock-direction     pic x       value spaces.
               88  COW-stock-is-in                 value "I".
               88  COW-stock-is-out                value "O".
           03  COW-stock-reason        pic x(8)    value spaces.
           03  COW-stock-reference     pic x(30)   value spaces.
           03  COW-stock-user          pic x(32)   value spaces.
           03  COW-stock-on-hand       pic 9(7)    value 0.
           03  COW-stock-status        pic xx      value "00".
               88  COW-stock-ok                    value "00".
               88  COW-stock-short                 value "10".
               88  COW-stock-no-item               value "20".
               88  COW-stock-unavailable           value "30".
