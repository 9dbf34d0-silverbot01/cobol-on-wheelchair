           03  ITEM-DESC               pic x(30).
           03  ITEM-LIST-PRICE         pic 9(5)v99.
           03  ITEM-ACTIVE             pic x.
      * stock: what is on the shelf now, moved only through
      * runtime/cowstock.cbl so every change is on the stock
      * movement journal, and the level at or below which the
      * nightly reorder report (runtime/cowreord.cbl) lists the
      * item.  a row from before stock was kept loads as zero.
           03  ITEM-QTY-ON-HAND        pic 9(7).
           03  ITEM-REORDER-POINT      pic 9(7).
