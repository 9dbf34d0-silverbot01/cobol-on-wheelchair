      * STOCKMOV - one line appended to the stock movement journal
      * (data/stockmov.log) by runtime/cowstock.cbl for every change
      * to an item's ITEM-QTY-ON-HAND: when, who, why (ORDER,
      * AMEND, CANCEL, REJECT, UNPOST, GOODSIN), which item, in or
      * out, how many, what was on hand afterwards, and a reference
      * back to the order or delivery that moved it - the stock
      * equivalent of the order amendment journal, ordamend.log.
       01  STOCK-MOVE-RECORD.
           03  SM-JRN-TIMESTAMP        pic x(26).
           03  SM-JRN-USER             pic x(32).
           03  SM-JRN-REASON           pic x(8).
           03  SM-JRN-ITEM             pic x(20).
           03  SM-JRN-DIRECTION        pic x.
           03  SM-JRN-QTY              pic 9(7).
           03  SM-JRN-ON-HAND          pic 9(7).
           03  SM-JRN-REFERENCE        pic x(30).
