      * PRICEAGR - one customer price agreement, the record of the
      * keyed file data/pricagr.idx (record key PA-KEY): the price a
      * customer has agreed for an item, below list as a rule, and
      * the dates it holds from and to, both inclusive.  Kept on
      * /priceagree (controllers/priceagr.cbl), which refuses an
      * agreement whose dates overlap another for the same customer
      * and item, so on any date at most one is in force.
      * controllers/ordentry.cbl prices a line off the agreement in
      * force on the entry date, falling back to ITEM-LIST-PRICE
      * when there is none.  An agreement with no end date carries
      * 99999999 in PA-EFF-TO.
       01  PRICE-AGREEMENT-RECORD.
           03  PA-KEY.
               05  PA-CUST-ID          pic x(10).
               05  PA-ITEM             pic x(20).
               05  PA-EFF-FROM         pic x(8).
           03  PA-EFF-TO               pic x(8).
           03  PA-PRICE                pic 9(5)v99.
      * who keyed or last changed the agreement, and when.
           03  PA-ENTRY-DATE           pic x(8).
           03  PA-ENTRY-USER           pic x(32).
