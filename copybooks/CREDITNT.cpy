      * CREDITNT - one credit note on the open-credits file
      * (data/credits.idx, record key CN-KEY), keyed on /returns by
      * controllers/crednote.cbl against a line already billed and
      * moved to the billed-history file (copybooks/ORDHIST.cpy):
      * the customer, the line's order number, line number and
      * item, the qty coming back, the credit value, why, and the
      * date the credited line was billed - a customer's line
      * numbers start again once a close has emptied the order file,
      * so order, line and billed date together name one billing.
      * A credit stays here, open, until the next statement shows it
      * as a negative line; that close moves it to the billed-history
      * file as a type "C" row and deletes it, the way billed order
      * lines leave data/orderlines.idx.  CN-SEQ numbers a
      * customer's open credits in the order they were keyed.
       01  CREDIT-NOTE-RECORD.
           03  CN-KEY.
               05  CN-CUST-ID          pic x(10).
               05  CN-SEQ              pic 9(4).
           03  CN-ORDER-NO             pic 9(8).
           03  CN-LINE-NO              pic 9(4).
           03  CN-ITEM                 pic x(20).
           03  CN-QTY                  pic 9(3).
           03  CN-PRICE                pic 9(5)v99.
           03  CN-VALUE                pic 9(8)v99.
           03  CN-REASON               pic x(30).
           03  CN-BILLED-DATE          pic x(8).
           03  CN-ENTRY-DATE           pic x(8).
           03  CN-ENTRY-USER           pic x(32).
