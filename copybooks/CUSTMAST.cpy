      * currency, as does a currency with no published rate by the
      * statement date.
           03  CUST-CCY                pic x(3).
      * credit limit: ordentry puts a new order ON HOLD for a
      * supervisor on /holdqueue when the customer's open balance,
      * unbilled order lines and the new order together would pass
      * it.  zero means no limit has been set for the customer.
           03  CUST-CREDIT-LIMIT       pic 9(9)v99.
