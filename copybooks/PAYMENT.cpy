      * PAYMENT - one cash receipt on the payments file
      * (data/payments.dat), appended by controllers/payentry.cbl as
      * a clerk keys a cheque or transfer against a customer.  The
      * file is the record of every receipt; the running figure a
      * statement needs lives on the customer's CUSTBAL record, which
      * the same posting updates.  PAY-DATE is the date the money
      * was received, PAY-ENTRY-DATE the day it was keyed.
       01  PAYMENT-RECORD.
           03  PAY-CUST-ID             pic x(10).
           03  PAY-DATE                pic x(8).
           03  PAY-AMOUNT              pic 9(9)v99.
           03  PAY-REFERENCE           pic x(20).
           03  PAY-ENTRY-DATE          pic x(8).
           03  PAY-ENTRY-USER          pic x(32).
