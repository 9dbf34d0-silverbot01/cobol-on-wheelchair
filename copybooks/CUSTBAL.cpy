      * CUSTBAL - one customer's running account balance, the record
      * of the keyed file data/custbal.idx (record key BAL-CUST-ID).
      * Like the order header file it isn't built by COWLOAD: the
      * first receipt keyed on /payments (controllers/payentry.cbl)
      * or the first statement close for a customer creates the
      * record.  runtime/cowstmt.cbl reads it for the balance brought
      * forward and, once a statement closes clean, rolls the cycle
      * into it: new brought-forward = old brought-forward, less the
      * receipts that statement showed, plus its new charges.  What
      * the customer owes right now is BAL-BROUGHT-FWD less
      * BAL-CYCLE-PAID.
       01  CUST-BALANCE-RECORD.
           03  BAL-CUST-ID             pic x(10).
      * owed as of the last statement close; negative when the
      * customer has paid ahead.
           03  BAL-BROUGHT-FWD         pic s9(9)v99.
      * receipts posted since the last statement close, not yet
      * shown on a statement.
           03  BAL-CYCLE-PAID          pic 9(9)v99.
           03  BAL-LAST-STMT-DATE      pic x(8).
           03  BAL-LAST-PAY-DATE       pic x(8).
