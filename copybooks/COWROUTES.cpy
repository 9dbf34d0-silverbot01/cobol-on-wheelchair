      * correct orders), SUPER takes supervisors only (the
      * maintenance pages).  A SUPER user passes a CLERK row.
       01  COW-ROUTE-TABLE.
           03  COW-route-count         pic 9(3)    value 16.
           03  COW-routes.
               05  filler.
                   07  filler          pic x(30)   value "/test".
                   07  filler          pic x(8)    value "opspage".
                   07  filler          pic x       value "N".
                   07  filler          pic x(10)   value "CLERK".
               05  filler.
                   07  filler          pic x(30)   value "/payments".
                   07  filler          pic x(8)    value "payentry".
                   07  filler          pic x       value "N".
                   07  filler          pic x(10)   value "CLERK".
               05  filler.
                   07  filler          pic x(30)   value "/holdqueue".
                   07  filler          pic x(8)    value "ordhold".
                   07  filler          pic x       value "N".
                   07  filler          pic x(10)   value "SUPER".
               05  filler.
                   07  filler          pic x(30)   value "/goodsin".
                   07  filler          pic x(8)    value "goodsin".
                   07  filler          pic x       value "N".
                   07  filler          pic x(10)   value "CLERK".
               05  filler.
                   07  filler          pic x(30)   value "/returns".
                   07  filler          pic x(8)    value "crednote".
                   07  filler          pic x       value "N".
                   07  filler          pic x(10)   value "CLERK".
               05  filler.
                   07  filler          pic x(30)   value "/orderinq".
                   07  filler          pic x(8)    value "orderinq".
                   07  filler          pic x       value "N".
                   07  filler          pic x(10)   value "CLERK".
               05  filler.
                   07  filler          pic x(30)   value "/priceagree".
                   07  filler          pic x(8)    value "priceagr".
                   07  filler          pic x       value "N".
                   07  filler          pic x(10)   value "SUPER".
               05  filler.
                   07  filler          pic x(30)   value "/usermaint".
                   07  filler          pic x(8)    value "usermnt".
                   07  filler          pic x       value "N".
                   07  filler          pic x(10)   value "SUPER".
           03  COW-route-entries redefines COW-routes
                                       occurs 16 times.
               05  COW-route-path      pic x(30).
               05  COW-route-program   pic x(8).
               05  COW-route-batch     pic x.
