      * answers to.
      *
      * customer maintenance: lets a supervisor add a customer,
      * correct a CUST-NAME, set the preferred statement currency
      * and the credit limit ordentry holds orders against, and flip
      * CUST-STATUS between ACTIVE and
      * SUSPENDED directly on the keyed master, so a delinquent
      * account can be suspended the moment it's decided instead of
      * waiting for the next COWLOAD window while orders keep
                organization indexed
                access mode random
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is CM-customer-status.

        data division.
        01  CM-old-name               pic x(40)   value spaces.
        01  CM-old-status             pic x(10)   value spaces.
        01  CM-audit-change           pic x(99)   value spaces.
        01  CM-req-limit              pic x(14)   value spaces.
        01  CM-limit-num              pic 9(9)v99 value 0.
        01  CM-old-limit              pic 9(9)v99 value 0.
        01  CM-limit-display          pic zzzzzzzz9.99.
        01  CM-old-limit-display      pic zzzzzzzz9.99.
        01  CM-digit-ok               pic x       value "Y".
        01  CM-point-count            pic 9(2)    value 0.
        01  CM-int-count              pic 9(3)    value 0.
        01  CM-dec-count              pic 9(3)    value 0.
        01  CM-scan-idx               pic 9(3)    value 0.
        01  CM-scan-len               pic 9(3)    value 0.
        01  CM-scan-field             pic x(14).

        copy COWAUDIT.

                    perform 4000-SET-STATUS
                when "setccy"
                    perform 4500-SET-CCY
                when "setlimit"
                    perform 4700-SET-LIMIT
                when other
                    if CM-req-custid not = spaces
                        perform 5000-LOOKUP-CUSTOMER
                    when "ccy"
                        move COW-req-value(CM-req-idx)
                            to CM-req-ccy
                    when "creditlimit"
                        move COW-req-value(CM-req-idx)
                            to CM-req-limit
                end-evaluate
            end-perform.

      * same digit-and-width edit ordentry puts on a keyed price,
      * kept in step with the CUST-CREDIT-LIMIT picture.  zero is a
      * legitimate answer here - it takes the limit off.
        1100-EDIT-CREDIT-LIMIT.
            move CM-req-limit to CM-scan-field
            perform 1200-SCAN-UNSIGNED-NUMBER
            if CM-digit-ok not = "Y" or CM-point-count > 1
                or CM-int-count > 9 or CM-dec-count > 2
                move "credit limit must be numeric, up to 999999999.99"
                    to CM-reason
            else
                compute CM-limit-num = function numval(CM-req-limit)
            end-if.

        1200-SCAN-UNSIGNED-NUMBER.
            move "Y" to CM-digit-ok
            move 0 to CM-point-count
            move 0 to CM-int-count
            move 0 to CM-dec-count
            compute CM-scan-len =
                    function length(function trim(CM-scan-field))
            if CM-scan-len = 0
                move "N" to CM-digit-ok
            end-if
            perform varying CM-scan-idx from 1 by 1
                    until CM-scan-idx > CM-scan-len
                evaluate CM-scan-field(CM-scan-idx:1)
                    when "0" thru "9"
                        if CM-point-count = 0
                            add 1 to CM-int-count
                        else
                            add 1 to CM-dec-count
                        end-if
                    when "."
                        add 1 to CM-point-count
                    when other
                        move "N" to CM-digit-ok
                end-evaluate
            end-perform.

      * a new customer goes on ACTIVE unless the form said
      * otherwise, and with no credit limit unless one was keyed; an
      * id already on the master is refused rather than silently
      * overwritten - correcting a record is what rename and
      * setstatus are for.
        2000-ADD-CUSTOMER.
            move "N" to CM-accepted
            move spaces to CM-reason
            move 0 to CM-limit-num
            if CM-req-limit not = spaces
                perform 1100-EDIT-CREDIT-LIMIT
            end-if
            evaluate true
                when CM-reason not = spaces
                    continue
                when CM-req-custid = spaces
                    move "customer id is required" to CM-reason
                when CM-req-name = spaces
                    move CM-req-status to CUST-STATUS
                end-if
                move CM-req-ccy to CUST-CCY
                move CM-limit-num to CUST-CREDIT-LIMIT
                write CUSTOMER-RECORD
                    invalid key
                        move "customer id is already on the master"
                close CUSTOMER-FILE
            end-if.

      * the limit is compared at posting time against what the
      * customer owes plus what's on order, so lowering it below
      * that is allowed - the next order simply goes on hold.
        4700-SET-LIMIT.
            move "N" to CM-accepted
            move spaces to CM-reason
            if CM-req-custid = spaces
                move "customer id is required" to CM-reason
            else
                perform 1100-EDIT-CREDIT-LIMIT
                if CM-reason = spaces
                    perform 4800-REWRITE-LIMIT
                end-if
            end-if.

        4800-REWRITE-LIMIT.
            open i-o CUSTOMER-FILE
            if CM-customer-status not = "00"
                move "customer master unavailable - nothing changed"
                    to CM-reason
            else
                move CM-req-custid to CUST-ID
                read CUSTOMER-FILE
                    invalid key
                        move "no such customer on the customer master"
                            to CM-reason
                    not invalid key
                        move CUST-CREDIT-LIMIT to CM-old-limit
                        move CM-limit-num to CUST-CREDIT-LIMIT
                        rewrite CUSTOMER-RECORD
                        move "Y" to CM-accepted
                        move CM-old-limit to CM-old-limit-display
                        move CM-limit-num to CM-limit-display
                        move spaces to CM-audit-change
                        string CM-req-custid delimited by size
                               " credit limit " delimited by size
                               function trim(CM-old-limit-display)
                               delimited by size
                               " -> " delimited by size
                               function trim(CM-limit-display)
                               delimited by size
                          into CM-audit-change
                        move "credit limit changed" to CM-result-line
                end-read
                close CUSTOMER-FILE
            end-if.

      * plain lookup so the supervisor sees the record as it stands
      * before touching it - same keyed read as testpage.cbl's
      * 0500-LOAD-CUSTOMER.
                move CUST-NAME to CM-req-name
                move CUST-STATUS to CM-req-status
                move CUST-CCY to CM-req-ccy
                move CUST-CREDIT-LIMIT to CM-limit-display
                move function trim(CM-limit-display) to CM-req-limit
                move "customer shown as on the master"
                    to CM-result-line
            else
      * echoed back into the fields, CM-reason lands in {{reason}}
      * and a change that landed reports itself in {{result}}.
        6000-BUILD-MAINT-PAGE.
            move 9 to COW-vars-count
            move "pagetitle" to COW-varname(1)
            move "Customer maintenance" to COW-varvalue(1)
            move "reason" to COW-varname(2)
            move COW-session-id to COW-varvalue(7)
            move "custccy" to COW-varname(8)
            move CM-req-ccy to COW-varvalue(8)
            move "creditlimit" to COW-varname(9)
            move CM-req-limit to COW-varvalue(9)
            move "N" to COW-call-mode
            move 3 to COW-template-count
            move "header.cow" to COW-templates(1)
