        identification division.
        program-id. priceagr.

      * called by cowrouter as: call route-program using THE-VARS
      * see copybooks/COWROUTES.cpy for the path this controller
      * answers to.
      *
      * customer price agreement maintenance: lets a supervisor add
      * an agreed price for a customer and item with the dates it
      * holds from and to, change the price or end date of one
      * already on file, or delete one keyed in error, on the keyed
      * agreement file (copybooks/PRICEAGR.cpy, data/pricagr.idx)
      * ordentry prices lines from.  An agreement whose dates
      * overlap another for the same customer and item is refused,
      * so on any date ordentry finds at most one in force.  The
      * customer's agreements are listed under the form whenever a
      * customer id is on it.  Same echo-back validation style as
      * custmnt.cbl: every rejection re-shows the form with what was
      * keyed and the reason on it, and every change that lands
      * writes a cowaudit line recording what changed.

        environment division.
        input-output section.
        file-control.
            select PRICE-AGR-FILE assign to "data/pricagr.idx"
                organization indexed
                access mode dynamic
                record key is PA-KEY
                file status is PG-agr-status.
            select CUSTOMER-FILE assign to "data/customer.idx"
                organization indexed
                access mode random
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is PG-customer-status.
            select ITEM-FILE assign to "data/item.idx"
                organization indexed
                access mode random
                record key is ITEM-CODE
                file status is PG-item-status.

        data division.
        file section.
        fd  PRICE-AGR-FILE.
        copy PRICEAGR.

        fd  CUSTOMER-FILE.
        copy CUSTMAST.

        fd  ITEM-FILE.
        copy ITEMMAST.

        working-storage section.

        01  PG-agr-status             pic xx.
        01  PG-agr-eof                pic x       value "N".
        01  PG-customer-status        pic xx.
        01  PG-customer-found         pic x       value "N".
        01  PG-item-status            pic xx.
        01  PG-item-found             pic x       value "N".
        01  PG-req-idx                pic 9(3)    value 0.
        01  PG-req-action             pic x(10)   value spaces.
        01  PG-req-custid             pic x(10)   value spaces.
        01  PG-req-item               pic x(20)   value spaces.
        01  PG-req-price              pic x(12)   value spaces.
        01  PG-req-from               pic x(10)   value spaces.
        01  PG-req-to                 pic x(10)   value spaces.
        01  PG-price-num              pic 9(5)v99 value 0.
        01  PG-from-date              pic x(8)    value spaces.
        01  PG-to-date                pic x(8)    value spaces.
        01  PG-old-price              pic 9(5)v99 value 0.
        01  PG-old-to                 pic x(8)    value spaces.
        01  PG-accepted               pic x       value "N".
        01  PG-reason                 pic x(60)   value spaces.
        01  PG-result-line            pic x(80)   value spaces.
        01  PG-audit-change           pic x(99)   value spaces.
        01  PG-custname               pic x(40)   value spaces.
        01  PG-today                  pic x(8)    value spaces.
        01  PG-user                   pic x(32)   value spaces.
        01  PG-overlap                pic x       value "N".
        01  PG-agr-count              pic 9(5)    value 0.
        01  PG-digit-ok               pic x       value "Y".
        01  PG-point-count            pic 9(2)    value 0.
        01  PG-int-count              pic 9(3)    value 0.
        01  PG-dec-count              pic 9(3)    value 0.
        01  PG-scan-idx               pic 9(3)    value 0.
        01  PG-scan-len               pic 9(3)    value 0.
        01  PG-scan-field             pic x(12).
        01  PG-date-field             pic x(10).
        01  PG-date-ok                pic x       value "Y".
        01  PG-price-display          pic zzzz9.99.
        01  PG-old-price-display      pic zzzz9.99.
        01  PG-count-display          pic zzzz9.
        01  PG-list-note              pic x(80)   value spaces.

        copy COWAUDIT.

        linkage section.

        copy COWREQ.
        copy COWVARS.

        procedure division using COW-REQUEST THE-VARS.

        0000-MAIN.
            move COW-req-session-id to COW-session-id
            move function current-date(1:8) to PG-today
            perform 1000-GATHER-PARAMS
            evaluate function trim(PG-req-action)
                when "add"
                    perform 2000-ADD-AGREEMENT
                when "change"
                    perform 3000-CHANGE-AGREEMENT
                when "delete"
                    perform 4000-DELETE-AGREEMENT
                when other
                    continue
            end-evaluate

            perform 5000-LIST-AGREEMENTS
            perform 6000-BUILD-MAINT-PAGE

            call 'cowtemplate' using THE-VARS

      * standard error branch, same as the other controllers:
      * skipped in batch mode so cowbatch can keep a good prior
      * render instead of an error page.
            if not COW-status-ok and not COW-is-batch-mode
                call 'cowerror' using THE-VARS
            end-if

            perform 7000-WRITE-AUDIT-LINE

            goback.

      * a bare GET of /priceagree has no action and just gets the
      * blank form; a custid without an action lists that
      * customer's agreements.
        1000-GATHER-PARAMS.
            perform varying PG-req-idx from 1 by 1
                    until PG-req-idx > COW-req-param-count
                evaluate function trim(COW-req-name(PG-req-idx))
                    when "action"
                        move COW-req-value(PG-req-idx)
                            to PG-req-action
                    when "custid"
                        move COW-req-value(PG-req-idx)
                            to PG-req-custid
                    when "item"
                        move COW-req-value(PG-req-idx)
                            to PG-req-item
                    when "price"
                        move COW-req-value(PG-req-idx)
                            to PG-req-price
                    when "efffrom"
                        move COW-req-value(PG-req-idx)
                            to PG-req-from
                    when "effto"
                        move COW-req-value(PG-req-idx)
                            to PG-req-to
                end-evaluate
            end-perform
            if COW-is-batch-mode
                move "system" to PG-user
            else
                if COW-req-remote-user not = spaces
                    move COW-req-remote-user to PG-user
                else
                    move "anonymous" to PG-user
                end-if
            end-if.

      * same digit-and-width edit ordentry puts on a keyed price,
      * kept in step with the PA-PRICE picture; an agreed price of
      * nothing is a keying slip, not an agreement.
        1100-EDIT-PRICE.
            move PG-req-price to PG-scan-field
            perform 1200-SCAN-UNSIGNED-NUMBER
            if PG-digit-ok not = "Y" or PG-point-count > 1
                or PG-int-count > 5 or PG-dec-count > 2
                move "price must be numeric, up to 99999.99"
                    to PG-reason
            else
                compute PG-price-num = function numval(PG-req-price)
                if PG-price-num = 0
                    move "price must not be zero" to PG-reason
                end-if
            end-if.

        1200-SCAN-UNSIGNED-NUMBER.
            move "Y" to PG-digit-ok
            move 0 to PG-point-count
            move 0 to PG-int-count
            move 0 to PG-dec-count
            compute PG-scan-len =
                    function length(function trim(PG-scan-field))
            if PG-scan-len = 0
                move "N" to PG-digit-ok
            end-if
            perform varying PG-scan-idx from 1 by 1
                    until PG-scan-idx > PG-scan-len
                evaluate PG-scan-field(PG-scan-idx:1)
                    when "0" thru "9"
                        if PG-point-count = 0
                            add 1 to PG-int-count
                        else
                            add 1 to PG-dec-count
                        end-if
                    when "."
                        add 1 to PG-point-count
                    when other
                        move "N" to PG-digit-ok
                end-evaluate
            end-perform.

      * a real yyyymmdd, the same test payentry puts on a payment
      * date; PG-date-field in, PG-date-ok out.
        1300-EDIT-DATE.
            move "Y" to PG-date-ok
            if PG-date-field(1:8) not numeric
                or PG-date-field(9:2) not = spaces
                move "N" to PG-date-ok
            else
                if function test-date-yyyymmdd(
                        function numval(PG-date-field(1:8))) not = 0
                    move "N" to PG-date-ok
                end-if
            end-if.

      * from blank means from today; to blank means no end date.
        1400-EDIT-DATES.
            if PG-req-from = spaces
                move PG-today to PG-from-date
            else
                move PG-req-from to PG-date-field
                perform 1300-EDIT-DATE
                if PG-date-ok = "Y"
                    move PG-req-from(1:8) to PG-from-date
                else
                    move "effective from must be yyyymmdd" to PG-reason
                end-if
            end-if
            if PG-reason = spaces
                perform 1500-EDIT-TO-DATE
            end-if.

        1500-EDIT-TO-DATE.
            if PG-req-to = spaces
                move "99999999" to PG-to-date
            else
                move PG-req-to to PG-date-field
                perform 1300-EDIT-DATE
                if PG-date-ok = "Y"
                    move PG-req-to(1:8) to PG-to-date
                else
                    move "effective to must be yyyymmdd" to PG-reason
                end-if
            end-if
            if PG-reason = spaces
                and PG-to-date < PG-from-date
                move "effective to is before effective from"
                    to PG-reason
            end-if.

      * the customer and the item both have to be on their masters;
      * an agreement for either that doesn't exist would never be
      * found by ordentry.
        1600-CHECK-CUSTOMER-AND-ITEM.
            move "N" to PG-customer-found
            open input CUSTOMER-FILE
            if PG-customer-status = "00"
                move PG-req-custid to CUST-ID
                read CUSTOMER-FILE
                    invalid key continue
                    not invalid key move "Y" to PG-customer-found
                end-read
                close CUSTOMER-FILE
            end-if
            move "N" to PG-item-found
            open input ITEM-FILE
            if PG-item-status = "00"
                move PG-req-item to ITEM-CODE
                read ITEM-FILE
                    invalid key continue
                    not invalid key move "Y" to PG-item-found
                end-read
                close ITEM-FILE
            end-if
            evaluate true
                when PG-customer-status not = "00"
                    move "customer master unavailable - nothing changed"
                        to PG-reason
                when PG-customer-found not = "Y"
                    move "no such customer on the customer master"
                        to PG-reason
                when PG-item-status not = "00"
                    move "item master unavailable - nothing changed"
                        to PG-reason
                when PG-item-found not = "Y"
                    move "no such item on the item master"
                        to PG-reason
            end-evaluate.

      * the agreement file is the application's own, so it is made
      * on the first add, the way ordentry makes the header file.
        1700-OPEN-AGREEMENTS.
            open i-o PRICE-AGR-FILE
            if PG-agr-status = "35"
                open output PRICE-AGR-FILE
                close PRICE-AGR-FILE
                open i-o PRICE-AGR-FILE
            end-if.

      * every agreement for the customer and item other than the
      * one being changed (same effective-from) is tested against
      * the new dates; two ranges overlap when each starts no later
      * than the other ends.  the file is open i-o by the caller.
        1800-CHECK-OVERLAP.
            move "N" to PG-overlap
            move "N" to PG-agr-eof
            move PG-req-custid to PA-CUST-ID
            move PG-req-item to PA-ITEM
            move low-values to PA-EFF-FROM
            start PRICE-AGR-FILE key not less than PA-KEY
                invalid key move "Y" to PG-agr-eof
            end-start
            perform until PG-agr-eof = "Y"
                read PRICE-AGR-FILE next
                    at end move "Y" to PG-agr-eof
                    not at end
                        if PA-CUST-ID not = PG-req-custid
                            or PA-ITEM not = PG-req-item
                            move "Y" to PG-agr-eof
                        else
                            if PA-EFF-FROM not = PG-from-date
                                and PA-EFF-FROM <= PG-to-date
                                and PG-from-date <= PA-EFF-TO
                                move "Y" to PG-overlap
                            end-if
                        end-if
                end-read
            end-perform
            if PG-overlap = "Y"
                move "dates overlap another agreement for this item"
                    to PG-reason
            end-if.

        2000-ADD-AGREEMENT.
            move "N" to PG-accepted
            move spaces to PG-reason
            evaluate true
                when PG-req-custid = spaces
                    move "customer id is required" to PG-reason
                when PG-req-item = spaces
                    move "item is required" to PG-reason
                when other
                    perform 1100-EDIT-PRICE
                    if PG-reason = spaces
                        perform 1400-EDIT-DATES
                    end-if
                    if PG-reason = spaces
                        perform 1600-CHECK-CUSTOMER-AND-ITEM
                    end-if
                    if PG-reason = spaces
                        perform 2100-WRITE-NEW-AGREEMENT
                    end-if
            end-evaluate.

        2100-WRITE-NEW-AGREEMENT.
            perform 1700-OPEN-AGREEMENTS
            if PG-agr-status not = "00"
                move "agreement file unavailable - nothing changed"
                    to PG-reason
            else
                perform 1800-CHECK-OVERLAP
                if PG-reason = spaces
                    move PG-req-custid to PA-CUST-ID
                    move PG-req-item to PA-ITEM
                    move PG-from-date to PA-EFF-FROM
                    move PG-to-date to PA-EFF-TO
                    move PG-price-num to PA-PRICE
                    move PG-today to PA-ENTRY-DATE
                    move PG-user to PA-ENTRY-USER
                    write PRICE-AGREEMENT-RECORD
                        invalid key
                            move "an agreement already starts that day"
                                to PG-reason
                        not invalid key
                            move "Y" to PG-accepted
                            move PG-price-num to PG-price-display
                            move spaces to PG-audit-change
                            string "agreement " delimited by size
                                   function trim(PG-req-custid)
                                   delimited by size
                                   " " delimited by size
                                   function trim(PG-req-item)
                                   delimited by size
                                   " added at " delimited by size
                                   function trim(PG-price-display)
                                   delimited by size
                                   " " delimited by size
                                   PG-from-date delimited by size
                                   "-" delimited by size
                                   PG-to-date delimited by size
                              into PG-audit-change
                            move "agreement added" to PG-result-line
                    end-write
                end-if
                close PRICE-AGR-FILE
            end-if.

      * an agreement is named by customer, item and effective-from;
      * a change sets a new price, a new end date, or both - a blank
      * field keeps what is on file.  ending an agreement early is a
      * change of its end date.
        3000-CHANGE-AGREEMENT.
            move "N" to PG-accepted
            move spaces to PG-reason
            evaluate true
                when PG-req-custid = spaces
                    move "customer id is required" to PG-reason
                when PG-req-item = spaces
                    move "item is required" to PG-reason
                when PG-req-from = spaces
                    move "effective from names the agreement to change"
                        to PG-reason
                when PG-req-price = spaces and PG-req-to = spaces
                    move "nothing to change - key a price or end date"
                        to PG-reason
                when other
                    move PG-req-from to PG-date-field
                    perform 1300-EDIT-DATE
                    if PG-date-ok not = "Y"
                        move "effective from must be yyyymmdd"
                            to PG-reason
                    else
                        move PG-req-from(1:8) to PG-from-date
                    end-if
                    if PG-reason = spaces
                        and PG-req-price not = spaces
                        perform 1100-EDIT-PRICE
                    end-if
                    if PG-reason = spaces
                        perform 3100-REWRITE-AGREEMENT
                    end-if
            end-evaluate.

        3100-REWRITE-AGREEMENT.
            open i-o PRICE-AGR-FILE
            if PG-agr-status not = "00"
                move "agreement file unavailable - nothing changed"
                    to PG-reason
            else
                perform 3200-READ-AGREEMENT
                if PG-reason = spaces
                    move PA-PRICE to PG-old-price
                    move PA-EFF-TO to PG-old-to
                    if PG-req-price = spaces
                        move PA-PRICE to PG-price-num
                    end-if
                    if PG-req-to = spaces
                        move PA-EFF-TO to PG-to-date
                    else
                        perform 1500-EDIT-TO-DATE
                    end-if
                end-if
                if PG-reason = spaces
                    perform 1800-CHECK-OVERLAP
                end-if
      * the overlap scan moved the record area on - read the
      * agreement back before it is rewritten.
                if PG-reason = spaces
                    perform 3200-READ-AGREEMENT
                end-if
                if PG-reason = spaces
                    move PG-price-num to PA-PRICE
                    move PG-to-date to PA-EFF-TO
                    move PG-today to PA-ENTRY-DATE
                    move PG-user to PA-ENTRY-USER
                    rewrite PRICE-AGREEMENT-RECORD
                    if PG-agr-status not = "00"
                        move "agreement file rejected the change"
                            to PG-reason
                    end-if
                end-if
                if PG-reason = spaces
                    move "Y" to PG-accepted
                    move PG-old-price to PG-old-price-display
                    move PG-price-num to PG-price-display
                    move spaces to PG-audit-change
                    string "agreement " delimited by size
                           function trim(PG-req-custid)
                           delimited by size
                           " " delimited by size
                           function trim(PG-req-item)
                           delimited by size
                           " from " delimited by size
                           PG-from-date delimited by size
                           " price " delimited by size
                           function trim(PG-old-price-display)
                           delimited by size
                           " -> " delimited by size
                           function trim(PG-price-display)
                           delimited by size
                           " to " delimited by size
                           PG-old-to delimited by size
                           " -> " delimited by size
                           PG-to-date delimited by size
                      into PG-audit-change
                    move "agreement changed" to PG-result-line
                end-if
                close PRICE-AGR-FILE
            end-if.

        3200-READ-AGREEMENT.
            move PG-req-custid to PA-CUST-ID
            move PG-req-item to PA-ITEM
            move PG-from-date to PA-EFF-FROM
            read PRICE-AGR-FILE
                invalid key
                    move "no such agreement on file" to PG-reason
            end-read.

      * for an agreement keyed in error; one that has simply run
      * its course is left on file as the record of what was agreed.
        4000-DELETE-AGREEMENT.
            move "N" to PG-accepted
            move spaces to PG-reason
            evaluate true
                when PG-req-custid = spaces
                    move "customer id is required" to PG-reason
                when PG-req-item = spaces
                    move "item is required" to PG-reason
                when PG-req-from = spaces
                    move "effective from names the agreement to delete"
                        to PG-reason
                when other
                    move PG-req-from to PG-date-field
                    perform 1300-EDIT-DATE
                    if PG-date-ok not = "Y"
                        move "effective from must be yyyymmdd"
                            to PG-reason
                    else
                        move PG-req-from(1:8) to PG-from-date
                        perform 4100-DELETE-ONE
                    end-if
            end-evaluate.

        4100-DELETE-ONE.
            open i-o PRICE-AGR-FILE
            if PG-agr-status not = "00"
                move "agreement file unavailable - nothing changed"
                    to PG-reason
            else
                perform 3200-READ-AGREEMENT
                if PG-reason = spaces
                    move PA-PRICE to PG-price-display
                    delete PRICE-AGR-FILE
                    if PG-agr-status not = "00"
                        move "agreement file rejected the delete"
                            to PG-reason
                    end-if
                end-if
                if PG-reason = spaces
                    move "Y" to PG-accepted
                    move spaces to PG-audit-change
                    string "agreement " delimited by size
                           function trim(PG-req-custid)
                           delimited by size
                           " " delimited by size
                           function trim(PG-req-item)
                           delimited by size
                           " from " delimited by size
                           PG-from-date delimited by size
                           " at " delimited by size
                           function trim(PG-price-display)
                           delimited by size
                           " deleted" delimited by size
                      into PG-audit-change
                    move "agreement deleted" to PG-result-line
                end-if
                close PRICE-AGR-FILE
            end-if.

      * the customer's agreements, item by item and oldest first
      * within an item, each marked by where it stands today.  past
      * 50 the count still climbs so the note tells the truth.
        5000-LIST-AGREEMENTS.
            move 1 to COW-rowset-count
            move "agreements" to COW-rowset-name(1)
            move 0 to COW-row-count(1)
            move spaces to PG-list-note
            move spaces to PG-custname
            if PG-req-custid not = spaces
                open input CUSTOMER-FILE
                if PG-customer-status = "00"
                    move PG-req-custid to CUST-ID
                    read CUSTOMER-FILE
                        invalid key continue
                        not invalid key move CUST-NAME to PG-custname
                    end-read
                    close CUSTOMER-FILE
                end-if
                move 0 to PG-agr-count
                open input PRICE-AGR-FILE
                evaluate true
                    when PG-agr-status = "00"
                        perform 5100-SCAN-CUSTOMER-AGREEMENTS
                        close PRICE-AGR-FILE
                        move PG-agr-count to PG-count-display
                        string function trim(PG-count-display)
                               delimited by size
                               " agreements on file for this customer"
                               delimited by size
                          into PG-list-note
                    when PG-agr-status = "35"
                        move "no agreements on file" to PG-list-note
                    when other
                        move "agreement file unavailable - not listed"
                            to PG-list-note
                end-evaluate
            end-if.

        5100-SCAN-CUSTOMER-AGREEMENTS.
            move "N" to PG-agr-eof
            move PG-req-custid to PA-CUST-ID
            move low-values to PA-ITEM
            move low-values to PA-EFF-FROM
            start PRICE-AGR-FILE key not less than PA-KEY
                invalid key move "Y" to PG-agr-eof
            end-start
            perform until PG-agr-eof = "Y"
                read PRICE-AGR-FILE next
                    at end move "Y" to PG-agr-eof
                    not at end
                        if PA-CUST-ID not = PG-req-custid
                            move "Y" to PG-agr-eof
                        else
                            add 1 to PG-agr-count
                            if COW-row-count(1) < 50
                                perform 5200-ADD-AGREEMENT-ROW
                            end-if
                        end-if
                end-read
            end-perform.

        5200-ADD-AGREEMENT-ROW.
            add 1 to COW-row-count(1)
            move 6 to COW-cell-count(1, COW-row-count(1))
            move "agitem" to COW-cellname(1, COW-row-count(1), 1)
            move PA-ITEM to COW-cellvalue(1, COW-row-count(1), 1)
            move "agfrom" to COW-cellname(1, COW-row-count(1), 2)
            move PA-EFF-FROM to COW-cellvalue(1, COW-row-count(1), 2)
            move "agto" to COW-cellname(1, COW-row-count(1), 3)
            if PA-EFF-TO = "99999999"
                move "open" to COW-cellvalue(1, COW-row-count(1), 3)
            else
                move PA-EFF-TO to COW-cellvalue(1, COW-row-count(1), 3)
            end-if
            move "agprice" to COW-cellname(1, COW-row-count(1), 4)
            move PA-PRICE to PG-price-display
            move PG-price-display
                to COW-cellvalue(1, COW-row-count(1), 4)
            move "agstate" to COW-cellname(1, COW-row-count(1), 5)
            evaluate true
                when PA-EFF-FROM > PG-today
                    move "future"
                        to COW-cellvalue(1, COW-row-count(1), 5)
                when PA-EFF-TO < PG-today
                    move "expired"
                        to COW-cellvalue(1, COW-row-count(1), 5)
                when other
                    move "in force"
                        to COW-cellvalue(1, COW-row-count(1), 5)
            end-evaluate
            move "aguser" to COW-cellname(1, COW-row-count(1), 6)
            move PA-ENTRY-USER to COW-cellvalue(1, COW-row-count(1), 6).

      * the maintenance form doubles as the rejection page, same
      * shape as custmnt's: what was keyed is echoed back into the
      * fields, PG-reason lands in {{reason}} and a change that
      * landed reports itself in {{result}}.
        6000-BUILD-MAINT-PAGE.
            move 11 to COW-vars-count
            move "pagetitle" to COW-varname(1)
            move "Price agreements" to COW-varvalue(1)
            move "reason" to COW-varname(2)
            move PG-reason to COW-varvalue(2)
            move "result" to COW-varname(3)
            move PG-result-line to COW-varvalue(3)
            move "custid" to COW-varname(4)
            move PG-req-custid to COW-varvalue(4)
            move "custname" to COW-varname(5)
            move PG-custname to COW-varvalue(5)
            move "item" to COW-varname(6)
            move PG-req-item to COW-varvalue(6)
            move "price" to COW-varname(7)
            move PG-req-price to COW-varvalue(7)
            move "efffrom" to COW-varname(8)
            move PG-req-from to COW-varvalue(8)
            move "effto" to COW-varname(9)
            move PG-req-to to COW-varvalue(9)
            move "listnote" to COW-varname(10)
            move PG-list-note to COW-varvalue(10)
            move "sessionid" to COW-varname(11)
            move COW-session-id to COW-varvalue(11)
            move "N" to COW-call-mode
            move 3 to COW-template-count
            move "header.cow" to COW-templates(1)
            move "priceagree.cow" to COW-templates(2)
            move "footer.cow" to COW-templates(3)
            move "priceagree.cow" to COW-page-name.

      * one line per hit, same convention as the other controllers;
      * a change that landed logs what changed, a refused one logs
      * why it was turned away.
        7000-WRITE-AUDIT-LINE.
            move function current-date to COW-aud-timestamp
            move PG-user to COW-aud-user
            move COW-session-id to COW-aud-session-id
            move COW-page-name to COW-aud-template
            move spaces to COW-aud-payload
            evaluate true
                when PG-accepted = "Y"
                    move PG-audit-change to COW-aud-payload
                when PG-reason not = spaces
                    string "agreement refused: " delimited by size
                           function trim(PG-reason) delimited by size
                      into COW-aud-payload
                when other
                    move "agreement form shown" to COW-aud-payload
            end-evaluate
            call 'cowaudit' using COW-AUDIT-RECORD.

        end program priceagr.
