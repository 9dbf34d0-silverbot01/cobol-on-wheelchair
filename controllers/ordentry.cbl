      * see copybooks/COWROUTES.cpy for the path this controller
      * answers to.
      *
      * order entry with a session cart: each keyed line is validated
      * (customer on the master and not SUSPENDED, item on the item
      * master and active with the keyed price inside tolerance of the
      * customer's price, qty and price clean) and accumulated in the
      * visitor's COW-sess-data via cowsession, the page showing the
      * pending lines with a running total, until a single "post"
      * writes them all - a new order header (copybooks/ORDHDR.cpy,
      * order number, customer, date, total) on the keyed header file
      * and one ORDLINEX line per cart entry, each carrying the order
      * number.  A clerk keying a 20-line order makes one posting, and
      * customer service can answer "what was on order such-and-such"
      * from the header and its numbered lines.  Rejections re-show the
      * entry form with the reason on it, same as always.
      *
      * a customer with a credit limit on the master is checked at
      * posting: what they owe on the balance file
      * (copybooks/CUSTBAL.cpy), plus their unbilled lines on the
      * order file, less the open credits waiting for their next
      * statement (copybooks/CREDITNT.cpy), plus this order.  Over
      * the limit, the order is still posted but its header goes on
      * as HELD, for a supervisor to release or reject on /holdqueue
      * - the clerk isn't left holding a customer on the phone with
      * no answer, and cowstmt doesn't bill it meanwhile.
      *
      * stock: a line asking for more of an item than is on hand -
      * counting what the cart already holds of it - is refused at
      * the gate, and posting takes every line's qty off the item
      * master through cowstock (copybooks/COWSTOCK.cpy), which
      * journals each movement.  Stock may have gone while the cart
      * sat, so a line that can't be covered at posting refuses the
      * whole order and whatever was taken for it goes back.
      *
      * the customer's price for an item is the agreed price on the
      * price agreement file (copybooks/PRICEAGR.cpy) when one is in
      * force on the entry date, the item's list price otherwise.  A
      * line keyed with no price takes that price; a keyed price has
      * to sit within the tolerance of it.

        environment division.
        input-output section.
                organization indexed
                access mode random
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is OE-customer-status.
            select ORDER-LINE-FILE assign to "data/orderlines.idx"
                organization indexed
                access mode dynamic
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is OE-orderline-status.
            select ITEM-FILE assign to "data/item.idx"
                organization indexed
                access mode dynamic
                record key is ORD-NO
                file status is OE-ordhdr-status.
            select CUST-BAL-FILE assign to "data/custbal.idx"
                organization indexed
                access mode random
                record key is BAL-CUST-ID
                file status is OE-bal-status.
            select CREDIT-FILE assign to "data/credits.idx"
                organization indexed
                access mode dynamic
                record key is CN-KEY
                file status is OE-credit-status.
            select PRICE-AGR-FILE assign to "data/pricagr.idx"
                organization indexed
                access mode dynamic
                record key is PA-KEY
                file status is OE-agr-status.

        data division.
        file section.
        fd  ORDER-HDR-FILE.
        copy ORDHDR.

        fd  CUST-BAL-FILE.
        copy CUSTBAL.

        fd  CREDIT-FILE.
        copy CREDITNT.

        fd  PRICE-AGR-FILE.
        copy PRICEAGR.

        working-storage section.

        01  OE-customer-status        pic xx.
        01  OE-post-stamp             pic x(21).
        01  OE-entry-user             pic x(32)   value spaces.

      * the credit check at posting: the customer's exposure if this
      * order lands, against CUST-CREDIT-LIMIT.
        01  OE-bal-status             pic xx.
        01  OE-on-hold                pic x       value "N".
        01  OE-open-balance           pic s9(9)v99 value 0.
        01  OE-unbilled               pic 9(11)v99 value 0.
        01  OE-credit-status          pic xx.
        01  OE-credit-eof             pic x       value "N".
        01  OE-open-credits           pic 9(11)v99 value 0.
        01  OE-exposure               pic s9(11)v99 value 0.
        01  OE-credit-limit           pic 9(9)v99 value 0.
        01  OE-exposure-display       pic -(11)9.99.
        01  OE-limit-display          pic zzzzzzzz9.99.
        01  OE-hold-note              pic x(99)   value spaces.

      * stock: what the cart plus the keyed line want of one item,
      * and how many cart lines have had their stock taken so far
      * at posting, so a refusal gives back exactly those.
        01  OE-stock-wanted           pic 9(7)    value 0.
        01  OE-taken-count            pic 9(2)    value 0.

      * how many cart lines reached the order-line file before a
      * failed post, from which line number, and how many of those
      * could not be deleted again - a line left on file keeps its
      * stock.
        01  OE-written-count          pic 9(2)    value 0.
        01  OE-first-line-no          pic 9(4)    value 0.
        01  OE-kept-count             pic 9(2)    value 0.
        01  OE-line-off-file          pic x       value "Y".
        01  OE-kept-display           pic z9.
        01  OE-onhand-display         pic zzzzzz9.

      * how far a keyed price may stray from the item master's list
      * before the line is refused - the same tolerance idea
      * runtime/cowfeed.cbl applies to rate moves.
        01  OE-pct-display            pic zz9.99.
        01  OE-list-display           pic zzzz9.99.

      * the price a line is judged against: the customer's agreed
      * price for the item when an agreement is in force today,
      * else the list price.  a line keyed with no price takes it.
        01  OE-agr-status             pic xx.
        01  OE-agr-eof                pic x       value "N".
        01  OE-agr-found              pic x       value "N".
        01  OE-base-price             pic 9(5)v99 value 0.
        01  OE-price-basis            pic x(6)    value spaces.
        01  OE-today                  pic x(8)    value spaces.

      * the session cart: up to 40 lines for one customer, carried
      * between hits in COW-sess-data as one "cartcustid" entry plus
      * one "cartline" entry per pending line, item/qty/price packed
        01  OE-session-action         pic x.

        copy COWSESS.
        copy COWSTOCK.
        copy COWAUDIT.

        linkage section.
                when other
                    perform 2100-EDIT-QTY
                    if OE-reason = spaces
                        and OE-req-price not = spaces
                        perform 2200-EDIT-PRICE
                    end-if
                    if OE-reason = spaces
                    move "item is inactive - order refused"
                        to OE-reason
                when other
                    perform 2440-FIND-AGREEMENT
                    if OE-reason = spaces
                        if OE-req-price = spaces
                            move OE-base-price to OE-price-num
                        else
                            perform 2450-CHECK-PRICE-TOLERANCE
                        end-if
                    end-if
                    if OE-reason = spaces
                        perform 2460-CHECK-STOCK
                    end-if
            end-evaluate.

      * the customer's agreements for the item, oldest first from a
      * START at the customer and item; /priceagree keeps them from
      * overlapping, so the first one whose dates take in today is
      * the one.  no agreement file yet (status 35) is no agreements
      * at all; one that won't open refuses the line rather than
      * quietly bill a contract customer at list.
        2440-FIND-AGREEMENT.
            move "N" to OE-agr-found
            move ITEM-LIST-PRICE to OE-base-price
            move "list" to OE-price-basis
            move function current-date(1:8) to OE-today
            open input PRICE-AGR-FILE
            evaluate true
                when OE-agr-status = "00"
                    move "N" to OE-agr-eof
                    move OE-req-custid to PA-CUST-ID
                    move OE-req-item to PA-ITEM
                    move low-values to PA-EFF-FROM
                    start PRICE-AGR-FILE key not less than PA-KEY
                        invalid key move "Y" to OE-agr-eof
                    end-start
                    perform until OE-agr-eof = "Y"
                        read PRICE-AGR-FILE next
                            at end move "Y" to OE-agr-eof
                            not at end
                                if PA-CUST-ID not = OE-req-custid
                                    or PA-ITEM not = OE-req-item
                                    or PA-EFF-FROM > OE-today
                                    move "Y" to OE-agr-eof
                                else
                                    if PA-EFF-TO >= OE-today
                                        move "Y" to OE-agr-found
                                        move "Y" to OE-agr-eof
                                        move PA-PRICE to OE-base-price
                                        move "agreed" to OE-price-basis
                                    end-if
                                end-if
                        end-read
                    end-perform
                    close PRICE-AGR-FILE
                when OE-agr-status = "35"
                    continue
                when other
                    move "price agreements unavailable - line refused"
                        to OE-reason
            end-evaluate.

      * the tolerance runs against the agreed price when there is
      * one, the list price otherwise.  a zero price gives the
      * percentage no basis, so the tolerance pass is skipped for
      * it - the same guard cowfeed's move check puts on a zero
      * prior rate.
        2450-CHECK-PRICE-TOLERANCE.
            if OE-base-price not = 0
                compute OE-price-diff =
                        OE-price-num - OE-base-price
                if OE-price-diff < 0
                    compute OE-price-diff = 0 - OE-price-diff
                end-if
                compute OE-price-pct rounded = OE-price-diff * 100
                        / OE-base-price
                if OE-price-pct > OE-price-tolerance
                    move OE-price-pct to OE-pct-display
                    move OE-base-price to OE-list-display
                    move spaces to OE-reason
                    string "price is " delimited by size
                           function trim(OE-pct-display)
                           " pct off the " delimited by size
                           function trim(OE-list-display)
                           delimited by size
                           " " delimited by size
                           function trim(OE-price-basis)
                           delimited by size
                           " price - refused" delimited by size
                      into OE-reason
                end-if
            end-if.

      * ITEM-QTY-ON-HAND is still in the record area from the item
      * read.  the cart's own lines of the same item count against
      * it, so three lines of 5 can't carve 15 out of 10.  this is
      * the early warning only - posting takes the stock for real.
        2460-CHECK-STOCK.
            move OE-qty-num to OE-stock-wanted
            perform varying OE-cart-idx from 1 by 1
                    until OE-cart-idx > OE-cart-count
                if OE-cart-item(OE-cart-idx) = OE-req-item
                    add OE-cart-qty(OE-cart-idx) to OE-stock-wanted
                end-if
            end-perform
            if OE-stock-wanted > ITEM-QTY-ON-HAND
                move ITEM-QTY-ON-HAND to OE-onhand-display
                move spaces to OE-reason
                string "only " delimited by size
                       function trim(OE-onhand-display)
                       delimited by size
                       " on hand - line refused" delimited by size
                  into OE-reason
            end-if.

      * digits with at most one decimal point, nothing else; counts
      * the points so qty can insist on none and price allow one,
      * and the digits on each side of the first point so the
                move OE-cart-custid to OE-req-custid
                perform 2300-CHECK-CUSTOMER
                if OE-reason = spaces
                    perform 3050-CHECK-CREDIT-LIMIT
                    perform 3200-WRITE-ORDER
                end-if
            end-if.

      * CUST-CREDIT-LIMIT is still in the record area from the
      * customer check just made.  a balance or order file that
      * won't open for the sums can't prove the order is inside the
      * limit, so the order goes on hold rather than through - the
      * supervisor sees it either way.
        3050-CHECK-CREDIT-LIMIT.
            move "N" to OE-on-hold
            move spaces to OE-hold-note
            move CUST-CREDIT-LIMIT to OE-credit-limit
            if OE-credit-limit > 0
                perform 3060-SUM-OPEN-BALANCE
                perform 3070-SUM-UNBILLED-LINES
                perform 3080-SUM-OPEN-CREDITS
                move 0 to OE-cart-total
                perform varying OE-cart-idx from 1 by 1
                        until OE-cart-idx > OE-cart-count
                    compute OE-line-total = OE-cart-qty(OE-cart-idx)
                            * OE-cart-price(OE-cart-idx)
                    add OE-line-total to OE-cart-total
                end-perform
                compute OE-exposure = OE-open-balance + OE-unbilled
                        - OE-open-credits + OE-cart-total
                if OE-exposure > OE-credit-limit
                    or OE-on-hold = "Y"
                    move "Y" to OE-on-hold
                    move OE-exposure to OE-exposure-display
                    move OE-credit-limit to OE-limit-display
                    string "ON HOLD - account would stand at "
                           delimited by size
                           function trim(OE-exposure-display)
                           delimited by size
                           " against a credit limit of "
                           delimited by size
                           function trim(OE-limit-display)
                           delimited by size
                      into OE-hold-note
                end-if
            end-if.

      * owed now = brought forward at the last statement close less
      * receipts since; no balance record is a customer who owes
      * nothing yet.
        3060-SUM-OPEN-BALANCE.
            move 0 to OE-open-balance
            open input CUST-BAL-FILE
            evaluate true
                when OE-bal-status = "00"
                    move OE-cart-custid to BAL-CUST-ID
                    read CUST-BAL-FILE
                        invalid key continue
                        not invalid key
                            compute OE-open-balance =
                                    BAL-BROUGHT-FWD - BAL-CYCLE-PAID
                    end-read
                    close CUST-BAL-FILE
                when OE-bal-status = "35"
                    continue
                when other
                    move "Y" to OE-on-hold
            end-evaluate.

      * every line still on the order file for this customer is
      * unbilled - cowstmt takes lines off as it bills them - held
      * orders' lines included, since they're owed the moment they
      * are released.
        3070-SUM-UNBILLED-LINES.
            move 0 to OE-unbilled
            move "N" to OE-orderline-eof
            open input ORDER-LINE-FILE
            if OE-orderline-status not = "00"
                move "Y" to OE-on-hold
            else
                move OE-cart-custid to OL-IX-CUST-ID
                move 0 to OL-IX-LINE-NO
                start ORDER-LINE-FILE key not less than OL-IX-KEY
                    invalid key move "Y" to OE-orderline-eof
                end-start
                perform until OE-orderline-eof = "Y"
                    read ORDER-LINE-FILE next
                        at end move "Y" to OE-orderline-eof
                        not at end
                            if OL-IX-CUST-ID = OE-cart-custid
                                compute OE-line-total =
                                        OL-IX-QTY * OL-IX-PRICE
                                add OE-line-total to OE-unbilled
                            else
                                move "Y" to OE-orderline-eof
                            end-if
                    end-read
                end-perform
                close ORDER-LINE-FILE
            end-if.

      * credits raised on /returns but not yet on a statement come
      * off what the customer owes.  a credits file that won't open
      * only leaves the exposure overstated, so it holds nothing up.
        3080-SUM-OPEN-CREDITS.
            move 0 to OE-open-credits
            move "N" to OE-credit-eof
            open input CREDIT-FILE
            if OE-credit-status = "00"
                move OE-cart-custid to CN-CUST-ID
                move 0 to CN-SEQ
                start CREDIT-FILE key not less than CN-KEY
                    invalid key move "Y" to OE-credit-eof
                end-start
                perform until OE-credit-eof = "Y"
                    read CREDIT-FILE next
                        at end move "Y" to OE-credit-eof
                        not at end
                            if CN-CUST-ID = OE-cart-custid
                                add CN-VALUE to OE-open-credits
                            else
                                move "Y" to OE-credit-eof
                            end-if
                    end-read
                end-perform
                close CREDIT-FILE
            end-if.

      * the header file is the one keyed file this shop creates on
      * the fly (status 35 = first order ever posted, open output
      * creates it) - unlike orderlines.idx it isn't built by
            move function current-date to OE-post-stamp
            perform 3250-RESOLVE-ENTRY-USER
            move "N" to OE-hdr-created
            move 0 to OE-written-count
            move 0 to OE-kept-count
            open i-o ORDER-HDR-FILE
            if OE-ordhdr-status = "35"
                open output ORDER-HDR-FILE
                        to OE-reason
                else
                    perform 3100-FIND-NEXT-LINE-NO
                    perform 3150-TAKE-CART-STOCK
                    if OE-reason = spaces
                        perform 3400-WRITE-CART-LINES
                    end-if
                    if OE-reason = spaces
                        perform 3500-WRITE-ORDER-HEADER
                    end-if
                    if OE-reason not = spaces
                        perform 3190-GIVE-BACK-STOCK
                    end-if
                    close ORDER-LINE-FILE
                end-if
                close ORDER-HDR-FILE
                end-read
            end-perform.

      * every line's stock is taken before any line is written, so
      * a short line stops the posting with nothing on the order
      * file; lines 1 to OE-taken-count are the ones taken.
        3150-TAKE-CART-STOCK.
            move 0 to OE-taken-count
            perform varying OE-cart-idx from 1 by 1
                    until OE-cart-idx > OE-cart-count
                       or OE-reason not = spaces
                set COW-stock-is-out to true
                move "ORDER" to COW-stock-reason
                perform 3160-MOVE-CART-LINE-STOCK
                evaluate true
                    when COW-stock-ok
                        move OE-cart-idx to OE-taken-count
                    when COW-stock-short
                        move COW-stock-on-hand to OE-onhand-display
                        string "only " delimited by size
                               function trim(OE-onhand-display)
                               delimited by size
                               " of " delimited by size
                               function trim(COW-stock-item)
                               delimited by size
                               " on hand - nothing posted"
                               delimited by size
                          into OE-reason
                    when other
                        move "item master unavailable - nothing posted"
                            to OE-reason
                end-evaluate
            end-perform.

        3160-MOVE-CART-LINE-STOCK.
            move OE-cart-item(OE-cart-idx) to COW-stock-item
            move OE-cart-qty(OE-cart-idx) to COW-stock-qty
            move OE-entry-user to COW-stock-user
            move OE-order-no to OE-order-no-display
            move spaces to COW-stock-reference
            string "order " delimited by size
                   function trim(OE-order-no-display)
                   delimited by size
                   " " delimited by size
                   OE-cart-custid delimited by size
              into COW-stock-reference
            call 'cowstock' using COW-STOCK-MOVE.

      * a posting refused after its stock was taken puts the stock
      * back, journalled as UNPOST so the pair reads as one event.
      * lines 3400 already wrote under the order number are deleted
      * first; only a line that is off the file again gets its stock
      * back, so a line that would not delete keeps what it took and
      * the refusal says how many were left behind.
        3190-GIVE-BACK-STOCK.
            perform varying OE-cart-idx from 1 by 1
                    until OE-cart-idx > OE-taken-count
                move "Y" to OE-line-off-file
                if OE-cart-idx <= OE-written-count
                    perform 3195-BACK-OUT-CART-LINE
                end-if
                if OE-line-off-file = "Y"
                    set COW-stock-is-in to true
                    move "UNPOST" to COW-stock-reason
                    perform 3160-MOVE-CART-LINE-STOCK
                end-if
            end-perform
            move 0 to OE-taken-count
            if OE-kept-count > 0
                move OE-order-no to OE-order-no-display
                move OE-kept-count to OE-kept-display
                move spaces to OE-reason
                string "order " delimited by size
                       function trim(OE-order-no-display)
                       delimited by size
                       " failed, " delimited by size
                       function trim(OE-kept-display)
                       delimited by size
                       " line(s) left on file - see audit log"
                       delimited by size
                  into OE-reason
            end-if.

      * cart lines are written in order from OE-first-line-no, so
      * cart line n sits at line number first + n - 1.
        3195-BACK-OUT-CART-LINE.
            move OE-cart-custid to OL-IX-CUST-ID
            compute OL-IX-LINE-NO = OE-first-line-no + OE-cart-idx - 1
            delete ORDER-LINE-FILE record
                invalid key
                    move "N" to OE-line-off-file
                    add 1 to OE-kept-count
            end-delete.

        3400-WRITE-CART-LINES.
            move 0 to OE-cart-total
            move 0 to OE-written-count
            move OE-next-line-no to OE-first-line-no
            perform varying OE-cart-idx from 1 by 1
                    until OE-cart-idx > OE-cart-count
                       or OE-reason not = spaces
                        move "order file rejected a line - not posted"
                            to OE-reason
                    not invalid key
                        move OE-cart-idx to OE-written-count
                        add 1 to OE-next-line-no
                        compute OE-line-total =
                                OE-cart-qty(OE-cart-idx)
            move OE-cart-custid to ORD-CUST-ID
            move OE-post-stamp(1:8) to ORD-DATE
            move OE-cart-total to ORD-TOTAL
            if OE-on-hold = "Y"
                move "HELD" to ORD-STATUS
            else
                move "OPEN" to ORD-STATUS
            end-if
            move spaces to ORD-REVIEW-USER
            move spaces to ORD-REVIEW-DATE
            write ORDER-HEADER-RECORD
                invalid key
                    move "order header rejected - see audit log"
        4000-BUILD-CONFIRMATION.
            move OE-order-no to OE-order-no-display
            move OE-cart-total to OE-total-display
            move 10 to COW-vars-count
            move "pagetitle" to COW-varname(1)
            move "Order confirmation" to COW-varvalue(1)
            move "orderno" to COW-varname(2)
            move OE-count-display to COW-varvalue(7)
            move "sessionid" to COW-varname(8)
            move COW-session-id to COW-varvalue(8)
            move "orderstatus" to COW-varname(9)
            if OE-on-hold = "Y"
                move "HELD" to COW-varvalue(9)
            else
                move "OPEN" to COW-varvalue(9)
            end-if
            move "holdnote" to COW-varname(10)
            move OE-hold-note to COW-varvalue(10)
            perform 4200-BUILD-CART-ROWS
            move "N" to COW-call-mode
            move 3 to COW-template-count
            move COW-page-name to COW-aud-template
            move spaces to COW-aud-payload
            evaluate true
                when OE-posted = "Y" and OE-on-hold = "Y"
                    move OE-order-no to OE-order-no-display
                    string "order "
                           delimited by size
                           function trim(OE-order-no-display)
                           delimited by size
                           " posted for " delimited by size
                           function trim(OE-req-custid)
                           delimited by size
                           " - HELD, over credit limit"
                           delimited by size
                      into COW-aud-payload
                when OE-posted = "Y"
                    move OE-order-no to OE-order-no-display
                    string "order "
