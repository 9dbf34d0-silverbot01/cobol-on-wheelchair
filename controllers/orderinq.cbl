        identification division.
        program-id. orderinq.

      * called by cowrouter as: call route-program using THE-VARS
      * see copybooks/COWROUTES.cpy for the path this controller
      * answers to.
      *
      * order inquiry, read-only: "what happened to order 1234?"
      * answered on one page instead of four files.  Given an
      * "ordno" it shows the order header off data/ordhdr.idx and
      * every line the order ever had, each with where it stands
      * now - open on data/orderlines.idx, amended there, cancelled
      * off it, or billed at a statement close and moved to
      * data/ordhist.dat - plus the order's amendment trail from
      * data/ordamend.log (copybooks/ORDAMEND.cpy, before and after
      * images) and any credit notes keyed against its lines, open
      * on data/credits.idx or settled to ordhist.  Given only a
      * "custid" it lists that customer's orders, newest first, each
      * linked through to its own inquiry.  Nothing here writes to
      * any file but the audit log.

        environment division.
        input-output section.
        file-control.
            select ORDER-HDR-FILE assign to "data/ordhdr.idx"
                organization indexed
                access mode dynamic
                record key is ORD-NO
                file status is OQ-ordhdr-status.
            select CUSTOMER-FILE assign to "data/customer.idx"
                organization indexed
                access mode random
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is OQ-customer-status.
            select ORDER-LINE-FILE assign to "data/orderlines.idx"
                organization indexed
                access mode dynamic
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is OQ-orderline-status.
            select AMEND-JOURNAL-FILE assign to "data/ordamend.log"
                organization line sequential
                file status is OQ-journal-status.
            select ORDER-HIST-FILE assign to "data/ordhist.dat"
                organization line sequential
                file status is OQ-ordhist-status.
            select CREDIT-FILE assign to "data/credits.idx"
                organization indexed
                access mode dynamic
                record key is CN-KEY
                file status is OQ-credit-status.

        data division.
        file section.
        fd  ORDER-HDR-FILE.
        copy ORDHDR.

        fd  CUSTOMER-FILE.
        copy CUSTMAST.

        fd  ORDER-LINE-FILE.
        copy ORDLINEX.

        fd  AMEND-JOURNAL-FILE.
        copy ORDAMEND.

        fd  ORDER-HIST-FILE.
        copy ORDHIST.

        fd  CREDIT-FILE.
        copy CREDITNT.

        working-storage section.

        01  OQ-ordhdr-status          pic xx.
        01  OQ-ordhdr-eof             pic x       value "N".
        01  OQ-customer-status        pic xx.
        01  OQ-customer-down          pic x       value "N".
        01  OQ-orderline-status       pic xx.
        01  OQ-orderline-eof          pic x       value "N".
        01  OQ-journal-status         pic xx.
        01  OQ-journal-eof            pic x       value "N".
        01  OQ-ordhist-status         pic xx.
        01  OQ-ordhist-eof            pic x       value "N".
        01  OQ-credit-status          pic xx.
        01  OQ-credit-eof             pic x       value "N".
        01  OQ-req-idx                pic 9(3)    value 0.
        01  OQ-req-ordno              pic x(10)   value spaces.
        01  OQ-req-custid             pic x(10)   value spaces.
        01  OQ-ordno-num              pic 9(8)    value 0.
        01  OQ-mode                   pic x       value spaces.
            88  OQ-by-order                       value "O".
            88  OQ-by-customer                    value "C".
        01  OQ-reason                 pic x(60)   value spaces.
        01  OQ-down-note              pic x(60)   value spaces.
        01  OQ-order-custid           pic x(10)   value spaces.
        01  OQ-custname               pic x(40)   value spaces.
        01  OQ-digit-ok               pic x       value "Y".
        01  OQ-scan-idx               pic 9(3)    value 0.
        01  OQ-scan-len               pic 9(3)    value 0.
        01  OQ-amend-count            pic 9(5)    value 0.
        01  OQ-order-count            pic 9(5)    value 0.

      * every line the order ever had, in line-number order, built
      * up from the journal, the order file and the history file in
      * turn; a later source overrides an earlier one's state, so a
      * line amended and then billed ends up billed.
        01  OQ-line-count             pic 9(2)    value 0.
        01  OQ-line-overflow          pic x       value "N".
        01  OQ-line-table.
            03  OQ-line-entry         occurs 50 times.
                05  OQ-ln-line-no     pic 9(4).
                05  OQ-ln-item        pic x(20).
                05  OQ-ln-qty         pic 9(3).
                05  OQ-ln-price       pic 9(5)v99.
                05  OQ-ln-state       pic x.
                    88  OQ-ln-is-open             value "O".
                    88  OQ-ln-is-amended          value "A".
                    88  OQ-ln-is-cancelled        value "C".
                    88  OQ-ln-is-billed           value "B".
                05  OQ-ln-billed-date pic x(8).
                05  OQ-ln-amends      pic 9(3).
        01  OQ-line-idx               pic 9(2)    value 0.
        01  OQ-line-hit               pic 9(2)    value 0.
        01  OQ-want-line-no           pic 9(4)    value 0.

      * a customer's orders, the newest 50 kept the way payentry
      * keeps its recent receipts.
        01  OQ-win-count              pic 9(2)    value 0.
        01  OQ-win-table.
            03  OQ-win-entry          occurs 50 times.
                05  OQ-win-ordno      pic 9(8).
                05  OQ-win-date       pic x(8).
                05  OQ-win-total      pic 9(9)v99.
                05  OQ-win-status     pic x(8).
        01  OQ-win-idx                pic 9(2)    value 0.

      * a journal before or after image laid out as the order line
      * it was.
        copy ORDLINEX replacing ==ORDER-LINE-IX-RECORD==
                             by ==OQ-JOURNAL-IMAGE==
                      ==OL-IX-KEY== by ==OL-JI-KEY==
                      ==OL-IX-CUST-ID== by ==OL-JI-CUST-ID==
                      ==OL-IX-LINE-NO== by ==OL-JI-LINE-NO==
                      ==OL-IX-ITEM== by ==OL-JI-ITEM==
                      ==OL-IX-QTY== by ==OL-JI-QTY==
                      ==OL-IX-PRICE== by ==OL-JI-PRICE==
                      ==OL-IX-ORDER-NO== by ==OL-JI-ORDER-NO==
                      ==OL-IX-ENTRY-DATE== by ==OL-JI-ENTRY-DATE==
                      ==OL-IX-ENTRY-USER== by ==OL-JI-ENTRY-USER==.

        01  OQ-ordno-display          pic zzzzzzz9.
        01  OQ-lineno-display         pic zzz9.
        01  OQ-qty-display            pic zz9.
        01  OQ-price-display          pic zzzz9.99.
        01  OQ-total-display          pic zzzzzzzz9.99.
        01  OQ-value-display          pic zzzzzzz9.99.
        01  OQ-count-display          pic zzzz9.
        01  OQ-count-display-2        pic zzzz9.
        01  OQ-image-text             pic x(60)   value spaces.
        01  OQ-status-text            pic x(30)   value spaces.
        01  OQ-review-text            pic x(80)   value spaces.
        01  OQ-inq-note               pic x(80)   value spaces.

        copy COWAUDIT.

        linkage section.

        copy COWREQ.
        copy COWVARS.

        procedure division using COW-REQUEST THE-VARS.

        0000-MAIN.
            move COW-req-session-id to COW-session-id
            perform 1000-GATHER-PARAMS
            move 4 to COW-rowset-count
            move "orders" to COW-rowset-name(1)
            move "orderlines" to COW-rowset-name(2)
            move "amendments" to COW-rowset-name(3)
            move "credits" to COW-rowset-name(4)
            move 0 to COW-row-count(1)
            move 0 to COW-row-count(2)
            move 0 to COW-row-count(3)
            move 0 to COW-row-count(4)
            evaluate true
                when OQ-req-ordno not = spaces
                    set OQ-by-order to true
                    perform 2000-LOOKUP-ORDER
                when OQ-req-custid not = spaces
                    set OQ-by-customer to true
                    perform 3000-LIST-CUSTOMER-ORDERS
                when other
                    continue
            end-evaluate

            perform 4000-BUILD-PAGE-VARS

            call 'cowtemplate' using THE-VARS

      * standard error branch, same as the other controllers:
      * skipped in batch mode so cowbatch can keep a good prior
      * render instead of an error page.
            if not COW-status-ok and not COW-is-batch-mode
                call 'cowerror' using THE-VARS
            end-if

            perform 5000-WRITE-AUDIT-LINE

            goback.

      * an order number wins if both arrive - the customer list's
      * links carry only the order number anyway.
        1000-GATHER-PARAMS.
            perform varying OQ-req-idx from 1 by 1
                    until OQ-req-idx > COW-req-param-count
                evaluate function trim(COW-req-name(OQ-req-idx))
                    when "ordno"
                        move COW-req-value(OQ-req-idx)
                            to OQ-req-ordno
                    when "custid"
                        move COW-req-value(OQ-req-idx)
                            to OQ-req-custid
                end-evaluate
            end-perform.

      * same edit ordhold puts on an order number: all digits, fits
      * ORD-NO, not zero - order zero is the lines from before order
      * numbers, which never had a header.
        1100-EDIT-ORDNO.
            move "Y" to OQ-digit-ok
            compute OQ-scan-len =
                    function length(function trim(OQ-req-ordno))
            if OQ-scan-len > 8
                move "N" to OQ-digit-ok
            end-if
            perform varying OQ-scan-idx from 1 by 1
                    until OQ-scan-idx > OQ-scan-len
                if OQ-req-ordno(OQ-scan-idx:1) < "0"
                    or OQ-req-ordno(OQ-scan-idx:1) > "9"
                    move "N" to OQ-digit-ok
                end-if
            end-perform
            if OQ-digit-ok = "Y"
                compute OQ-ordno-num = function numval(OQ-req-ordno)
                if OQ-ordno-num = 0
                    move "N" to OQ-digit-ok
                end-if
            end-if
            if OQ-digit-ok not = "Y"
                move "order number must be a whole number" to OQ-reason
            end-if.

      * the header first - no header, no order - then each source
      * in the order things happen to a line: the journal says what
      * was changed or cancelled, the order file what is still open,
      * the history file what has been billed.
        2000-LOOKUP-ORDER.
            perform 1100-EDIT-ORDNO
            if OQ-reason = spaces
                perform 2100-READ-HEADER
            end-if
            if OQ-reason = spaces
                move OQ-order-custid to OQ-req-custid
                perform 2200-READ-CUSTOMER
                perform 2300-SCAN-JOURNAL
                perform 2400-SCAN-OPEN-LINES
                perform 2500-SCAN-HISTORY
                perform 2600-SCAN-OPEN-CREDITS
            end-if.

        2100-READ-HEADER.
            open input ORDER-HDR-FILE
            evaluate true
                when OQ-ordhdr-status = "00"
                    move OQ-ordno-num to ORD-NO
                    read ORDER-HDR-FILE
                        invalid key
                            move "no such order on the header file"
                                to OQ-reason
                        not invalid key
                            move ORD-CUST-ID to OQ-order-custid
                    end-read
                    close ORDER-HDR-FILE
                when OQ-ordhdr-status = "35"
                    move "no such order on the header file"
                        to OQ-reason
                when other
                    move "header file unavailable - inquiry not run"
                        to OQ-reason
            end-evaluate.

      * the name is a courtesy on the page; a customer master that
      * won't open or has lost the customer still lets the order be
      * looked at.  in customer mode a customer that isn't there is
      * reported, so a mistyped id doesn't read as "no orders".
        2200-READ-CUSTOMER.
            move spaces to OQ-custname
            open input CUSTOMER-FILE
            evaluate true
                when OQ-customer-status = "00"
                    move OQ-req-custid to CUST-ID
                    read CUSTOMER-FILE
                        invalid key
                            if OQ-by-customer
                                move "no such customer" to OQ-reason
                            end-if
                        not invalid key
                            move CUST-NAME to OQ-custname
                    end-read
                    close CUSTOMER-FILE
                when OQ-customer-status = "35"
                    if OQ-by-customer
                        move "no such customer" to OQ-reason
                    end-if
                when other
                    move "Y" to OQ-customer-down
            end-evaluate.

      * the journal is read end to end in the order it was written,
      * so the amendments rowset is the line's history oldest first.
      * both images of an AMEND carry the order number; a CANCEL's
      * after image is spaces, so the before image decides.
        2300-SCAN-JOURNAL.
            move "N" to OQ-journal-eof
            open input AMEND-JOURNAL-FILE
            evaluate true
                when OQ-journal-status = "00"
                    perform until OQ-journal-eof = "Y"
                        read AMEND-JOURNAL-FILE
                            at end move "Y" to OQ-journal-eof
                            not at end
                                move OA-JRN-BEFORE to OQ-JOURNAL-IMAGE
                                if OL-JI-ORDER-NO = OQ-ordno-num
                                    and OL-JI-CUST-ID = OQ-order-custid
                                    perform 2350-TAKE-JOURNAL-LINE
                                end-if
                        end-read
                    end-perform
                    close AMEND-JOURNAL-FILE
                when OQ-journal-status = "35"
                    continue
                when other
                    move "amendment journal unavailable"
                        to OQ-down-note
            end-evaluate.

        2350-TAKE-JOURNAL-LINE.
            add 1 to OQ-amend-count
            move OL-JI-LINE-NO to OQ-want-line-no
            perform 6000-FIND-LINE
            if OQ-line-hit > 0
                move OL-JI-ITEM to OQ-ln-item(OQ-line-hit)
                move OL-JI-QTY to OQ-ln-qty(OQ-line-hit)
                move OL-JI-PRICE to OQ-ln-price(OQ-line-hit)
            end-if
            if COW-row-count(3) < 50
                add 1 to COW-row-count(3)
                move 6 to COW-cell-count(3, COW-row-count(3))
                move "amwhen" to COW-cellname(3, COW-row-count(3), 1)
                move spaces to COW-cellvalue(3, COW-row-count(3), 1)
                string OA-JRN-TIMESTAMP(1:8) delimited by size
                       " " delimited by size
                       OA-JRN-TIMESTAMP(9:2) delimited by size
                       ":" delimited by size
                       OA-JRN-TIMESTAMP(11:2) delimited by size
                  into COW-cellvalue(3, COW-row-count(3), 1)
                move "amuser" to COW-cellname(3, COW-row-count(3), 2)
                move OA-JRN-USER
                    to COW-cellvalue(3, COW-row-count(3), 2)
                move "amaction" to COW-cellname(3, COW-row-count(3), 3)
                move OA-JRN-ACTION
                    to COW-cellvalue(3, COW-row-count(3), 3)
                move "amline" to COW-cellname(3, COW-row-count(3), 4)
                move OL-JI-LINE-NO to OQ-lineno-display
                move function trim(OQ-lineno-display)
                    to COW-cellvalue(3, COW-row-count(3), 4)
                move "ambefore" to COW-cellname(3, COW-row-count(3), 5)
                perform 2360-DESCRIBE-IMAGE
                move OQ-image-text
                    to COW-cellvalue(3, COW-row-count(3), 5)
                move "amafter" to COW-cellname(3, COW-row-count(3), 6)
                move spaces to COW-cellvalue(3, COW-row-count(3), 6)
            end-if
            if OA-JRN-AFTER = spaces
                if OQ-line-hit > 0
                    move "C" to OQ-ln-state(OQ-line-hit)
                end-if
            else
                move OA-JRN-AFTER to OQ-JOURNAL-IMAGE
                if OQ-line-hit > 0
                    move "A" to OQ-ln-state(OQ-line-hit)
                    add 1 to OQ-ln-amends(OQ-line-hit)
                    move OL-JI-ITEM to OQ-ln-item(OQ-line-hit)
                    move OL-JI-QTY to OQ-ln-qty(OQ-line-hit)
                    move OL-JI-PRICE to OQ-ln-price(OQ-line-hit)
                end-if
                if COW-row-count(3) > 0
                    and OQ-amend-count <= 50
                    perform 2360-DESCRIBE-IMAGE
                    move OQ-image-text
                        to COW-cellvalue(3, COW-row-count(3), 6)
                end-if
            end-if.

      * "item qty 3 at 12.50" off whichever image is in
      * OQ-JOURNAL-IMAGE.
        2360-DESCRIBE-IMAGE.
            move OL-JI-QTY to OQ-qty-display
            move OL-JI-PRICE to OQ-price-display
            move spaces to OQ-image-text
            string function trim(OL-JI-ITEM) delimited by size
                   " qty " delimited by size
                   function trim(OQ-qty-display) delimited by size
                   " at " delimited by size
                   function trim(OQ-price-display) delimited by size
              into OQ-image-text.

      * the order's lines still on the order file are the
      * customer's lines carrying its order number - START at line
      * zero for the customer and read on until the customer
      * changes, as ordhold does to reject an order.
        2400-SCAN-OPEN-LINES.
            open input ORDER-LINE-FILE
            evaluate true
                when OQ-orderline-status = "00"
                    move "N" to OQ-orderline-eof
                    move OQ-order-custid to OL-IX-CUST-ID
                    move 0 to OL-IX-LINE-NO
                    start ORDER-LINE-FILE key not less than OL-IX-KEY
                        invalid key move "Y" to OQ-orderline-eof
                    end-start
                    perform until OQ-orderline-eof = "Y"
                        read ORDER-LINE-FILE next
                            at end move "Y" to OQ-orderline-eof
                            not at end
                                if OL-IX-CUST-ID not = OQ-order-custid
                                    move "Y" to OQ-orderline-eof
                                else
                                    if OL-IX-ORDER-NO = OQ-ordno-num
                                        perform 2450-TAKE-OPEN-LINE
                                    end-if
                                end-if
                        end-read
                    end-perform
                    close ORDER-LINE-FILE
                when OQ-orderline-status = "35"
                    continue
                when other
                    move "order file unavailable" to OQ-down-note
            end-evaluate.

        2450-TAKE-OPEN-LINE.
            move OL-IX-LINE-NO to OQ-want-line-no
            perform 6000-FIND-LINE
            if OQ-line-hit > 0
                move OL-IX-ITEM to OQ-ln-item(OQ-line-hit)
                move OL-IX-QTY to OQ-ln-qty(OQ-line-hit)
                move OL-IX-PRICE to OQ-ln-price(OQ-line-hit)
                if OQ-ln-amends(OQ-line-hit) > 0
                    move "A" to OQ-ln-state(OQ-line-hit)
                else
                    move "O" to OQ-ln-state(OQ-line-hit)
                end-if
            end-if.

      * billed lines and the credits each close settled against the
      * order both live on the history file.
        2500-SCAN-HISTORY.
            move "N" to OQ-ordhist-eof
            open input ORDER-HIST-FILE
            evaluate true
                when OQ-ordhist-status = "00"
                    perform until OQ-ordhist-eof = "Y"
                        read ORDER-HIST-FILE
                            at end move "Y" to OQ-ordhist-eof
                            not at end
                                if OH-ORDER-NO = OQ-ordno-num
                                    and OH-CUST-ID = OQ-order-custid
                                    perform 2550-TAKE-HIST-ROW
                                end-if
                        end-read
                    end-perform
                    close ORDER-HIST-FILE
                when OQ-ordhist-status = "35"
                    continue
                when other
                    move "billed history unavailable" to OQ-down-note
            end-evaluate.

        2550-TAKE-HIST-ROW.
            if OH-IS-CREDIT-NOTE
                if COW-row-count(4) < 50
                    perform 2560-ADD-SETTLED-CREDIT
                end-if
            else
                move OH-LINE-NO to OQ-want-line-no
                perform 6000-FIND-LINE
                if OQ-line-hit > 0
                    move OH-ITEM to OQ-ln-item(OQ-line-hit)
                    move OH-QTY to OQ-ln-qty(OQ-line-hit)
                    move OH-PRICE to OQ-ln-price(OQ-line-hit)
                    move "B" to OQ-ln-state(OQ-line-hit)
                    move OH-BILLED-DATE
                        to OQ-ln-billed-date(OQ-line-hit)
                end-if
            end-if.

        2560-ADD-SETTLED-CREDIT.
            move OH-CREDIT-VALUE to OQ-value-display
            move spaces to OQ-status-text
            string "settled " delimited by size
                   OH-BILLED-DATE delimited by size
              into OQ-status-text
            perform 2700-ADD-CREDIT-ROW
            move OH-ENTRY-DATE
                to COW-cellvalue(4, COW-row-count(4), 1)
            move OH-LINE-NO to OQ-lineno-display
            move function trim(OQ-lineno-display)
                to COW-cellvalue(4, COW-row-count(4), 2)
            move OH-ITEM to COW-cellvalue(4, COW-row-count(4), 3)
            move OH-QTY to OQ-qty-display
            move function trim(OQ-qty-display)
                to COW-cellvalue(4, COW-row-count(4), 4)
            move OH-CREDIT-REASON
                to COW-cellvalue(4, COW-row-count(4), 7).

      * credits keyed but not yet on a statement: the customer's
      * open credits by CN-KEY, START at sequence zero as crednote
      * lists them.
        2600-SCAN-OPEN-CREDITS.
            open input CREDIT-FILE
            evaluate true
                when OQ-credit-status = "00"
                    move "N" to OQ-credit-eof
                    move OQ-order-custid to CN-CUST-ID
                    move 0 to CN-SEQ
                    start CREDIT-FILE key not less than CN-KEY
                        invalid key move "Y" to OQ-credit-eof
                    end-start
                    perform until OQ-credit-eof = "Y"
                        read CREDIT-FILE next
                            at end move "Y" to OQ-credit-eof
                            not at end
                                if CN-CUST-ID not = OQ-order-custid
                                    move "Y" to OQ-credit-eof
                                else
                                    if CN-ORDER-NO = OQ-ordno-num
                                        and COW-row-count(4) < 50
                                        perform 2650-TAKE-OPEN-CREDIT
                                    end-if
                                end-if
                        end-read
                    end-perform
                    close CREDIT-FILE
                when OQ-credit-status = "35"
                    continue
                when other
                    move "credit notes unavailable" to OQ-down-note
            end-evaluate.

        2650-TAKE-OPEN-CREDIT.
            move CN-VALUE to OQ-value-display
            move "open, on next statement" to OQ-status-text
            perform 2700-ADD-CREDIT-ROW
            move CN-ENTRY-DATE to COW-cellvalue(4, COW-row-count(4), 1)
            move CN-LINE-NO to OQ-lineno-display
            move function trim(OQ-lineno-display)
                to COW-cellvalue(4, COW-row-count(4), 2)
            move CN-ITEM to COW-cellvalue(4, COW-row-count(4), 3)
            move CN-QTY to OQ-qty-display
            move function trim(OQ-qty-display)
                to COW-cellvalue(4, COW-row-count(4), 4)
            move CN-REASON to COW-cellvalue(4, COW-row-count(4), 7).

      * the row is opened and named here, value and state filled
      * from OQ-value-display and OQ-status-text; the caller moves
      * in the fields that differ between a settled and an open
      * credit, and has already checked there is room for the row.
        2700-ADD-CREDIT-ROW.
            add 1 to COW-row-count(4)
            move 7 to COW-cell-count(4, COW-row-count(4))
            move "crdate" to COW-cellname(4, COW-row-count(4), 1)
            move "crline" to COW-cellname(4, COW-row-count(4), 2)
            move "critem" to COW-cellname(4, COW-row-count(4), 3)
            move "crqty" to COW-cellname(4, COW-row-count(4), 4)
            move "crvalue" to COW-cellname(4, COW-row-count(4), 5)
            move OQ-value-display
                to COW-cellvalue(4, COW-row-count(4), 5)
            move "crstate" to COW-cellname(4, COW-row-count(4), 6)
            move OQ-status-text to COW-cellvalue(4, COW-row-count(4), 6)
            move "crreason" to COW-cellname(4, COW-row-count(4), 7).

      * every header on the file belonging to the customer, in
      * order-number order, so the window ends up holding the
      * newest 50.
        3000-LIST-CUSTOMER-ORDERS.
            perform 2200-READ-CUSTOMER
            if OQ-customer-down = "Y"
                move "customer master unavailable - inquiry not run"
                    to OQ-reason
            end-if
            if OQ-reason = spaces
                move 0 to OQ-win-count
                move "N" to OQ-ordhdr-eof
                open input ORDER-HDR-FILE
                evaluate true
                    when OQ-ordhdr-status = "00"
                        perform until OQ-ordhdr-eof = "Y"
                            read ORDER-HDR-FILE next
                                at end move "Y" to OQ-ordhdr-eof
                                not at end
                                    if ORD-CUST-ID = OQ-req-custid
                                        perform 3100-TAKE-ONE-ORDER
                                    end-if
                            end-read
                        end-perform
                        close ORDER-HDR-FILE
                    when OQ-ordhdr-status = "35"
                        continue
                    when other
                        move "header file unavailable" to OQ-down-note
                end-evaluate
                perform 3200-ADD-ORDER-ROWS
            end-if.

        3100-TAKE-ONE-ORDER.
            add 1 to OQ-order-count
            if OQ-win-count < 50
                add 1 to OQ-win-count
            else
                perform varying OQ-win-idx from 1 by 1
                        until OQ-win-idx > 49
                    move OQ-win-entry(OQ-win-idx + 1)
                        to OQ-win-entry(OQ-win-idx)
                end-perform
            end-if
            move ORD-NO to OQ-win-ordno(OQ-win-count)
            move ORD-DATE to OQ-win-date(OQ-win-count)
            move ORD-TOTAL to OQ-win-total(OQ-win-count)
            move ORD-STATUS to OQ-win-status(OQ-win-count)
            if ORD-STATUS = spaces
                move "OPEN" to OQ-win-status(OQ-win-count)
            end-if.

      * newest first: the window is walked from its far end.
        3200-ADD-ORDER-ROWS.
            perform varying OQ-win-idx from OQ-win-count by -1
                    until OQ-win-idx < 1
                add 1 to COW-row-count(1)
                move 4 to COW-cell-count(1, COW-row-count(1))
                move "listordno"
                    to COW-cellname(1, COW-row-count(1), 1)
                move OQ-win-ordno(OQ-win-idx) to OQ-ordno-display
                move function trim(OQ-ordno-display)
                    to COW-cellvalue(1, COW-row-count(1), 1)
                move "orderdate" to COW-cellname(1, COW-row-count(1), 2)
                move OQ-win-date(OQ-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 2)
                move "ordertotal"
                    to COW-cellname(1, COW-row-count(1), 3)
                move OQ-win-total(OQ-win-idx) to OQ-total-display
                move OQ-total-display
                    to COW-cellvalue(1, COW-row-count(1), 3)
                move "orderstatus"
                    to COW-cellname(1, COW-row-count(1), 4)
                move OQ-win-status(OQ-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 4)
            end-perform.

        4000-BUILD-PAGE-VARS.
            move 12 to COW-vars-count
            move "pagetitle" to COW-varname(1)
            move "Order inquiry" to COW-varvalue(1)
            move "reason" to COW-varname(2)
            move OQ-reason to COW-varvalue(2)
            move "ordno" to COW-varname(3)
            move OQ-req-ordno to COW-varvalue(3)
            move "custid" to COW-varname(4)
            move OQ-req-custid to COW-varvalue(4)
            move "custname" to COW-varname(5)
            move OQ-custname to COW-varvalue(5)
            move "hdrordno" to COW-varname(6)
            move spaces to COW-varvalue(6)
            move "hdrdate" to COW-varname(7)
            move spaces to COW-varvalue(7)
            move "hdrtotal" to COW-varname(8)
            move spaces to COW-varvalue(8)
            move "hdrstatus" to COW-varname(9)
            move spaces to COW-varvalue(9)
            move "hdrreview" to COW-varname(10)
            move spaces to COW-varvalue(10)
            move "inqnote" to COW-varname(11)
            move "sessionid" to COW-varname(12)
            move COW-session-id to COW-varvalue(12)
            move spaces to OQ-inq-note
            evaluate true
                when OQ-reason not = spaces
                    continue
                when OQ-by-order
                    perform 4100-SHOW-HEADER
                    perform 4200-ADD-LINE-ROWS
                    move OQ-line-count to OQ-count-display
                    move OQ-amend-count to OQ-count-display-2
                    string function trim(OQ-count-display)
                           delimited by size
                           " lines, " delimited by size
                           function trim(OQ-count-display-2)
                           delimited by size
                           " amendments" delimited by size
                      into OQ-inq-note
                    if OQ-line-overflow = "Y"
                        move "more than 50 lines - first 50 shown"
                            to OQ-inq-note
                    end-if
                when OQ-by-customer
                    move OQ-order-count to OQ-count-display
                    string function trim(OQ-count-display)
                           delimited by size
                           " orders for this customer" delimited by size
                      into OQ-inq-note
                    if OQ-order-count > 50
                        move "more than 50 orders - newest 50 shown"
                            to OQ-inq-note
                    end-if
            end-evaluate
      * a source that wouldn't open is said out loud: what is shown
      * may then be short of the whole story.
            if OQ-down-note not = spaces
                move spaces to OQ-inq-note
                string function trim(OQ-down-note) delimited by size
                       " - what is shown may be incomplete"
                       delimited by size
                  into OQ-inq-note
            end-if
            move OQ-inq-note to COW-varvalue(11)

            move "N" to COW-call-mode
            move 3 to COW-template-count
            move "header.cow" to COW-templates(1)
            move "orderinq.cow" to COW-templates(2)
            move "footer.cow" to COW-templates(3)
            move "orderinq.cow" to COW-page-name.

      * the header is read again for display - 2100 only kept the
      * customer - rather than carry every field across.
        4100-SHOW-HEADER.
            open input ORDER-HDR-FILE
            if OQ-ordhdr-status = "00"
                move OQ-ordno-num to ORD-NO
                read ORDER-HDR-FILE
                    invalid key continue
                    not invalid key
                        move ORD-NO to OQ-ordno-display
                        move function trim(OQ-ordno-display)
                            to COW-varvalue(6)
                        move ORD-DATE to COW-varvalue(7)
                        move ORD-TOTAL to OQ-total-display
                        move OQ-total-display to COW-varvalue(8)
                        move ORD-STATUS to COW-varvalue(9)
                        if ORD-STATUS = spaces
                            move "OPEN" to COW-varvalue(9)
                        end-if
                        if ORD-REVIEW-USER not = spaces
                            move spaces to OQ-review-text
                            string "decided by " delimited by size
                                   function trim(ORD-REVIEW-USER)
                                   delimited by size
                                   " on " delimited by size
                                   ORD-REVIEW-DATE delimited by size
                              into OQ-review-text
                            move OQ-review-text to COW-varvalue(10)
                        end-if
                end-read
                close ORDER-HDR-FILE
            end-if.

        4200-ADD-LINE-ROWS.
            perform varying OQ-line-idx from 1 by 1
                    until OQ-line-idx > OQ-line-count
                add 1 to COW-row-count(2)
                move 6 to COW-cell-count(2, COW-row-count(2))
                move "lnline" to COW-cellname(2, COW-row-count(2), 1)
                move OQ-ln-line-no(OQ-line-idx) to OQ-lineno-display
                move function trim(OQ-lineno-display)
                    to COW-cellvalue(2, COW-row-count(2), 1)
                move "lnitem" to COW-cellname(2, COW-row-count(2), 2)
                move OQ-ln-item(OQ-line-idx)
                    to COW-cellvalue(2, COW-row-count(2), 2)
                move "lnqty" to COW-cellname(2, COW-row-count(2), 3)
                move OQ-ln-qty(OQ-line-idx) to OQ-qty-display
                move function trim(OQ-qty-display)
                    to COW-cellvalue(2, COW-row-count(2), 3)
                move "lnprice" to COW-cellname(2, COW-row-count(2), 4)
                move OQ-ln-price(OQ-line-idx) to OQ-price-display
                move OQ-price-display
                    to COW-cellvalue(2, COW-row-count(2), 4)
                move "lnstatus" to COW-cellname(2, COW-row-count(2), 5)
                move spaces to OQ-status-text
                evaluate true
                    when OQ-ln-is-billed(OQ-line-idx)
                        string "billed on " delimited by size
                               OQ-ln-billed-date(OQ-line-idx)
                               delimited by size
                          into OQ-status-text
                    when OQ-ln-is-cancelled(OQ-line-idx)
                        move "cancelled" to OQ-status-text
                    when OQ-ln-is-amended(OQ-line-idx)
                        move "amended" to OQ-status-text
                    when OQ-ln-is-open(OQ-line-idx)
                        move "open" to OQ-status-text
                    when other
                        move "not on file" to OQ-status-text
                end-evaluate
                move OQ-status-text
                    to COW-cellvalue(2, COW-row-count(2), 5)
                move "lnamends" to COW-cellname(2, COW-row-count(2), 6)
                move OQ-ln-amends(OQ-line-idx) to OQ-qty-display
                move function trim(OQ-qty-display)
                    to COW-cellvalue(2, COW-row-count(2), 6)
            end-perform.

      * one line per hit, same convention as the other controllers;
      * the payload names what was looked up, so the log shows who
      * asked after which order.
        5000-WRITE-AUDIT-LINE.
            move function current-date to COW-aud-timestamp
            if COW-is-batch-mode
                move "system" to COW-aud-user
            else
                if COW-req-remote-user not = spaces
                    move COW-req-remote-user to COW-aud-user
                else
                    move "anonymous" to COW-aud-user
                end-if
            end-if
            move COW-session-id to COW-aud-session-id
            move COW-page-name to COW-aud-template
            move spaces to COW-aud-payload
            evaluate true
                when OQ-reason not = spaces
                    string "order inquiry refused: " delimited by size
                           function trim(OQ-reason) delimited by size
                      into COW-aud-payload
                when OQ-by-order
                    move OQ-ordno-num to OQ-ordno-display
                    string "order inquiry order " delimited by size
                           function trim(OQ-ordno-display)
                           delimited by size
                           " for " delimited by size
                           function trim(OQ-order-custid)
                           delimited by size
                      into COW-aud-payload
                when OQ-by-customer
                    move OQ-order-count to OQ-count-display
                    string "order inquiry customer " delimited by size
                           function trim(OQ-req-custid)
                           delimited by size
                           " listed " delimited by size
                           function trim(OQ-count-display)
                           delimited by size
                      into COW-aud-payload
                when other
                    move "order inquiry form shown" to COW-aud-payload
            end-evaluate
            call 'cowaudit' using COW-AUDIT-RECORD.

      * the line table is kept in line-number order: a line already
      * there is found, a new one is slotted in ahead of the first
      * higher line and the rest moved down one.  OQ-line-hit comes
      * back zero only when the table is full.
        6000-FIND-LINE.
            move 0 to OQ-line-hit
            perform varying OQ-line-idx from 1 by 1
                    until OQ-line-idx > OQ-line-count
                       or OQ-line-hit > 0
                if OQ-ln-line-no(OQ-line-idx) = OQ-want-line-no
                    move OQ-line-idx to OQ-line-hit
                end-if
            end-perform
            if OQ-line-hit = 0
                if OQ-line-count < 50
                    perform 6100-INSERT-LINE
                else
                    move "Y" to OQ-line-overflow
                end-if
            end-if.

        6100-INSERT-LINE.
            move 1 to OQ-line-hit
            perform varying OQ-line-idx from 1 by 1
                    until OQ-line-idx > OQ-line-count
                if OQ-ln-line-no(OQ-line-idx) < OQ-want-line-no
                    compute OQ-line-hit = OQ-line-idx + 1
                end-if
            end-perform
            perform varying OQ-line-idx from OQ-line-count by -1
                    until OQ-line-idx < OQ-line-hit
                move OQ-line-entry(OQ-line-idx)
                    to OQ-line-entry(OQ-line-idx + 1)
            end-perform
            add 1 to OQ-line-count
            move OQ-want-line-no to OQ-ln-line-no(OQ-line-hit)
            move spaces to OQ-ln-item(OQ-line-hit)
            move 0 to OQ-ln-qty(OQ-line-hit)
            move 0 to OQ-ln-price(OQ-line-hit)
            move spaces to OQ-ln-state(OQ-line-hit)
            move spaces to OQ-ln-billed-date(OQ-line-hit)
            move 0 to OQ-ln-amends(OQ-line-hit).

        end program orderinq.
