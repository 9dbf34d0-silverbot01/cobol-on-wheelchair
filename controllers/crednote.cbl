        identification division.
        program-id. crednote.

      * called by cowrouter as: call route-program using THE-VARS
      * see copybooks/COWROUTES.cpy for the path this controller
      * answers to.
      *
      * returns and credit notes: a clerk raises a credit against a
      * line already billed - customer, order number, line number,
      * the qty coming back, why, and optionally the credit value
      * (blank means the qty returned at the billed price).  The
      * line is looked up on the billed-history file
      * (copybooks/ORDHIST.cpy, data/ordhist.dat), the latest billing
      * of that order and line for the customer, and the credit is
      * refused if it would take the qty or the value past what was
      * billed less every earlier return against the same billing -
      * those already settled on a statement (history rows of type
      * "C") and those still open.  A credit that passes goes onto
      * the open-credits file (copybooks/CREDITNT.cpy,
      * data/credits.idx), where cowstmt picks it up as a negative
      * line on the customer's next statement and closes it with
      * that cycle.  The page lists the customer's recent billed
      * lines to credit against and their open credits.  Same
      * echo-back validation style as ordentry.cbl; every hit
      * writes a cowaudit line.  A suspended customer can still
      * send goods back.  The credit is money only - goods coming
      * back onto the shelf go through /goodsin.

        environment division.
        input-output section.
        file-control.
            select CUSTOMER-FILE assign to "data/customer.idx"
                organization indexed
                access mode random
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is RN-customer-status.
            select ORDER-HIST-FILE assign to "data/ordhist.dat"
                organization line sequential
                file status is RN-ordhist-status.
            select CREDIT-FILE assign to "data/credits.idx"
                organization indexed
                access mode dynamic
                record key is CN-KEY
                file status is RN-credit-status.

        data division.
        file section.
        fd  CUSTOMER-FILE.
        copy CUSTMAST.

        fd  ORDER-HIST-FILE.
        copy ORDHIST.

        fd  CREDIT-FILE.
        copy CREDITNT.

        working-storage section.

        01  RN-customer-status        pic xx.
        01  RN-customer-found         pic x       value "N".
        01  RN-ordhist-status         pic xx.
        01  RN-ordhist-eof            pic x       value "N".
        01  RN-credit-status          pic xx.
        01  RN-credit-eof             pic x       value "N".
        01  RN-req-idx                pic 9(3)    value 0.
        01  RN-req-action             pic x(10)   value spaces.
        01  RN-req-custid             pic x(10)   value spaces.
        01  RN-req-orderno            pic x(10)   value spaces.
        01  RN-req-lineno             pic x(8)    value spaces.
        01  RN-req-qty                pic x(10)   value spaces.
        01  RN-req-value              pic x(14)   value spaces.
        01  RN-req-reason             pic x(30)   value spaces.
        01  RN-orderno-num            pic 9(8)    value 0.
        01  RN-lineno-num             pic 9(4)    value 0.
        01  RN-qty-num                pic 9(3)    value 0.
        01  RN-value-num              pic 9(8)v99 value 0.
        01  RN-post-stamp             pic x(21).
        01  RN-entry-user             pic x(32)   value spaces.
        01  RN-accepted               pic x       value "N".
        01  RN-reason                 pic x(60)   value spaces.
        01  RN-result-line            pic x(80)   value spaces.
        01  RN-custname               pic x(40)   value spaces.
        01  RN-next-seq               pic 9(4)    value 0.
        01  RN-digit-ok               pic x       value "Y".
        01  RN-point-count            pic 9(2)    value 0.
        01  RN-int-count              pic 9(3)    value 0.
        01  RN-dec-count              pic 9(3)    value 0.
        01  RN-scan-idx               pic 9(3)    value 0.
        01  RN-scan-len               pic 9(3)    value 0.
        01  RN-scan-field             pic x(14).
        01  RN-qty-display            pic zz9.
        01  RN-price-display          pic zzzz9.99.
        01  RN-value-display          pic zzzzzzz9.99.
        01  RN-orderno-display        pic zzzzzzz9.
        01  RN-lineno-display         pic zzz9.
        01  RN-seq-display            pic zzz9.

      * the billing being credited: the latest type "B" history row
      * for the customer, order and line, and what earlier returns
      * against that same billing have already taken back.
        01  RN-billed-found           pic x       value "N".
        01  RN-billed-date            pic x(8)    value spaces.
        01  RN-billed-item            pic x(20)   value spaces.
        01  RN-billed-qty             pic 9(3)    value 0.
        01  RN-billed-price           pic 9(5)v99 value 0.
        01  RN-billed-value           pic 9(8)v99 value 0.
        01  RN-returned-qty           pic 9(5)    value 0.
        01  RN-credited-value         pic 9(9)v99 value 0.
        01  RN-left-qty               pic s9(5)   value 0.
        01  RN-left-value             pic s9(9)v99 value 0.
        01  RN-left-display           pic -(8)9.99.
        01  RN-left-qty-display       pic -(4)9.

      * the customer's last 50 billed lines, kept as a window that
      * slides forward as the history file is read - same shape as
      * payentry's receipts window.
        01  RN-win-count              pic 9(2)    value 0.
        01  RN-win-table.
            03  RN-win-entry          occurs 50 times.
                05  RN-win-date       pic x(8).
                05  RN-win-order-no   pic 9(8).
                05  RN-win-line-no    pic 9(4).
                05  RN-win-item       pic x(20).
                05  RN-win-qty        pic 9(3).
                05  RN-win-price      pic 9(5)v99.
        01  RN-win-idx                pic 9(2)    value 0.
        01  RN-line-value             pic 9(8)v99 value 0.

        copy COWAUDIT.

        linkage section.

        copy COWREQ.
        copy COWVARS.

        procedure division using COW-REQUEST THE-VARS.

        0000-MAIN.
            move COW-req-session-id to COW-session-id
            move function current-date to RN-post-stamp
            perform 1000-GATHER-PARAMS
            evaluate function trim(RN-req-action)
                when "credit"
                    perform 2000-VALIDATE-CREDIT
                    if RN-reason = spaces
                        perform 3000-WRITE-CREDIT
                    end-if
                when other
                    if RN-req-custid not = spaces
                        perform 2300-CHECK-CUSTOMER
                    end-if
            end-evaluate

            perform 5000-BUILD-RETURNS-PAGE

            call 'cowtemplate' using THE-VARS

      * standard error branch, same as the other controllers:
      * skipped in batch mode so cowbatch can keep a good prior
      * render instead of an error page.
            if not COW-status-ok and not COW-is-batch-mode
                call 'cowerror' using THE-VARS
            end-if

            perform 6000-WRITE-AUDIT-LINE

            goback.

      * the return reason arrives as "creditreason" so it can't be
      * confused with the {{reason}} a refusal is shown in.
        1000-GATHER-PARAMS.
            perform varying RN-req-idx from 1 by 1
                    until RN-req-idx > COW-req-param-count
                evaluate function trim(COW-req-name(RN-req-idx))
                    when "action"
                        move COW-req-value(RN-req-idx)
                            to RN-req-action
                    when "custid"
                        move COW-req-value(RN-req-idx)
                            to RN-req-custid
                    when "orderno"
                        move COW-req-value(RN-req-idx)
                            to RN-req-orderno
                    when "lineno"
                        move COW-req-value(RN-req-idx)
                            to RN-req-lineno
                    when "qty"
                        move COW-req-value(RN-req-idx) to RN-req-qty
                    when "creditvalue"
                        move COW-req-value(RN-req-idx)
                            to RN-req-value
                    when "creditreason"
                        move COW-req-value(RN-req-idx)
                            to RN-req-reason
                end-evaluate
            end-perform.

      * the figures are edited first, then the customer, then the
      * billing the credit names, then what's left of it to credit.
        2000-VALIDATE-CREDIT.
            move "N" to RN-accepted
            move spaces to RN-reason
            evaluate true
                when RN-req-custid = spaces
                    move "customer id is required" to RN-reason
                when RN-req-reason = spaces
                    move "a reason for the return is required"
                        to RN-reason
                when other
                    perform 2100-EDIT-FIGURES
                    if RN-reason = spaces
                        perform 2300-CHECK-CUSTOMER
                    end-if
                    if RN-reason = spaces
                        perform 2600-FIND-BILLED-LINE
                    end-if
                    if RN-reason = spaces
                        perform 2700-SUM-EARLIER-RETURNS
                    end-if
                    if RN-reason = spaces
                        perform 2800-CHECK-WHAT-IS-LEFT
                    end-if
            end-evaluate.

      * order number zero is a line billed from before order
      * numbers, so a blank order number is allowed and means zero.
        2100-EDIT-FIGURES.
            move 0 to RN-orderno-num
            if RN-req-orderno not = spaces
                move RN-req-orderno to RN-scan-field
                perform 2500-SCAN-UNSIGNED-NUMBER
                if RN-digit-ok not = "Y" or RN-point-count not = 0
                    or RN-int-count > 8
                    move "order number must be a whole number"
                        to RN-reason
                else
                    compute RN-orderno-num =
                            function numval(RN-req-orderno)
                end-if
            end-if
            if RN-reason = spaces
                move RN-req-lineno to RN-scan-field
                perform 2500-SCAN-UNSIGNED-NUMBER
                if RN-digit-ok not = "Y" or RN-point-count not = 0
                    or RN-int-count > 4
                    move "line number must be a whole number 1-9999"
                        to RN-reason
                else
                    compute RN-lineno-num =
                            function numval(RN-req-lineno)
                    if RN-lineno-num = 0
                        move
                          "line number must be a whole number 1-9999"
                            to RN-reason
                    end-if
                end-if
            end-if
            if RN-reason = spaces
                move RN-req-qty to RN-scan-field
                perform 2500-SCAN-UNSIGNED-NUMBER
                if RN-digit-ok not = "Y" or RN-point-count not = 0
                    or RN-int-count > 3
                    move "quantity must be a whole number 1-999"
                        to RN-reason
                else
                    compute RN-qty-num = function numval(RN-req-qty)
                    if RN-qty-num = 0
                        move "quantity must be a whole number 1-999"
                            to RN-reason
                    end-if
                end-if
            end-if
            move 0 to RN-value-num
            if RN-reason = spaces and RN-req-value not = spaces
                move RN-req-value to RN-scan-field
                perform 2500-SCAN-UNSIGNED-NUMBER
                if RN-digit-ok not = "Y" or RN-point-count > 1
                    or RN-int-count > 8 or RN-dec-count > 2
                    move "credit value must be numeric, up to 8 digits"
                        to RN-reason
                else
                    compute RN-value-num =
                            function numval(RN-req-value)
                    if RN-value-num = 0
                        move "credit value must not be zero"
                            to RN-reason
                    end-if
                end-if
            end-if.

      * same keyed read as payentry's customer check; a master that
      * wouldn't open is a file problem, not a missing customer.
        2300-CHECK-CUSTOMER.
            move "N" to RN-customer-found
            move spaces to RN-custname
            open input CUSTOMER-FILE
            if RN-customer-status = "00"
                move RN-req-custid to CUST-ID
                read CUSTOMER-FILE
                    invalid key continue
                    not invalid key
                        move "Y" to RN-customer-found
                        move CUST-NAME to RN-custname
                end-read
                close CUSTOMER-FILE
            end-if
            evaluate true
                when RN-customer-status not = "00"
                    move "customer master unavailable - nothing done"
                        to RN-reason
                when RN-customer-found not = "Y"
                    move "no such customer on the customer master"
                        to RN-reason
            end-evaluate.

      * digits with at most one decimal point, nothing else - the
      * same scan as ordentry's 2500-SCAN-UNSIGNED-NUMBER.
        2500-SCAN-UNSIGNED-NUMBER.
            move "Y" to RN-digit-ok
            move 0 to RN-point-count
            move 0 to RN-int-count
            move 0 to RN-dec-count
            compute RN-scan-len =
                    function length(function trim(RN-scan-field))
            if RN-scan-len = 0
                move "N" to RN-digit-ok
            end-if
            perform varying RN-scan-idx from 1 by 1
                    until RN-scan-idx > RN-scan-len
                evaluate RN-scan-field(RN-scan-idx:1)
                    when "0" thru "9"
                        if RN-point-count = 0
                            add 1 to RN-int-count
                        else
                            add 1 to RN-dec-count
                        end-if
                    when "."
                        add 1 to RN-point-count
                    when other
                        move "N" to RN-digit-ok
                end-evaluate
            end-perform.

      * the history file is in close order, so the last matching
      * billed row read is the latest billing of the line.  status
      * 35 is a shop that has never closed a statement - nothing has
      * been billed to credit.
        2600-FIND-BILLED-LINE.
            move "N" to RN-billed-found
            move "N" to RN-ordhist-eof
            open input ORDER-HIST-FILE
            if RN-ordhist-status = "00"
                perform until RN-ordhist-eof = "Y"
                    read ORDER-HIST-FILE
                        at end move "Y" to RN-ordhist-eof
                        not at end
                            if OH-IS-BILLED-LINE
                                and OH-CUST-ID = RN-req-custid
                                and OH-ORDER-NO = RN-orderno-num
                                and OH-LINE-NO = RN-lineno-num
                                move "Y" to RN-billed-found
                                move OH-BILLED-DATE to RN-billed-date
                                move OH-ITEM to RN-billed-item
                                move OH-QTY to RN-billed-qty
                                move OH-PRICE to RN-billed-price
                            end-if
                    end-read
                end-perform
                close ORDER-HIST-FILE
            end-if
            evaluate true
                when RN-ordhist-status not = "00"
                    and RN-ordhist-status not = "35"
                    move "billed history unavailable - nothing done"
                        to RN-reason
                when RN-billed-found not = "Y"
                    move "no billed line for that order and line"
                        to RN-reason
                when other
                    compute RN-billed-value =
                            RN-billed-qty * RN-billed-price
            end-evaluate.

      * earlier returns against this billing: settled ones are type
      * "C" rows on the history file naming its billed date, open
      * ones are still on the credits file.
        2700-SUM-EARLIER-RETURNS.
            move 0 to RN-returned-qty
            move 0 to RN-credited-value
            move "N" to RN-ordhist-eof
            open input ORDER-HIST-FILE
            if RN-ordhist-status = "00"
                perform until RN-ordhist-eof = "Y"
                    read ORDER-HIST-FILE
                        at end move "Y" to RN-ordhist-eof
                        not at end
                            if OH-IS-CREDIT-NOTE
                                and OH-CUST-ID = RN-req-custid
                                and OH-ORDER-NO = RN-orderno-num
                                and OH-LINE-NO = RN-lineno-num
                                and OH-ORIG-BILLED-DATE = RN-billed-date
                                add OH-QTY to RN-returned-qty
                                add OH-CREDIT-VALUE
                                    to RN-credited-value
                            end-if
                    end-read
                end-perform
                close ORDER-HIST-FILE
            end-if
            move "N" to RN-credit-eof
            open input CREDIT-FILE
            evaluate true
                when RN-credit-status = "00"
                    move RN-req-custid to CN-CUST-ID
                    move 0 to CN-SEQ
                    start CREDIT-FILE key not less than CN-KEY
                        invalid key move "Y" to RN-credit-eof
                    end-start
                    perform until RN-credit-eof = "Y"
                        read CREDIT-FILE next
                            at end move "Y" to RN-credit-eof
                            not at end
                                if CN-CUST-ID not = RN-req-custid
                                    move "Y" to RN-credit-eof
                                else
                                    perform 2750-TAKE-OPEN-CREDIT
                                end-if
                        end-read
                    end-perform
                    close CREDIT-FILE
                when RN-credit-status = "35"
                    continue
                when other
                    move "credits file unavailable - nothing done"
                        to RN-reason
            end-evaluate.

        2750-TAKE-OPEN-CREDIT.
            if CN-ORDER-NO = RN-orderno-num
                and CN-LINE-NO = RN-lineno-num
                and CN-BILLED-DATE = RN-billed-date
                add CN-QTY to RN-returned-qty
                add CN-VALUE to RN-credited-value
            end-if.

      * a blank credit value is the qty returned at the billed
      * price.  both the qty and the value have to fit inside what
      * the billing has left after earlier returns.
        2800-CHECK-WHAT-IS-LEFT.
            if RN-req-value = spaces
                compute RN-value-num = RN-qty-num * RN-billed-price
            end-if
            compute RN-left-qty = RN-billed-qty - RN-returned-qty
            compute RN-left-value =
                    RN-billed-value - RN-credited-value
            evaluate true
                when RN-qty-num > RN-left-qty
                    move RN-left-qty to RN-left-qty-display
                    string "only " delimited by size
                           function trim(RN-left-qty-display)
                           delimited by size
                           " of the billed qty left to return"
                           delimited by size
                      into RN-reason
                when RN-value-num > RN-left-value
                    move RN-left-value to RN-left-display
                    string "credit exceeds billed value less returns"
                           delimited by size
                           " - " delimited by size
                           function trim(RN-left-display)
                           delimited by size
                           " left" delimited by size
                      into RN-reason
            end-evaluate.

      * the credits file is created on the fly like the balance
      * file - status 35 is a shop that has never raised a credit.
      * the next sequence for the customer is one past the highest
      * open credit they have.
        3000-WRITE-CREDIT.
            if COW-is-batch-mode
                move "system" to RN-entry-user
            else
                if COW-req-remote-user not = spaces
                    move COW-req-remote-user to RN-entry-user
                else
                    move "anonymous" to RN-entry-user
                end-if
            end-if
            open i-o CREDIT-FILE
            if RN-credit-status = "35"
                open output CREDIT-FILE
                close CREDIT-FILE
                open i-o CREDIT-FILE
            end-if
            if RN-credit-status not = "00"
                move "credits file unavailable - nothing credited"
                    to RN-reason
            else
                perform 3100-FIND-NEXT-SEQ
                move RN-req-custid to CN-CUST-ID
                move RN-next-seq to CN-SEQ
                move RN-orderno-num to CN-ORDER-NO
                move RN-lineno-num to CN-LINE-NO
                move RN-billed-item to CN-ITEM
                move RN-qty-num to CN-QTY
                move RN-billed-price to CN-PRICE
                move RN-value-num to CN-VALUE
                move RN-req-reason to CN-REASON
                move RN-billed-date to CN-BILLED-DATE
                move RN-post-stamp(1:8) to CN-ENTRY-DATE
                move RN-entry-user to CN-ENTRY-USER
                write CREDIT-NOTE-RECORD
                    invalid key
                        move "credits file rejected the credit"
                            to RN-reason
                    not invalid key
                        move "Y" to RN-accepted
                        move RN-value-num to RN-value-display
                        move spaces to RN-result-line
                        string "credit of " delimited by size
                               function trim(RN-value-display)
                               delimited by size
                               " raised, shown on the next statement"
                               delimited by size
                          into RN-result-line
                end-write
                close CREDIT-FILE
            end-if.

        3100-FIND-NEXT-SEQ.
            move 1 to RN-next-seq
            move "N" to RN-credit-eof
            move RN-req-custid to CN-CUST-ID
            move 0 to CN-SEQ
            start CREDIT-FILE key not less than CN-KEY
                invalid key move "Y" to RN-credit-eof
            end-start
            perform until RN-credit-eof = "Y"
                read CREDIT-FILE next
                    at end move "Y" to RN-credit-eof
                    not at end
                        if CN-CUST-ID = RN-req-custid
                            compute RN-next-seq = CN-SEQ + 1
                        else
                            move "Y" to RN-credit-eof
                        end-if
                end-read
            end-perform.

        4500-LOAD-BILLED-LINES.
            move 0 to RN-win-count
            move "N" to RN-ordhist-eof
            open input ORDER-HIST-FILE
            if RN-ordhist-status = "00"
                perform until RN-ordhist-eof = "Y"
                    read ORDER-HIST-FILE
                        at end move "Y" to RN-ordhist-eof
                        not at end
                            if OH-IS-BILLED-LINE
                                and OH-CUST-ID = RN-req-custid
                                perform 4550-TAKE-ONE-BILLED-LINE
                            end-if
                    end-read
                end-perform
                close ORDER-HIST-FILE
            end-if.

        4550-TAKE-ONE-BILLED-LINE.
            if RN-win-count < 50
                add 1 to RN-win-count
            else
                perform varying RN-win-idx from 1 by 1
                        until RN-win-idx > 49
                    move RN-win-entry(RN-win-idx + 1)
                        to RN-win-entry(RN-win-idx)
                end-perform
            end-if
            move OH-BILLED-DATE to RN-win-date(RN-win-count)
            move OH-ORDER-NO to RN-win-order-no(RN-win-count)
            move OH-LINE-NO to RN-win-line-no(RN-win-count)
            move OH-ITEM to RN-win-item(RN-win-count)
            move OH-QTY to RN-win-qty(RN-win-count)
            move OH-PRICE to RN-win-price(RN-win-count).

      * the customer's open credits, in the order they were keyed -
      * what the next statement will show.
        4600-LOAD-OPEN-CREDITS.
            move 0 to COW-row-count(2)
            move "N" to RN-credit-eof
            open input CREDIT-FILE
            if RN-credit-status = "00"
                move RN-req-custid to CN-CUST-ID
                move 0 to CN-SEQ
                start CREDIT-FILE key not less than CN-KEY
                    invalid key move "Y" to RN-credit-eof
                end-start
                perform until RN-credit-eof = "Y"
                    read CREDIT-FILE next
                        at end move "Y" to RN-credit-eof
                        not at end
                            if CN-CUST-ID not = RN-req-custid
                                move "Y" to RN-credit-eof
                            else
                                perform 4700-ADD-CREDIT-ROW
                            end-if
                    end-read
                end-perform
                close CREDIT-FILE
            end-if.

        4700-ADD-CREDIT-ROW.
            if COW-row-count(2) < 50
                add 1 to COW-row-count(2)
                move 8 to COW-cell-count(2, COW-row-count(2))
                move "cndate" to COW-cellname(2, COW-row-count(2), 1)
                move CN-ENTRY-DATE
                    to COW-cellvalue(2, COW-row-count(2), 1)
                move "cnorder" to COW-cellname(2, COW-row-count(2), 2)
                move CN-ORDER-NO to RN-orderno-display
                move RN-orderno-display
                    to COW-cellvalue(2, COW-row-count(2), 2)
                move "cnline" to COW-cellname(2, COW-row-count(2), 3)
                move CN-LINE-NO to RN-lineno-display
                move RN-lineno-display
                    to COW-cellvalue(2, COW-row-count(2), 3)
                move "cnitem" to COW-cellname(2, COW-row-count(2), 4)
                move CN-ITEM to COW-cellvalue(2, COW-row-count(2), 4)
                move "cnqty" to COW-cellname(2, COW-row-count(2), 5)
                move CN-QTY to RN-qty-display
                move RN-qty-display
                    to COW-cellvalue(2, COW-row-count(2), 5)
                move "cnvalue" to COW-cellname(2, COW-row-count(2), 6)
                move CN-VALUE to RN-value-display
                move RN-value-display
                    to COW-cellvalue(2, COW-row-count(2), 6)
                move "cnreason" to COW-cellname(2, COW-row-count(2), 7)
                move CN-REASON
                    to COW-cellvalue(2, COW-row-count(2), 7)
                move "cnuser" to COW-cellname(2, COW-row-count(2), 8)
                move CN-ENTRY-USER
                    to COW-cellvalue(2, COW-row-count(2), 8)
            end-if.

      * the credit form doubles as the rejection page: what was
      * keyed is echoed back and RN-reason lands in {{reason}}; a
      * credit that landed blanks the line fields for the next one.
        5000-BUILD-RETURNS-PAGE.
            if RN-accepted = "Y"
                move spaces to RN-req-orderno
                move spaces to RN-req-lineno
                move spaces to RN-req-qty
                move spaces to RN-req-value
                move spaces to RN-req-reason
            end-if
            move 11 to COW-vars-count
            move "pagetitle" to COW-varname(1)
            move "Returns and credit notes" to COW-varvalue(1)
            move "reason" to COW-varname(2)
            move RN-reason to COW-varvalue(2)
            move "result" to COW-varname(3)
            move RN-result-line to COW-varvalue(3)
            move "custid" to COW-varname(4)
            move RN-req-custid to COW-varvalue(4)
            move "custname" to COW-varname(5)
            move RN-custname to COW-varvalue(5)
            move "orderno" to COW-varname(6)
            move RN-req-orderno to COW-varvalue(6)
            move "lineno" to COW-varname(7)
            move RN-req-lineno to COW-varvalue(7)
            move "qty" to COW-varname(8)
            move RN-req-qty to COW-varvalue(8)
            move "creditvalue" to COW-varname(9)
            move RN-req-value to COW-varvalue(9)
            move "creditreason" to COW-varname(10)
            move RN-req-reason to COW-varvalue(10)
            move "sessionid" to COW-varname(11)
            move COW-session-id to COW-varvalue(11)

            move 2 to COW-rowset-count
            move "billedlines" to COW-rowset-name(1)
            move 0 to COW-row-count(1)
            move "opencredits" to COW-rowset-name(2)
            move 0 to COW-row-count(2)
            if RN-req-custid not = spaces
                perform 4500-LOAD-BILLED-LINES
                perform 4600-LOAD-OPEN-CREDITS
            end-if
            perform varying RN-win-idx from RN-win-count by -1
                    until RN-win-idx < 1
                add 1 to COW-row-count(1)
                move 7 to COW-cell-count(1, COW-row-count(1))
                move "bldate" to COW-cellname(1, COW-row-count(1), 1)
                move RN-win-date(RN-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 1)
                move "blorder" to COW-cellname(1, COW-row-count(1), 2)
                move RN-win-order-no(RN-win-idx) to RN-orderno-display
                move RN-orderno-display
                    to COW-cellvalue(1, COW-row-count(1), 2)
                move "blline" to COW-cellname(1, COW-row-count(1), 3)
                move RN-win-line-no(RN-win-idx) to RN-lineno-display
                move RN-lineno-display
                    to COW-cellvalue(1, COW-row-count(1), 3)
                move "blitem" to COW-cellname(1, COW-row-count(1), 4)
                move RN-win-item(RN-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 4)
                move "blqty" to COW-cellname(1, COW-row-count(1), 5)
                move RN-win-qty(RN-win-idx) to RN-qty-display
                move RN-qty-display
                    to COW-cellvalue(1, COW-row-count(1), 5)
                move "blprice" to COW-cellname(1, COW-row-count(1), 6)
                move RN-win-price(RN-win-idx) to RN-price-display
                move RN-price-display
                    to COW-cellvalue(1, COW-row-count(1), 6)
                move "blvalue" to COW-cellname(1, COW-row-count(1), 7)
                compute RN-line-value = RN-win-qty(RN-win-idx)
                        * RN-win-price(RN-win-idx)
                move RN-line-value to RN-value-display
                move RN-value-display
                    to COW-cellvalue(1, COW-row-count(1), 7)
            end-perform

            move "N" to COW-call-mode
            move 3 to COW-template-count
            move "header.cow" to COW-templates(1)
            move "returns.cow" to COW-templates(2)
            move "footer.cow" to COW-templates(3)
            move "returns.cow" to COW-page-name.

      * one line per hit, same convention as the other controllers;
      * a credit that landed logs the billing and value, a refused
      * one logs why it was turned away.
        6000-WRITE-AUDIT-LINE.
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
                when RN-accepted = "Y"
                    move RN-value-num to RN-value-display
                    move RN-orderno-num to RN-orderno-display
                    move RN-lineno-num to RN-lineno-display
                    string "credit " delimited by size
                           function trim(RN-value-display)
                           delimited by size
                           " for " delimited by size
                           function trim(RN-req-custid)
                           delimited by size
                           " order " delimited by size
                           function trim(RN-orderno-display)
                           delimited by size
                           " line " delimited by size
                           function trim(RN-lineno-display)
                           delimited by size
                           " billed " delimited by size
                           RN-billed-date delimited by size
                      into COW-aud-payload
                when RN-reason not = spaces
                    string "credit refused: " delimited by size
                           function trim(RN-reason) delimited by size
                      into COW-aud-payload
                when other
                    move "returns form shown" to COW-aud-payload
            end-evaluate
            call 'cowaudit' using COW-AUDIT-RECORD.

        end program crednote.
