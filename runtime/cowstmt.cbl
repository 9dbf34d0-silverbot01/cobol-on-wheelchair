      * testpage gives an unknown "ccy" parameter.  The control
      * report's grand total stays in base currency - a sum across
      * customers in mixed currencies would mean nothing.
      *
      * every statement carries the customer's account position off
      * the balance file (copybooks/CUSTBAL.cpy, data/custbal.idx):
      * the balance brought forward from the last close, the
      * receipts keyed on /payments since, this cycle's new charges
      * and the balance due.  A customer with no new lines still gets
      * a statement while anything is owed or has been paid.  The
      * close rolls the cycle into the balance record - less the
      * receipts this statement showed, plus its charges - so a
      * receipt keyed while the run is going stays on the record for
      * the next statement rather than vanishing between the read
      * and the rewrite.
      *
      * lines of an order ordentry put on credit hold are not billed
      * while the header (copybooks/ORDHDR.cpy) still says HELD:
      * they stay off the statement and on the order file, carried
      * forward until a supervisor releases the order on /holdqueue.
      * A header file that won't open can't prove any numbered
      * order isn't held, so every numbered line carries forward.
      *
      * credit notes raised on /returns (copybooks/CREDITNT.cpy,
      * data/credits.idx) show on the customer's next statement as
      * negative lines under the charges, and new charges are net of
      * them.  The close moves each credit the statement showed to
      * the billed-history file as a type "C" row and deletes it,
      * exactly as it moves billed lines, and takes it off the
      * balance carried forward.  A credit keyed during the run
      * carries a higher sequence than the statement saw and waits
      * for the next one.

        environment division.
        input-output section.
                organization indexed
                access mode dynamic
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is ST-customer-status.
            select ORDER-LINE-FILE assign to "data/orderlines.idx"
                organization indexed
                access mode dynamic
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is ST-orderline-status.
            select RATE-HIST-FILE assign to "data/ratehist.dat"
                organization line sequential
                file status is ST-hist-status.
            select ORDER-HDR-FILE assign to "data/ordhdr.idx"
                organization indexed
                access mode random
                record key is ORD-NO
                file status is ST-ordhdr-status.
            select CREDIT-FILE assign to "data/credits.idx"
                organization indexed
                access mode dynamic
                record key is CN-KEY
                file status is ST-credit-status.
            select CUST-BAL-FILE assign to "data/custbal.idx"
                organization indexed
                access mode random
                record key is BAL-CUST-ID
                file status is ST-bal-status.
            select ORDER-HIST-FILE assign to "data/ordhist.dat"
                organization line sequential
                file status is ST-ordhist-status.
        fd  RATE-HIST-FILE.
        copy RATEHIST.

        fd  ORDER-HDR-FILE.
        copy ORDHDR.

        fd  CREDIT-FILE.
        copy CREDITNT.

        fd  CUST-BAL-FILE.
        copy CUSTBAL.

        fd  ORDER-HIST-FILE.
        copy ORDHIST.

        01  ST-orderline-status       pic xx.
        01  ST-hist-status            pic xx.
        01  ST-ordhist-status         pic xx.
        01  ST-bal-status             pic xx.
        01  ST-ordhdr-status          pic xx.
        01  ST-credit-status          pic xx.
        01  ST-report-status          pic xx.
        01  ST-customer-eof           pic x       value "N".
        01  ST-orderline-eof          pic x       value "N".
        01  ST-qty-display            pic zz9.
        01  ST-price-display          pic zzzz9.99.
        01  ST-line-total-display     pic zzzzzzz9.99.
        01  ST-grand-total-display    pic zzzzzzzzzz9.99.
        01  ST-count-display          pic zzzz9.
        01  ST-stmt-custid            pic x(10).
        01  ST-close-eof              pic x       value "N".
        01  ST-close-failed           pic x       value "N".

      * the account position one statement shows: brought forward
      * and receipts as read before the render, so the close can
      * take off exactly what the statement printed.
        01  ST-bal-found              pic x       value "N".
        01  ST-balance-failed         pic x       value "N".
        01  ST-brought-fwd            pic s9(9)v99 value 0.
        01  ST-cycle-paid             pic 9(9)v99 value 0.
        01  ST-balance-due            pic s9(11)v99 value 0.
        01  ST-paid-total             pic 9(11)v99 value 0.
        01  ST-due-total              pic s9(11)v99 value 0.
        01  ST-conv-signed            pic s9(13)v99 value 0.
        01  ST-signed-display         pic -(13)9.99.

      * the open credits one statement shows: how many, their value,
      * and the highest sequence seen, so the close settles exactly
      * those; and the run totals for the control report.
        01  ST-credit-eof             pic x       value "N".
        01  ST-credit-opened          pic x       value "N".
        01  ST-credit-count           pic 9(4)    value 0.
        01  ST-credit-total           pic 9(9)v99 value 0.
        01  ST-high-credit-seq        pic 9(4)    value 0.
        01  ST-new-charges            pic s9(9)v99 value 0.
        01  ST-credits-shown-total    pic 9(11)v99 value 0.
        01  ST-credit-closed-count    pic 9(5)    value 0.
        01  ST-credit-item            pic x(30)   value spaces.

      * credit-hold bookkeeping for one statement: the orders whose
      * lines the load left off because their header said HELD, so
      * the close leaves exactly those lines behind.  the last order
      * looked up is remembered - an order's lines sit together on
      * the file, so most lines need no header read of their own.
        01  ST-hdr-open               pic x       value "N".
        01  ST-hdr-down               pic x       value "N".
        01  ST-line-held              pic x       value "N".
        01  ST-last-order-no          pic 9(8)    value 0.
        01  ST-last-order-held        pic x       value "N".
        01  ST-held-line-count        pic 9(5)    value 0.
        01  ST-held-count             pic 9(3)    comp value 0.
        01  ST-held-table.
            03  ST-held-order         pic 9(8)    occurs 500 times.
        01  ST-held-idx               pic 9(3)    comp value 0.
        01  ST-held-hit               pic x       value "N".
        01  ST-held-overflow          pic x       value "N".

      * statement-date conversion: the as-of rate table holds, per
      * currency, the last rate the RATEHIST file published on or
      * before the statement date - the file is appended in date
        01  ST-asof-rate              pic 9(3)v9(4) value 0.
        01  ST-conv-price             pic 9(9)v99 value 0.
        01  ST-conv-line              pic 9(11)v99 value 0.
        01  ST-conv-price-display     pic zzzzzzzz9.99.
        01  ST-conv-line-display      pic zzzzzzzzzz9.99.
        01  ST-asof-count             pic 9(3)    comp value 0.
        01  ST-asof-table.
            03  ST-asof-entry         occurs 100 times.
            perform 2500-RESOLVE-STMT-RATE
            initialize THE-VARS
            move "Y" to COW-batch-mode
            perform 2200-LOAD-BALANCE
            perform 3000-LOAD-STATEMENT-LINES
            if ST-line-count = 0 and ST-credit-count = 0
                and ST-brought-fwd = 0 and ST-cycle-paid = 0
                add 1 to ST-skipped-count
            else
                perform 4000-RENDER-STATEMENT
            end-if.

      * a customer with no balance record yet has never paid and
      * never had a statement close - nothing brought forward.
        2200-LOAD-BALANCE.
            move 0 to ST-brought-fwd
            move 0 to ST-cycle-paid
            open input CUST-BAL-FILE
            if ST-bal-status = "00"
                move ST-stmt-custid to BAL-CUST-ID
                read CUST-BAL-FILE
                    invalid key continue
                    not invalid key
                        move BAL-BROUGHT-FWD to ST-brought-fwd
                        move BAL-CYCLE-PAID to ST-cycle-paid
                end-read
                close CUST-BAL-FILE
            end-if.

      * one lookup settles the whole statement's currency before any
      * line renders: a customer with no preference, or one whose
      * currency has no rate on or before the statement date, gets
            move 0 to ST-line-count
            move 0 to ST-stmt-total
            move 0 to ST-high-line-no
            move 0 to ST-held-count
            move 0 to ST-last-order-no
            move "N" to ST-held-overflow
            move 1 to COW-rowset-count
            move "orderlines" to COW-rowset-name(1)
            move 0 to COW-row-count(1)
            move "N" to ST-orderline-eof
            perform 3010-OPEN-HEADER-FILE
            open input ORDER-LINE-FILE
            if ST-orderline-status = "00"
                move ST-stmt-custid to OL-IX-CUST-ID
                        at end move "Y" to ST-orderline-eof
                        not at end
                            if OL-IX-CUST-ID = ST-stmt-custid
                                perform 3050-CHECK-ORDER-HOLD
                                if ST-line-held = "Y"
                                    perform 3060-REMEMBER-HELD-ORDER
                                else
                                    perform 3100-ADD-STATEMENT-LINE
                                end-if
                            else
                                move "Y" to ST-orderline-eof
                            end-if
                    end-read
                end-perform
                close ORDER-LINE-FILE
            end-if
            if ST-hdr-open = "Y"
                close ORDER-HDR-FILE
            end-if
            perform 3300-LOAD-OPEN-CREDITS.

      * status 35 is a shop that has never posted a numbered order,
      * so nothing can be on hold; any other failure leaves the hold
      * question unanswerable for this statement.
        3010-OPEN-HEADER-FILE.
            move "N" to ST-hdr-open
            move "N" to ST-hdr-down
            open input ORDER-HDR-FILE
            evaluate true
                when ST-ordhdr-status = "00"
                    move "Y" to ST-hdr-open
                when ST-ordhdr-status = "35"
                    continue
                when other
                    move "Y" to ST-hdr-down
            end-evaluate.

      * order zero is a line from before order numbers, with no
      * header to hold it.
        3050-CHECK-ORDER-HOLD.
            move "N" to ST-line-held
            if OL-IX-ORDER-NO not = 0
                if OL-IX-ORDER-NO not = ST-last-order-no
                    move OL-IX-ORDER-NO to ST-last-order-no
                    move "N" to ST-last-order-held
                    evaluate true
                        when ST-hdr-open = "Y"
                            move OL-IX-ORDER-NO to ORD-NO
                            read ORDER-HDR-FILE
                                invalid key continue
                                not invalid key
                                    if ORD-IS-HELD
                                        move "Y" to ST-last-order-held
                                    end-if
                            end-read
                        when ST-hdr-down = "Y"
                            move "Y" to ST-last-order-held
                    end-evaluate
                end-if
                move ST-last-order-held to ST-line-held
            end-if.

      * a customer with more held orders than the table holds can't
      * have its close trusted to leave them all behind - the close
      * is skipped for that statement instead, see 4500.
        3060-REMEMBER-HELD-ORDER.
            add 1 to ST-held-line-count
            perform 4650-FIND-HELD-ORDER
            if ST-held-hit = "N"
                if ST-held-count < 500
                    add 1 to ST-held-count
                    move OL-IX-ORDER-NO to ST-held-order(ST-held-count)
                else
                    move "Y" to ST-held-overflow
                end-if
            end-if.

        3100-ADD-STATEMENT-LINE.
                add 1 to ST-truncated-count
            end-if.

      * the customer's open credits follow the charges in the same
      * table, in the order they were keyed.  a credits file that
      * won't open shows none and closes none - they wait, still
      * open, for the next run.
        3300-LOAD-OPEN-CREDITS.
            move 0 to ST-credit-count
            move 0 to ST-credit-total
            move 0 to ST-high-credit-seq
            move "N" to ST-credit-eof
            open input CREDIT-FILE
            if ST-credit-status = "00"
                move ST-stmt-custid to CN-CUST-ID
                move 0 to CN-SEQ
                start CREDIT-FILE key not less than CN-KEY
                    invalid key move "Y" to ST-credit-eof
                end-start
                perform until ST-credit-eof = "Y"
                    read CREDIT-FILE next
                        at end move "Y" to ST-credit-eof
                        not at end
                            if CN-CUST-ID = ST-stmt-custid
                                perform 3400-ADD-CREDIT-LINE
                            else
                                move "Y" to ST-credit-eof
                            end-if
                    end-read
                end-perform
                close CREDIT-FILE
            end-if.

        3400-ADD-CREDIT-LINE.
            add 1 to ST-credit-count
            move CN-SEQ to ST-high-credit-seq
            add CN-VALUE to ST-credit-total
            if COW-row-count(1) < 50
                add 1 to COW-row-count(1)
                move 4 to COW-cell-count(1, COW-row-count(1))
                move "itemname" to COW-cellname(1, COW-row-count(1), 1)
                move spaces to ST-credit-item
                string "RETURNED " delimited by size
                       CN-ITEM delimited by size
                  into ST-credit-item
                move ST-credit-item
                    to COW-cellvalue(1, COW-row-count(1), 1)
                move "itemqty" to COW-cellname(1, COW-row-count(1), 2)
                move CN-QTY to ST-qty-display
                move ST-qty-display
                    to COW-cellvalue(1, COW-row-count(1), 2)
                move "itemprice"
                    to COW-cellname(1, COW-row-count(1), 3)
                if ST-rate-found = "Y"
                    compute ST-conv-price rounded =
                            CN-PRICE * ST-asof-rate
                    move ST-conv-price to ST-conv-price-display
                    move ST-conv-price-display
                        to COW-cellvalue(1, COW-row-count(1), 3)
                else
                    move CN-PRICE to ST-price-display
                    move ST-price-display
                        to COW-cellvalue(1, COW-row-count(1), 3)
                end-if
                move "linetotal"
                    to COW-cellname(1, COW-row-count(1), 4)
                compute ST-conv-signed = 0 - CN-VALUE
                perform 4050-SHOW-SIGNED-AMOUNT
                move ST-signed-display
                    to COW-cellvalue(1, COW-row-count(1), 4)
            else
                add 1 to ST-truncated-count
            end-if.

      * a statement whose printed lines stop at the 50-row page but
      * whose total covers every line must say so on its own face -
      * a mailed document that doesn't add up to itself is a phone
        4000-RENDER-STATEMENT.
            move "stmtnote" to COW-varname(5)
            move spaces to COW-varvalue(5)
            if ST-line-count + ST-credit-count > 50
                compute ST-omitted-count =
                        ST-line-count + ST-credit-count - 50
                move ST-omitted-count to ST-count-display
                string "plus " delimited by size
                       function trim(ST-count-display)
            move ST-stmt-custname to COW-varvalue(2)
            move "stmtdate" to COW-varname(3)
            move ST-stmt-date to COW-varvalue(3)
      * stmttotal is this cycle's new charges net of its credits -
      * negative when the credits outweigh the charges; the balance
      * lines below it put them in the context of the whole account.
            compute ST-new-charges = ST-stmt-total - ST-credit-total
            move "stmttotal" to COW-varname(4)
            move ST-new-charges to ST-conv-signed
            perform 4050-SHOW-SIGNED-AMOUNT
            move ST-signed-display to COW-varvalue(4)
            move "stmtccy" to COW-varname(6)
            move ST-ccy-label to COW-varvalue(6)
            compute ST-balance-due =
                    ST-brought-fwd - ST-cycle-paid + ST-new-charges
            move 9 to COW-vars-count
            move "broughtfwd" to COW-varname(7)
            move ST-brought-fwd to ST-conv-signed
            perform 4050-SHOW-SIGNED-AMOUNT
            move ST-signed-display to COW-varvalue(7)
            move "paymentsrcvd" to COW-varname(8)
            move ST-cycle-paid to ST-conv-signed
            perform 4050-SHOW-SIGNED-AMOUNT
            move ST-signed-display to COW-varvalue(8)
            move "balancedue" to COW-varname(9)
            move ST-balance-due to ST-conv-signed
            perform 4050-SHOW-SIGNED-AMOUNT
            move ST-signed-display to COW-varvalue(9)
            move "N" to COW-call-mode
            move 1 to COW-template-count
            move "statement.cow" to COW-templates(1)
            if COW-status-ok
                add 1 to ST-produced-count
                add ST-stmt-total to ST-grand-total
                add ST-cycle-paid to ST-paid-total
                add ST-credit-total to ST-credits-shown-total
                add ST-balance-due to ST-due-total
                perform 4500-CLOSE-BILLED-LINES
            else
                perform 5000-AUDIT-STATEMENT-FAILURE
            end-if.

      * the balance figures can run negative (a customer paid ahead),
      * so they go through a signed edit; converted the same way as
      * the statement total when the customer's currency has a rate.
        4050-SHOW-SIGNED-AMOUNT.
            if ST-rate-found = "Y"
                compute ST-conv-signed rounded =
                        ST-conv-signed * ST-asof-rate
            end-if
            move ST-conv-signed to ST-signed-display.

      * the cycle close for one rendered statement: every line the
      * statement covered - this customer's, line number up to the
      * highest the render saw - is appended to the billed-history
      * history rather than a billed line vanished without trace.
      * a history file that won't take the line closes nothing: the
      * lines stay on the order file and carry forward, billed
      * again next run rather than lost.  the balance file is opened
      * before any line moves for the same reason: billed lines
      * whose charges never reached the balance would be billed once
      * and owed never.  like the header file it is created on the
      * fly - status 35 is a shop that has never closed a statement
      * or keyed a receipt.
        4500-CLOSE-BILLED-LINES.
            if ST-held-overflow = "Y"
                move "Y" to ST-close-failed
            else
                perform 4550-OPEN-AND-CLOSE
            end-if.

        4550-OPEN-AND-CLOSE.
            open extend ORDER-HIST-FILE
            if ST-ordhist-status = "35"
                open output ORDER-HIST-FILE
                if ST-orderline-status not = "00"
                    move "Y" to ST-close-failed
                else
                    open i-o CUST-BAL-FILE
                    if ST-bal-status = "35"
                        open output CUST-BAL-FILE
                        close CUST-BAL-FILE
                        open i-o CUST-BAL-FILE
                    end-if
                    if ST-bal-status not = "00"
                        move "Y" to ST-close-failed
                    else
                        perform 4560-OPEN-CREDIT-FILE
                        if ST-credit-count > 0
                            and ST-credit-opened = "N"
                            move "Y" to ST-close-failed
                        else
                            perform 4600-MOVE-BILLED-LINES
                            perform 4750-MOVE-SHOWN-CREDITS
                            perform 4800-CARRY-BALANCE
                        end-if
                        if ST-credit-opened = "Y"
                            close CREDIT-FILE
                        end-if
                        close CUST-BAL-FILE
                    end-if
                    close ORDER-LINE-FILE
                end-if
                close ORDER-HIST-FILE
            end-if.

      * only a statement that showed credits needs the file; one
      * that showed some and can't reach them now closes nothing,
      * for the same reason as a history file that won't open.
        4560-OPEN-CREDIT-FILE.
            move "N" to ST-credit-opened
            if ST-credit-count > 0
                open i-o CREDIT-FILE
                if ST-credit-status = "00"
                    move "Y" to ST-credit-opened
                end-if
            end-if.

        4600-MOVE-BILLED-LINES.
            move "N" to ST-close-eof
            move ST-stmt-custid to OL-IX-CUST-ID
                    not at end
                        if OL-IX-CUST-ID = ST-stmt-custid
                            and OL-IX-LINE-NO <= ST-high-line-no
                            perform 4650-FIND-HELD-ORDER
                            if ST-held-hit = "N"
                                perform 4700-MOVE-ONE-BILLED-LINE
                            end-if
                        else
                            move "Y" to ST-close-eof
                        end-if
                end-read
            end-perform.

        4650-FIND-HELD-ORDER.
            move "N" to ST-held-hit
            if OL-IX-ORDER-NO not = 0
                perform varying ST-held-idx from 1 by 1
                        until ST-held-idx > ST-held-count
                           or ST-held-hit = "Y"
                    if ST-held-order(ST-held-idx) = OL-IX-ORDER-NO
                        move "Y" to ST-held-hit
                    end-if
                end-perform
            end-if.

        4700-MOVE-ONE-BILLED-LINE.
            move ST-stmt-date to OH-BILLED-DATE
            move OL-IX-CUST-ID to OH-CUST-ID
            move OL-IX-ORDER-NO to OH-ORDER-NO
            move OL-IX-ENTRY-DATE to OH-ENTRY-DATE
            move OL-IX-ENTRY-USER to OH-ENTRY-USER
            move "B" to OH-REC-TYPE
            move 0 to OH-CREDIT-VALUE
            move spaces to OH-ORIG-BILLED-DATE
            move spaces to OH-CREDIT-REASON
            write ORDER-HIST-RECORD
            delete ORDER-LINE-FILE
            add 1 to ST-billed-count.

      * the credits the statement showed - this customer's, sequence
      * up to the highest the render saw - go to history the same
      * way, history row first.
        4750-MOVE-SHOWN-CREDITS.
            if ST-credit-opened = "Y"
                move "N" to ST-credit-eof
                move ST-stmt-custid to CN-CUST-ID
                move 0 to CN-SEQ
                start CREDIT-FILE key not less than CN-KEY
                    invalid key move "Y" to ST-credit-eof
                end-start
                perform until ST-credit-eof = "Y"
                    read CREDIT-FILE next
                        at end move "Y" to ST-credit-eof
                        not at end
                            if CN-CUST-ID = ST-stmt-custid
                                and CN-SEQ <= ST-high-credit-seq
                                perform 4760-MOVE-ONE-CREDIT
                            else
                                move "Y" to ST-credit-eof
                            end-if
                    end-read
                end-perform
            end-if.

        4760-MOVE-ONE-CREDIT.
            move ST-stmt-date to OH-BILLED-DATE
            move CN-CUST-ID to OH-CUST-ID
            move CN-LINE-NO to OH-LINE-NO
            move CN-ITEM to OH-ITEM
            move CN-QTY to OH-QTY
            move CN-PRICE to OH-PRICE
            move CN-ORDER-NO to OH-ORDER-NO
            move CN-ENTRY-DATE to OH-ENTRY-DATE
            move CN-ENTRY-USER to OH-ENTRY-USER
            move "C" to OH-REC-TYPE
            move CN-VALUE to OH-CREDIT-VALUE
            move CN-BILLED-DATE to OH-ORIG-BILLED-DATE
            move CN-REASON to OH-CREDIT-REASON
            write ORDER-HIST-RECORD
            delete CREDIT-FILE
            add 1 to ST-credit-closed-count.

      * the balance record is read again at close rather than
      * trusted from before the render: only the receipts this
      * statement printed come off BAL-CYCLE-PAID, so one keyed
      * while the statement rendered waits for the next cycle.
        4800-CARRY-BALANCE.
            move ST-stmt-custid to BAL-CUST-ID
            read CUST-BAL-FILE
                invalid key
                    move "N" to ST-bal-found
                not invalid key
                    move "Y" to ST-bal-found
            end-read
            if ST-bal-found = "N"
                move ST-stmt-custid to BAL-CUST-ID
                move 0 to BAL-BROUGHT-FWD
                move 0 to BAL-CYCLE-PAID
                move spaces to BAL-LAST-PAY-DATE
            end-if
            compute BAL-BROUGHT-FWD = BAL-BROUGHT-FWD
                    - ST-cycle-paid + ST-new-charges
            compute BAL-CYCLE-PAID = BAL-CYCLE-PAID - ST-cycle-paid
            move ST-stmt-date to BAL-LAST-STMT-DATE
            if ST-bal-found = "Y"
                rewrite CUST-BALANCE-RECORD
            else
                write CUST-BALANCE-RECORD
            end-if
            if ST-bal-status not = "00"
                perform 4900-AUDIT-BALANCE-FAILURE
            end-if.

      * the lines have already moved to history by now, so this is
      * not a carry-forward: the balance is short this statement's
      * figures and someone has to put them on by hand.  same line
      * shape as the render failure below.
        4900-AUDIT-BALANCE-FAILURE.
            move "Y" to ST-balance-failed
            move function current-date to COW-aud-timestamp
            move "cowstmt" to COW-aud-user
            move spaces to COW-aud-session-id
            move "statement.cow" to COW-aud-template
            move spaces to COW-aud-payload
            string "balance not carried, status=" delimited by size
                   ST-bal-status delimited by size
                   " for " delimited by size
                   ST-stmt-custid delimited by size
              into COW-aud-payload
            call 'cowaudit' using COW-AUDIT-RECORD.

      * same shape as runtime/cowbatch.cbl's batch-failure line, so
      * the audit report picks these up with the other render
      * failures.
            write STMT-REPORT-LINE
            move ST-skipped-count to ST-count-display
            move spaces to STMT-REPORT-LINE
            string "skipped (no lines or balance):"
                   delimited by size
                   ST-count-display delimited by size
              into STMT-REPORT-LINE
                   ST-grand-total-display delimited by size
              into STMT-REPORT-LINE
            write STMT-REPORT-LINE
            move ST-paid-total to ST-grand-total-display
            move spaces to STMT-REPORT-LINE
            string "receipts shown on statements: "
                   delimited by size
                   ST-grand-total-display delimited by size
              into STMT-REPORT-LINE
            write STMT-REPORT-LINE
            move ST-credits-shown-total to ST-grand-total-display
            move spaces to STMT-REPORT-LINE
            string "credits shown on statements:  "
                   delimited by size
                   ST-grand-total-display delimited by size
              into STMT-REPORT-LINE
            write STMT-REPORT-LINE
            move ST-due-total to ST-signed-display
            move spaces to STMT-REPORT-LINE
            string "balance due, all statements:  "
                   delimited by size
                   ST-signed-display delimited by size
              into STMT-REPORT-LINE
            write STMT-REPORT-LINE
            move spaces to STMT-REPORT-LINE
            write STMT-REPORT-LINE
            move ST-opening-count to ST-count-display
                   ST-count-display delimited by size
              into STMT-REPORT-LINE
            write STMT-REPORT-LINE
            move ST-held-line-count to ST-count-display
            move spaces to STMT-REPORT-LINE
            string "  of which on credit hold:    "
                   delimited by size
                   ST-count-display delimited by size
              into STMT-REPORT-LINE
            write STMT-REPORT-LINE
            move ST-credit-closed-count to ST-count-display
            move spaces to STMT-REPORT-LINE
            string "credit notes closed to hist:  "
                   delimited by size
                   ST-count-display delimited by size
              into STMT-REPORT-LINE
            write STMT-REPORT-LINE
            if ST-close-failed = "Y"
                move spaces to STMT-REPORT-LINE
                write STMT-REPORT-LINE
                move "cycle close skipped for one or more statements"
                    to STMT-REPORT-LINE
                write STMT-REPORT-LINE
                move "- history, order or balance file unavailable,"
                    to STMT-REPORT-LINE
                write STMT-REPORT-LINE
                move "  lines carry forward, billed again next run"
                    to STMT-REPORT-LINE
                write STMT-REPORT-LINE
            end-if
            if ST-balance-failed = "Y"
                move spaces to STMT-REPORT-LINE
                write STMT-REPORT-LINE
                move "balance record not updated for one or more"
                    to STMT-REPORT-LINE
                write STMT-REPORT-LINE
                move "statements - lines billed, see cowaudit log"
                    to STMT-REPORT-LINE
                write STMT-REPORT-LINE
            end-if
