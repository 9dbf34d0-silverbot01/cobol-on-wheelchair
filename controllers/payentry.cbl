        identification division.
        program-id. payentry.

      * called by cowrouter as: call route-program using THE-VARS
      * see copybooks/COWROUTES.cpy for the path this controller
      * answers to.
      *
      * cash receipts: a clerk keys a cheque or transfer against a
      * CUST-ID on the keyed customer master - amount, the date the
      * money arrived (blank means today) and the payer's reference.
      * Each receipt that lands is appended to the payments file
      * (copybooks/PAYMENT.cpy, data/payments.dat) and added to the
      * customer's running balance record (copybooks/CUSTBAL.cpy,
      * data/custbal.idx), which cowstmt reads at close for the
      * payments-this-cycle line and rolls forward.  The page shows
      * the customer's balance as it stands and their recent
      * receipts, newest first.  Same echo-back validation style as
      * ordentry.cbl: a rejection re-shows the form with what was
      * keyed and the reason on it, and every hit writes a cowaudit
      * line.  A suspended customer can still pay - paying down is
      * usually how the suspension ends.

        environment division.
        input-output section.
        file-control.
            select CUSTOMER-FILE assign to "data/customer.idx"
                organization indexed
                access mode random
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is PY-customer-status.
            select CUST-BAL-FILE assign to "data/custbal.idx"
                organization indexed
                access mode random
                record key is BAL-CUST-ID
                file status is PY-bal-status.
            select PAYMENT-FILE assign to "data/payments.dat"
                organization line sequential
                file status is PY-payment-status.

        data division.
        file section.
        fd  CUSTOMER-FILE.
        copy CUSTMAST.

        fd  CUST-BAL-FILE.
        copy CUSTBAL.

        fd  PAYMENT-FILE.
        copy PAYMENT.

        working-storage section.

        01  PY-customer-status        pic xx.
        01  PY-customer-found         pic x       value "N".
        01  PY-bal-status             pic xx.
        01  PY-bal-found              pic x       value "N".
        01  PY-payment-status         pic xx.
        01  PY-payment-eof            pic x       value "N".
        01  PY-req-idx                pic 9(3)    value 0.
        01  PY-req-action             pic x(10)   value spaces.
        01  PY-req-custid             pic x(10)   value spaces.
        01  PY-req-amount             pic x(14)   value spaces.
        01  PY-req-paydate            pic x(8)    value spaces.
        01  PY-req-reference          pic x(20)   value spaces.
        01  PY-amount-num             pic 9(7)v99 value 0.
        01  PY-pay-date               pic x(8)    value spaces.
        01  PY-post-stamp             pic x(21).
        01  PY-entry-user             pic x(32)   value spaces.
        01  PY-accepted               pic x       value "N".
        01  PY-bal-missed             pic x       value "N".
        01  PY-bal-missed-status      pic xx      value spaces.
        01  PY-reason                 pic x(60)   value spaces.
        01  PY-result-line            pic x(80)   value spaces.
        01  PY-custname               pic x(40)   value spaces.
        01  PY-digit-ok               pic x       value "Y".
        01  PY-point-count            pic 9(2)    value 0.
        01  PY-int-count              pic 9(3)    value 0.
        01  PY-dec-count              pic 9(3)    value 0.
        01  PY-scan-idx               pic 9(3)    value 0.
        01  PY-scan-len               pic 9(3)    value 0.
        01  PY-scan-field             pic x(14).
        01  PY-amount-display         pic zzzzzzzz9.99.
        01  PY-balance-display        pic -(9)9.99.

      * the balance as it stands after this hit: brought forward at
      * the last statement close, receipts since, and what that
      * leaves owing.
        01  PY-brought-fwd            pic s9(9)v99 value 0.
        01  PY-cycle-paid             pic 9(9)v99 value 0.
        01  PY-open-balance           pic s9(9)v99 value 0.
        01  PY-last-stmt-date         pic x(8)    value spaces.

      * the customer's last 50 receipts, kept as a window that
      * slides forward as the payments file is read - same shape as
      * ratehpg's history window, so the page always shows the most
      * recent receipts however long the file has grown.
        01  PY-win-count              pic 9(2)    value 0.
        01  PY-win-table.
            03  PY-win-entry          occurs 50 times.
                05  PY-win-date       pic x(8).
                05  PY-win-amount     pic 9(9)v99.
                05  PY-win-reference  pic x(20).
                05  PY-win-user       pic x(32).
        01  PY-win-idx                pic 9(2)    value 0.

        copy COWAUDIT.

        linkage section.

        copy COWREQ.
        copy COWVARS.

        procedure division using COW-REQUEST THE-VARS.

        0000-MAIN.
            move COW-req-session-id to COW-session-id
            move function current-date to PY-post-stamp
            perform 1000-GATHER-PARAMS
            evaluate function trim(PY-req-action)
                when "post"
                    perform 2000-VALIDATE-RECEIPT
                    if PY-reason = spaces
                        perform 3000-POST-RECEIPT
                    end-if
                when other
                    if PY-req-custid not = spaces
                        perform 2300-CHECK-CUSTOMER
                    end-if
            end-evaluate

            if PY-req-custid not = spaces
                perform 4500-LOAD-BALANCE
                perform 4600-LOAD-RECENT-RECEIPTS
            end-if
            perform 5000-BUILD-RECEIPT-PAGE

            call 'cowtemplate' using THE-VARS

      * standard error branch, same as the other controllers:
      * skipped in batch mode so cowbatch can keep a good prior
      * render instead of an error page.
            if not COW-status-ok and not COW-is-batch-mode
                call 'cowerror' using THE-VARS
            end-if

            perform 6000-WRITE-AUDIT-LINE

            goback.

      * a bare GET of /payments just gets the blank form; a custid
      * without an action is a lookup of that customer's balance.
        1000-GATHER-PARAMS.
            perform varying PY-req-idx from 1 by 1
                    until PY-req-idx > COW-req-param-count
                evaluate function trim(COW-req-name(PY-req-idx))
                    when "action"
                        move COW-req-value(PY-req-idx)
                            to PY-req-action
                    when "custid"
                        move COW-req-value(PY-req-idx)
                            to PY-req-custid
                    when "amount"
                        move COW-req-value(PY-req-idx)
                            to PY-req-amount
                    when "paydate"
                        move COW-req-value(PY-req-idx)
                            to PY-req-paydate
                    when "reference"
                        move COW-req-value(PY-req-idx)
                            to PY-req-reference
                end-evaluate
            end-perform.

      * every rejection sets PY-reason and nothing is written; the
      * customer check runs last so a keying slip in the amount is
      * reported before the master is opened.
        2000-VALIDATE-RECEIPT.
            move "N" to PY-accepted
            move spaces to PY-reason
            evaluate true
                when PY-req-custid = spaces
                    move "customer id is required" to PY-reason
                when PY-req-reference = spaces
                    move "payment reference is required" to PY-reason
                when other
                    perform 2100-EDIT-AMOUNT
                    if PY-reason = spaces
                        perform 2200-EDIT-PAY-DATE
                    end-if
                    if PY-reason = spaces
                        perform 2300-CHECK-CUSTOMER
                    end-if
            end-evaluate.

      * same digit-and-width edit ordentry puts on a keyed price,
      * kept in step with the PY-amount-num picture; a zero receipt
      * is refused as a keying slip, not posted as nothing.
        2100-EDIT-AMOUNT.
            move PY-req-amount to PY-scan-field
            perform 2500-SCAN-UNSIGNED-NUMBER
            if PY-digit-ok not = "Y" or PY-point-count > 1
                or PY-int-count > 7 or PY-dec-count > 2
                move "amount must be numeric, up to 9999999.99"
                    to PY-reason
            else
                compute PY-amount-num = function numval(PY-req-amount)
                if PY-amount-num = 0
                    move "amount must not be zero" to PY-reason
                end-if
            end-if.

      * blank means the money arrived today; a keyed date has to be
      * a real yyyymmdd no later than today - a post-dated cheque is
      * keyed the day it clears, not the day it arrives.
        2200-EDIT-PAY-DATE.
            if PY-req-paydate = spaces
                move PY-post-stamp(1:8) to PY-pay-date
            else
                if PY-req-paydate not numeric
                    move "payment date must be yyyymmdd" to PY-reason
                else
                    if function test-date-yyyymmdd(
                            function numval(PY-req-paydate)) not = 0
                        move "payment date must be yyyymmdd"
                            to PY-reason
                    else
                        if PY-req-paydate > PY-post-stamp(1:8)
                            move "payment date is in the future"
                                to PY-reason
                        else
                            move PY-req-paydate to PY-pay-date
                        end-if
                    end-if
                end-if
            end-if.

      * same keyed read against the customer master as
      * testpage.cbl's 0500-LOAD-CUSTOMER, and the same
      * unavailable-vs-not-found distinction ordentry draws.
        2300-CHECK-CUSTOMER.
            move "N" to PY-customer-found
            open input CUSTOMER-FILE
            if PY-customer-status = "00"
                move PY-req-custid to CUST-ID
                read CUSTOMER-FILE
                    invalid key continue
                    not invalid key
                        move "Y" to PY-customer-found
                        move CUST-NAME to PY-custname
                end-read
                close CUSTOMER-FILE
            end-if
            evaluate true
                when PY-customer-status not = "00"
                    move "customer master unavailable - nothing posted"
                        to PY-reason
                when PY-customer-found not = "Y"
                    move "no such customer on the customer master"
                        to PY-reason
            end-evaluate.

      * digits with at most one decimal point, nothing else - the
      * same scan ordentry's 2500-SCAN-UNSIGNED-NUMBER does.
        2500-SCAN-UNSIGNED-NUMBER.
            move "Y" to PY-digit-ok
            move 0 to PY-point-count
            move 0 to PY-int-count
            move 0 to PY-dec-count
            compute PY-scan-len =
                    function length(function trim(PY-scan-field))
            if PY-scan-len = 0
                move "N" to PY-digit-ok
            end-if
            perform varying PY-scan-idx from 1 by 1
                    until PY-scan-idx > PY-scan-len
                evaluate PY-scan-field(PY-scan-idx:1)
                    when "0" thru "9"
                        if PY-point-count = 0
                            add 1 to PY-int-count
                        else
                            add 1 to PY-dec-count
                        end-if
                    when "."
                        add 1 to PY-point-count
                    when other
                        move "N" to PY-digit-ok
                end-evaluate
            end-perform.

      * the balance file is created on the fly the way ordentry
      * creates the header file - COWLOAD doesn't build it, so
      * status 35 just means no receipt or statement close has ever
      * touched it.  created empty and reopened i-o, because the
      * posting has to read the customer's record before it writes.
      * both files are open before anything is written: a payments
      * file that won't take the receipt leaves the balance alone,
      * and a balance file that won't open stops the receipt being
      * recorded at all.  the receipt is written first, though, so
      * a balance write that fails after it leaves the receipt on
      * the payments file with the balance short of it - the audit
      * line then records the receipt in full with the balance
      * file's status, for the balance to be put right by hand.
        3000-POST-RECEIPT.
            move "N" to PY-bal-missed
            perform 3250-RESOLVE-ENTRY-USER
            open i-o CUST-BAL-FILE
            if PY-bal-status = "35"
                open output CUST-BAL-FILE
                close CUST-BAL-FILE
                open i-o CUST-BAL-FILE
            end-if
            if PY-bal-status not = "00"
                move "balance file unavailable - nothing posted"
                    to PY-reason
            else
                open extend PAYMENT-FILE
                if PY-payment-status = "35"
                    open output PAYMENT-FILE
                end-if
                if PY-payment-status not = "00"
                    move "payments file unavailable - nothing posted"
                        to PY-reason
                else
                    perform 3100-WRITE-RECEIPT
                    close PAYMENT-FILE
                end-if
                close CUST-BAL-FILE
            end-if.

        3100-WRITE-RECEIPT.
            move PY-req-custid to PAY-CUST-ID
            move PY-pay-date to PAY-DATE
            move PY-amount-num to PAY-AMOUNT
            move PY-req-reference to PAY-REFERENCE
            move PY-post-stamp(1:8) to PAY-ENTRY-DATE
            move PY-entry-user to PAY-ENTRY-USER
            write PAYMENT-RECORD
            if PY-payment-status not = "00"
                move "payments file rejected the receipt - not posted"
                    to PY-reason
            else
                perform 3200-APPLY-TO-BALANCE
            end-if.

      * a customer's first receipt starts their balance record at
      * nothing brought forward - they owe nothing until a statement
      * closes with charges on it.
        3200-APPLY-TO-BALANCE.
            move PY-req-custid to BAL-CUST-ID
            read CUST-BAL-FILE
                invalid key
                    move "N" to PY-bal-found
                not invalid key
                    move "Y" to PY-bal-found
            end-read
            if PY-bal-found = "N"
                move PY-req-custid to BAL-CUST-ID
                move 0 to BAL-BROUGHT-FWD
                move 0 to BAL-CYCLE-PAID
                move spaces to BAL-LAST-STMT-DATE
                move spaces to BAL-LAST-PAY-DATE
            end-if
            add PY-amount-num to BAL-CYCLE-PAID
            if PY-pay-date > BAL-LAST-PAY-DATE
                or BAL-LAST-PAY-DATE = spaces
                move PY-pay-date to BAL-LAST-PAY-DATE
            end-if
            if PY-bal-found = "Y"
                rewrite CUST-BALANCE-RECORD
            else
                write CUST-BALANCE-RECORD
            end-if
            if PY-bal-status not = "00"
                move "Y" to PY-bal-missed
                move PY-bal-status to PY-bal-missed-status
                move "receipt recorded, balance not updated - see audit"
                    to PY-reason
            else
                move "Y" to PY-accepted
                move PY-amount-num to PY-amount-display
                move spaces to PY-result-line
                string "receipt of " delimited by size
                       function trim(PY-amount-display)
                       delimited by size
                       " posted for " delimited by size
                       function trim(PY-req-custid) delimited by size
                  into PY-result-line
            end-if.

      * the user stamped on the receipt, same convention as the
      * audit line: the remote user when one arrived, "anonymous"
      * otherwise, "system" for a batch call.
        3250-RESOLVE-ENTRY-USER.
            if COW-is-batch-mode
                move "system" to PY-entry-user
            else
                if COW-req-remote-user not = spaces
                    move COW-req-remote-user to PY-entry-user
                else
                    move "anonymous" to PY-entry-user
                end-if
            end-if.

      * read after any posting, so the figures on the page include
      * the receipt just keyed.  no record yet is a customer with
      * nothing brought forward and nothing paid.
        4500-LOAD-BALANCE.
            move 0 to PY-brought-fwd
            move 0 to PY-cycle-paid
            move spaces to PY-last-stmt-date
            open input CUST-BAL-FILE
            if PY-bal-status = "00"
                move PY-req-custid to BAL-CUST-ID
                read CUST-BAL-FILE
                    invalid key continue
                    not invalid key
                        move BAL-BROUGHT-FWD to PY-brought-fwd
                        move BAL-CYCLE-PAID to PY-cycle-paid
                        move BAL-LAST-STMT-DATE to PY-last-stmt-date
                end-read
                close CUST-BAL-FILE
            end-if
            compute PY-open-balance = PY-brought-fwd - PY-cycle-paid.

        4600-LOAD-RECENT-RECEIPTS.
            move 0 to PY-win-count
            move "N" to PY-payment-eof
            open input PAYMENT-FILE
            if PY-payment-status = "00"
                perform until PY-payment-eof = "Y"
                    read PAYMENT-FILE
                        at end move "Y" to PY-payment-eof
                        not at end
                            if PAY-CUST-ID = PY-req-custid
                                perform 4700-TAKE-ONE-RECEIPT
                            end-if
                    end-read
                end-perform
                close PAYMENT-FILE
            end-if.

        4700-TAKE-ONE-RECEIPT.
            if PY-win-count < 50
                add 1 to PY-win-count
            else
                perform varying PY-win-idx from 1 by 1
                        until PY-win-idx > 49
                    move PY-win-entry(PY-win-idx + 1)
                        to PY-win-entry(PY-win-idx)
                end-perform
            end-if
            move PAY-DATE to PY-win-date(PY-win-count)
            move PAY-AMOUNT to PY-win-amount(PY-win-count)
            move PAY-REFERENCE to PY-win-reference(PY-win-count)
            move PAY-ENTRY-USER to PY-win-user(PY-win-count).

      * the receipt form doubles as the rejection page: what was
      * keyed is echoed back and PY-reason lands in {{reason}}; a
      * receipt that landed blanks the amount and reference for the
      * next one and reports itself in {{result}}.
        5000-BUILD-RECEIPT-PAGE.
            if PY-accepted = "Y"
                move spaces to PY-req-amount
                move spaces to PY-req-paydate
                move spaces to PY-req-reference
            end-if
            move 13 to COW-vars-count
            move "pagetitle" to COW-varname(1)
            move "Cash receipts" to COW-varvalue(1)
            move "reason" to COW-varname(2)
            move PY-reason to COW-varvalue(2)
            move "result" to COW-varname(3)
            move PY-result-line to COW-varvalue(3)
            move "custid" to COW-varname(4)
            move PY-req-custid to COW-varvalue(4)
            move "custname" to COW-varname(5)
            move PY-custname to COW-varvalue(5)
            move "amount" to COW-varname(6)
            move PY-req-amount to COW-varvalue(6)
            move "paydate" to COW-varname(7)
            move PY-req-paydate to COW-varvalue(7)
            move "reference" to COW-varname(8)
            move PY-req-reference to COW-varvalue(8)
            move "sessionid" to COW-varname(9)
            move COW-session-id to COW-varvalue(9)
            move "broughtfwd" to COW-varname(10)
            move PY-brought-fwd to PY-balance-display
            move PY-balance-display to COW-varvalue(10)
            move "cyclepaid" to COW-varname(11)
            move PY-cycle-paid to PY-amount-display
            move PY-amount-display to COW-varvalue(11)
            move "openbalance" to COW-varname(12)
            move PY-open-balance to PY-balance-display
            move PY-balance-display to COW-varvalue(12)
            move "laststmt" to COW-varname(13)
            move PY-last-stmt-date to COW-varvalue(13)

            move 1 to COW-rowset-count
            move "receipts" to COW-rowset-name(1)
            move 0 to COW-row-count(1)
            perform varying PY-win-idx from PY-win-count by -1
                    until PY-win-idx < 1
                add 1 to COW-row-count(1)
                move 4 to COW-cell-count(1, COW-row-count(1))
                move "rcptdate" to COW-cellname(1, COW-row-count(1), 1)
                move PY-win-date(PY-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 1)
                move "payamount" to COW-cellname(1, COW-row-count(1), 2)
                move PY-win-amount(PY-win-idx) to PY-amount-display
                move PY-amount-display
                    to COW-cellvalue(1, COW-row-count(1), 2)
                move "payref" to COW-cellname(1, COW-row-count(1), 3)
                move PY-win-reference(PY-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 3)
                move "payuser" to COW-cellname(1, COW-row-count(1), 4)
                move PY-win-user(PY-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 4)
            end-perform

            move "N" to COW-call-mode
            move 3 to COW-template-count
            move "header.cow" to COW-templates(1)
            move "payments.cow" to COW-templates(2)
            move "footer.cow" to COW-templates(3)
            move "payments.cow" to COW-page-name.

      * one line per hit, same convention as the other controllers;
      * a receipt that landed logs the customer, amount and
      * reference, a refused one logs why it was turned away.
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
                when PY-accepted = "Y"
                    move PY-amount-num to PY-amount-display
                    string "receipt " delimited by size
                           function trim(PY-amount-display)
                           delimited by size
                           " for " delimited by size
                           function trim(PY-req-custid)
                           delimited by size
                           " ref " delimited by size
                           function trim(PY-req-reference)
                           delimited by size
                      into COW-aud-payload
                when PY-bal-missed = "Y"
                    move PY-amount-num to PY-amount-display
                    string "receipt " delimited by size
                           function trim(PY-amount-display)
                           delimited by size
                           " for " delimited by size
                           function trim(PY-req-custid)
                           delimited by size
                           " ref " delimited by size
                           function trim(PY-req-reference)
                           delimited by size
                           " recorded, balance not updated status="
                           delimited by size
                           PY-bal-missed-status delimited by size
                      into COW-aud-payload
                when PY-reason not = spaces
                    string "receipt refused: " delimited by size
                           function trim(PY-reason) delimited by size
                      into COW-aud-payload
                when other
                    move "receipt form shown" to COW-aud-payload
            end-evaluate
            call 'cowaudit' using COW-AUDIT-RECORD.

        end program payentry.
