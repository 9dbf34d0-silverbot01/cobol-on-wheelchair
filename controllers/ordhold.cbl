        identification division.
        program-id. ordhold.

      * called by cowrouter as: call route-program using THE-VARS
      * see copybooks/COWROUTES.cpy for the path this controller
      * answers to.
      *
      * credit hold queue: lists every order header ordentry posted
      * as HELD because it took the customer past their credit
      * limit, with what the customer's limit is, and lets a
      * supervisor release or reject each one.  RELEASE flips the
      * header to RELEASED and cowstmt bills the lines at the next
      * close like any other order.  REJECT cancels the order's
      * lines off data/orderlines.idx - each one journalled to
      * data/ordamend.log as a CANCEL, exactly as /orderamend would,
      * so the trail reads the same whichever page took the line
      * off, with the stock each line took put back on the item
      * master through cowstock - and flips the header to REJECTED.
      * Either way the header records who decided and when, and a
      * cowaudit line records the decision.

        environment division.
        input-output section.
        file-control.
            select ORDER-HDR-FILE assign to "data/ordhdr.idx"
                organization indexed
                access mode dynamic
                record key is ORD-NO
                file status is HQ-ordhdr-status.
            select CUSTOMER-FILE assign to "data/customer.idx"
                organization indexed
                access mode random
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is HQ-customer-status.
            select ORDER-LINE-FILE assign to "data/orderlines.idx"
                organization indexed
                access mode dynamic
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is HQ-orderline-status.
            select AMEND-JOURNAL-FILE assign to "data/ordamend.log"
                organization line sequential
                file status is HQ-journal-status.

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

        working-storage section.

        01  HQ-ordhdr-status          pic xx.
        01  HQ-ordhdr-eof             pic x       value "N".
        01  HQ-customer-status        pic xx.
        01  HQ-orderline-status       pic xx.
        01  HQ-orderline-eof          pic x       value "N".
        01  HQ-journal-status         pic xx.
        01  HQ-req-idx                pic 9(3)    value 0.
        01  HQ-req-action             pic x(10)   value spaces.
        01  HQ-req-ordno              pic x(10)   value spaces.
        01  HQ-ordno-num              pic 9(8)    value 0.
        01  HQ-changed                pic x       value "N".
        01  HQ-reason                 pic x(60)   value spaces.
        01  HQ-result-line            pic x(80)   value spaces.
        01  HQ-review-user            pic x(32)   value spaces.
        01  HQ-review-stamp           pic x(21).
        01  HQ-order-custid           pic x(10)   value spaces.
        01  HQ-cancel-count           pic 9(4)    value 0.
        01  HQ-held-count             pic 9(5)    value 0.
        01  HQ-digit-ok               pic x       value "Y".
        01  HQ-scan-idx               pic 9(3)    value 0.
        01  HQ-scan-len               pic 9(3)    value 0.
        01  HQ-ordno-display          pic zzzzzzz9.
        01  HQ-total-display          pic zzzzzzzz9.99.
        01  HQ-limit-display          pic zzzzzzzz9.99.
        01  HQ-count-display          pic zzzz9.
        01  HQ-lineno-display         pic zzz9.
        01  HQ-queue-note             pic x(80)   value spaces.
        01  HQ-before-image           pic x(92)   value spaces.

      * stock a rejected order's lines could not put back: how many
      * lines, and the first of them, for the page and the audit.
        01  HQ-stock-missed           pic 9(4)    value 0.
        01  HQ-missed-line            pic 9(4)    value 0.
        01  HQ-missed-item            pic x(20)   value spaces.
        01  HQ-missed-display         pic zzz9.

        copy COWSTOCK.
        copy COWAUDIT.

        linkage section.

        copy COWREQ.
        copy COWVARS.

        procedure division using COW-REQUEST THE-VARS.

        0000-MAIN.
            move COW-req-session-id to COW-session-id
            move function current-date to HQ-review-stamp
            perform 1000-GATHER-PARAMS
            evaluate function trim(HQ-req-action)
                when "release"
                    perform 2000-RELEASE-ORDER
                when "reject"
                    perform 3000-REJECT-ORDER
                when other
                    continue
            end-evaluate

            perform 4000-BUILD-QUEUE-PAGE

            call 'cowtemplate' using THE-VARS

      * standard error branch, same as the other controllers:
      * skipped in batch mode so cowbatch can keep a good prior
      * render instead of an error page.
            if not COW-status-ok and not COW-is-batch-mode
                call 'cowerror' using THE-VARS
            end-if

            perform 5000-WRITE-AUDIT-LINE

            goback.

      * a bare GET of /holdqueue just lists what's on hold; the
      * action and order number arrive from the buttons on a row.
        1000-GATHER-PARAMS.
            perform varying HQ-req-idx from 1 by 1
                    until HQ-req-idx > COW-req-param-count
                evaluate function trim(COW-req-name(HQ-req-idx))
                    when "action"
                        move COW-req-value(HQ-req-idx)
                            to HQ-req-action
                    when "ordno"
                        move COW-req-value(HQ-req-idx)
                            to HQ-req-ordno
                end-evaluate
            end-perform
            if COW-is-batch-mode
                move "system" to HQ-review-user
            else
                if COW-req-remote-user not = spaces
                    move COW-req-remote-user to HQ-review-user
                else
                    move "anonymous" to HQ-review-user
                end-if
            end-if.

      * the order number has to be all digits and fit ORD-NO; a
      * mangled one is refused before any file is opened.
        1100-EDIT-ORDNO.
            move spaces to HQ-reason
            move "Y" to HQ-digit-ok
            compute HQ-scan-len =
                    function length(function trim(HQ-req-ordno))
            if HQ-req-ordno = spaces or HQ-scan-len > 8
                move "N" to HQ-digit-ok
            end-if
            perform varying HQ-scan-idx from 1 by 1
                    until HQ-scan-idx > HQ-scan-len
                if HQ-req-ordno(HQ-scan-idx:1) < "0"
                    or HQ-req-ordno(HQ-scan-idx:1) > "9"
                    move "N" to HQ-digit-ok
                end-if
            end-perform
            if HQ-digit-ok = "Y"
                compute HQ-ordno-num = function numval(HQ-req-ordno)
                if HQ-ordno-num = 0
                    move "N" to HQ-digit-ok
                end-if
            end-if
            if HQ-digit-ok not = "Y"
                move "order number must be a whole number" to HQ-reason
            end-if.

      * only a HELD order can be released - a second click on a row
      * already decided must not flip a rejected order back to
      * billable.
        2000-RELEASE-ORDER.
            move "N" to HQ-changed
            perform 1100-EDIT-ORDNO
            if HQ-reason = spaces
                open i-o ORDER-HDR-FILE
                if HQ-ordhdr-status not = "00"
                    move "header file unavailable - nothing changed"
                        to HQ-reason
                else
                    perform 2100-READ-HELD-ORDER
                    if HQ-reason = spaces
                        move "RELEASED" to ORD-STATUS
                        move HQ-review-user to ORD-REVIEW-USER
                        move HQ-review-stamp(1:8) to ORD-REVIEW-DATE
                        rewrite ORDER-HEADER-RECORD
                        if HQ-ordhdr-status = "00"
                            move "Y" to HQ-changed
                            move "order released for billing"
                                to HQ-result-line
                        else
                            move "order header rejected the change"
                                to HQ-reason
                        end-if
                    end-if
                    close ORDER-HDR-FILE
                end-if
            end-if.

        2100-READ-HELD-ORDER.
            move HQ-ordno-num to ORD-NO
            read ORDER-HDR-FILE
                invalid key
                    move "no such order on the header file"
                        to HQ-reason
                not invalid key
                    move ORD-CUST-ID to HQ-order-custid
                    if not ORD-IS-HELD
                        move "order is not on hold" to HQ-reason
                    end-if
            end-read.

      * the header is read and checked first, the lines come off,
      * and only then does the header go to REJECTED - an order
      * file that won't open leaves the order on hold with nothing
      * changed, for the supervisor to try again.
        3000-REJECT-ORDER.
            move "N" to HQ-changed
            move 0 to HQ-cancel-count
            move 0 to HQ-stock-missed
            perform 1100-EDIT-ORDNO
            if HQ-reason = spaces
                open i-o ORDER-HDR-FILE
                if HQ-ordhdr-status not = "00"
                    move "header file unavailable - nothing changed"
                        to HQ-reason
                else
                    perform 2100-READ-HELD-ORDER
                    if HQ-reason = spaces
                        perform 3100-CANCEL-ORDER-LINES
                    end-if
                    if HQ-reason = spaces
                        move "REJECTED" to ORD-STATUS
                        move HQ-review-user to ORD-REVIEW-USER
                        move HQ-review-stamp(1:8) to ORD-REVIEW-DATE
                        rewrite ORDER-HEADER-RECORD
                        if HQ-ordhdr-status = "00"
                            perform 3050-REPORT-REJECTION
                        else
                            move spaces to HQ-reason
                            string "lines cancelled but header not "
                                   delimited by size
                                   "updated, status=" delimited by size
                                   HQ-ordhdr-status delimited by size
                              into HQ-reason
                        end-if
                    end-if
                    close ORDER-HDR-FILE
                end-if
            end-if.

      * a stock return that failed on the way leaves the order
      * rejected - its lines are gone either way - but the page and
      * the audit line name the first line whose stock is still off
      * the shelf, so the item master can be put right.
        3050-REPORT-REJECTION.
            move "Y" to HQ-changed
            move HQ-cancel-count to HQ-count-display
            move spaces to HQ-result-line
            string "order rejected, " delimited by size
                   function trim(HQ-count-display)
                   delimited by size
                   " lines cancelled" delimited by size
              into HQ-result-line
            if HQ-stock-missed > 0
                move HQ-missed-line to HQ-missed-display
                string "stock not returned for line " delimited by size
                       function trim(HQ-missed-display)
                       delimited by size
                       " item " delimited by size
                       HQ-missed-item delimited by size
                  into HQ-reason
            end-if.

      * the order's lines are the customer's lines carrying its
      * order number - same keyed positioning as ordamend's line
      * list, START at line zero for the customer and read on until
      * the customer changes.
        3100-CANCEL-ORDER-LINES.
            open i-o ORDER-LINE-FILE
            if HQ-orderline-status not = "00"
                move "order file unavailable - nothing changed"
                    to HQ-reason
            else
                move "N" to HQ-orderline-eof
                move HQ-order-custid to OL-IX-CUST-ID
                move 0 to OL-IX-LINE-NO
                start ORDER-LINE-FILE key not less than OL-IX-KEY
                    invalid key move "Y" to HQ-orderline-eof
                end-start
                perform until HQ-orderline-eof = "Y"
                    read ORDER-LINE-FILE next
                        at end move "Y" to HQ-orderline-eof
                        not at end
                            if OL-IX-CUST-ID not = HQ-order-custid
                                move "Y" to HQ-orderline-eof
                            else
                                if OL-IX-ORDER-NO = HQ-ordno-num
                                    perform 3200-CANCEL-ONE-LINE
                                end-if
                            end-if
                    end-read
                end-perform
                close ORDER-LINE-FILE
            end-if.

        3200-CANCEL-ONE-LINE.
            move ORDER-LINE-IX-RECORD to HQ-before-image
            delete ORDER-LINE-FILE
            if HQ-orderline-status = "00"
                add 1 to HQ-cancel-count
                perform 6000-WRITE-JOURNAL-LINE
                perform 3300-RETURN-LINE-STOCK
            end-if.

      * same movement ordamend makes for a cancelled line, with the
      * supervisor as the user and REJECT as the reason.
        3300-RETURN-LINE-STOCK.
            move OL-IX-ITEM to COW-stock-item
            move OL-IX-QTY to COW-stock-qty
            set COW-stock-is-in to true
            move "REJECT" to COW-stock-reason
            move HQ-review-user to COW-stock-user
            move OL-IX-ORDER-NO to HQ-ordno-display
            move OL-IX-LINE-NO to HQ-lineno-display
            move spaces to COW-stock-reference
            string "order " delimited by size
                   function trim(HQ-ordno-display) delimited by size
                   " " delimited by size
                   function trim(OL-IX-CUST-ID) delimited by size
                   " line " delimited by size
                   function trim(HQ-lineno-display)
                   delimited by size
              into COW-stock-reference
            call 'cowstock' using COW-STOCK-MOVE
            if not COW-stock-ok
                add 1 to HQ-stock-missed
                if HQ-stock-missed = 1
                    move OL-IX-LINE-NO to HQ-missed-line
                    move OL-IX-ITEM to HQ-missed-item
                end-if
            end-if.

      * the queue: every HELD header on the file, oldest order
      * first, with the customer's name and limit alongside so the
      * supervisor needn't open /custmaint to decide.
        4000-BUILD-QUEUE-PAGE.
            move 1 to COW-rowset-count
            move "heldorders" to COW-rowset-name(1)
            move 0 to COW-row-count(1)
            move 0 to HQ-held-count
            move spaces to HQ-queue-note
            move "N" to HQ-ordhdr-eof
            open input ORDER-HDR-FILE
            evaluate true
                when HQ-ordhdr-status = "00"
                    open input CUSTOMER-FILE
                    perform until HQ-ordhdr-eof = "Y"
                        read ORDER-HDR-FILE next
                            at end move "Y" to HQ-ordhdr-eof
                            not at end
                                if ORD-IS-HELD
                                    perform 4100-ADD-HELD-ROW
                                end-if
                        end-read
                    end-perform
                    if HQ-customer-status = "00"
                        close CUSTOMER-FILE
                    end-if
                    close ORDER-HDR-FILE
                    move HQ-held-count to HQ-count-display
                    string function trim(HQ-count-display)
                           delimited by size
                           " orders on hold" delimited by size
                      into HQ-queue-note
                when HQ-ordhdr-status = "35"
                    move "no orders on hold" to HQ-queue-note
                when other
                    move "header file unavailable - queue not shown"
                        to HQ-queue-note
            end-evaluate

            move 6 to COW-vars-count
            move "pagetitle" to COW-varname(1)
            move "Credit hold queue" to COW-varvalue(1)
            move "reason" to COW-varname(2)
            move HQ-reason to COW-varvalue(2)
            move "result" to COW-varname(3)
            move HQ-result-line to COW-varvalue(3)
            move "queuenote" to COW-varname(4)
            move HQ-queue-note to COW-varvalue(4)
            move "ordno" to COW-varname(5)
            move HQ-req-ordno to COW-varvalue(5)
            move "sessionid" to COW-varname(6)
            move COW-session-id to COW-varvalue(6)
            move "N" to COW-call-mode
            move 3 to COW-template-count
            move "header.cow" to COW-templates(1)
            move "holdqueue.cow" to COW-templates(2)
            move "footer.cow" to COW-templates(3)
            move "holdqueue.cow" to COW-page-name.

      * past 50 held orders the count still climbs so the note tells
      * the truth; the rows stop at what the rowset holds.
        4100-ADD-HELD-ROW.
            add 1 to HQ-held-count
            if COW-row-count(1) < 50
                add 1 to COW-row-count(1)
                move 6 to COW-cell-count(1, COW-row-count(1))
                move "ordno" to COW-cellname(1, COW-row-count(1), 1)
                move ORD-NO to HQ-ordno-display
                move function trim(HQ-ordno-display)
                    to COW-cellvalue(1, COW-row-count(1), 1)
                move "custid" to COW-cellname(1, COW-row-count(1), 2)
                move ORD-CUST-ID
                    to COW-cellvalue(1, COW-row-count(1), 2)
                move "orderdate" to COW-cellname(1, COW-row-count(1), 3)
                move ORD-DATE
                    to COW-cellvalue(1, COW-row-count(1), 3)
                move "ordertotal"
                    to COW-cellname(1, COW-row-count(1), 4)
                move ORD-TOTAL to HQ-total-display
                move HQ-total-display
                    to COW-cellvalue(1, COW-row-count(1), 4)
                move "custname" to COW-cellname(1, COW-row-count(1), 5)
                move spaces to COW-cellvalue(1, COW-row-count(1), 5)
                move "creditlimit"
                    to COW-cellname(1, COW-row-count(1), 6)
                move spaces to COW-cellvalue(1, COW-row-count(1), 6)
                if HQ-customer-status = "00"
                    move ORD-CUST-ID to CUST-ID
                    read CUSTOMER-FILE
                        invalid key continue
                        not invalid key
                            move CUST-NAME
                              to COW-cellvalue(1, COW-row-count(1), 5)
                            move CUST-CREDIT-LIMIT to HQ-limit-display
                            move HQ-limit-display
                              to COW-cellvalue(1, COW-row-count(1), 6)
                    end-read
                end-if
            end-if.

      * one line per hit, same convention as the other controllers;
      * a decision logs the order, its customer and which way it
      * went, a refused one logs why it was turned away.
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
                when HQ-changed = "Y" and HQ-stock-missed > 0
                    move HQ-ordno-num to HQ-ordno-display
                    move HQ-stock-missed to HQ-count-display
                    move HQ-missed-line to HQ-missed-display
                    string "order " delimited by size
                           function trim(HQ-ordno-display)
                           delimited by size
                           " for " delimited by size
                           function trim(HQ-order-custid)
                           delimited by size
                           " rejected, stock return failed x"
                           delimited by size
                           function trim(HQ-count-display)
                           delimited by size
                           " line " delimited by size
                           function trim(HQ-missed-display)
                           delimited by size
                           " " delimited by size
                           HQ-missed-item delimited by size
                      into COW-aud-payload
                when HQ-changed = "Y"
                    move HQ-ordno-num to HQ-ordno-display
                    string "order " delimited by size
                           function trim(HQ-ordno-display)
                           delimited by size
                           " for " delimited by size
                           function trim(HQ-order-custid)
                           delimited by size
                           " - " delimited by size
                           function trim(HQ-result-line)
                           delimited by size
                      into COW-aud-payload
                when HQ-cancel-count > 0
                    move HQ-ordno-num to HQ-ordno-display
                    string "order " delimited by size
                           function trim(HQ-ordno-display)
                           delimited by size
                           " for " delimited by size
                           function trim(HQ-order-custid)
                           delimited by size
                           " - " delimited by size
                           function trim(HQ-reason)
                           delimited by size
                      into COW-aud-payload
                when HQ-reason not = spaces
                    string "hold decision refused: " delimited by size
                           function trim(HQ-reason) delimited by size
                      into COW-aud-payload
                when other
                    move "hold queue shown" to COW-aud-payload
            end-evaluate
            call 'cowaudit' using COW-AUDIT-RECORD.

      * same journal line ordamend writes for a cancelled line -
      * after image spaces, action CANCEL - with the supervisor who
      * rejected the order as the user.
        6000-WRITE-JOURNAL-LINE.
            open extend AMEND-JOURNAL-FILE
            if HQ-journal-status = "35"
                open output AMEND-JOURNAL-FILE
            end-if
            if HQ-journal-status = "00"
                move function current-date to OA-JRN-TIMESTAMP
                move HQ-review-user to OA-JRN-USER
                move "CANCEL" to OA-JRN-ACTION
                move HQ-before-image to OA-JRN-BEFORE
                move spaces to OA-JRN-AFTER
                write ORDER-AMEND-RECORD
                close AMEND-JOURNAL-FILE
            end-if.

        end program ordhold.
