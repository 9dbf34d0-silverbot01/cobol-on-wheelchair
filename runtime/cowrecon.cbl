      * Exceptions go to a printable report and the job ends with
      * return code 8 when anything was flagged, so the scheduler
      * can page somebody instead of the problem sitting invisible.
      *
      * A range on SYSIN narrows the job to the order lines that
      * matter, read off the keyed files rather than the unloaded
      * ones:
      *   DATE yyyymmdd [yyyymmdd]  - lines entered on those days,
      *   ORDER n [m]               - lines of those order numbers,
      * the second bound defaulting to the first.  The range is
      * positioned on the OL-IX-ENTRY-DATE or OL-IX-ORDER-NO
      * alternate key of data/orderlines.idx, and each line's
      * customer and item are read at random on data/customer.idx
      * and data/item.idx, so only the range is touched.  The master
      * and rates passes belong to the nightly run and are skipped,
      * and the rates snapshot is left alone.  A blank or
      * unrecognised SYSIN runs the full nightly check as before.

        environment division.
        input-output section.
            select RATE-PREV-FILE assign to "data/rates.prev.dat"
                organization line sequential
                file status is RC-rate-prev-status.
            select ORDER-LINE-IX-FILE assign to "data/orderlines.idx"
                organization indexed
                access mode sequential
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is RC-orderline-ix-status.
            select CUSTOMER-IX-FILE assign to "data/customer.idx"
                organization indexed
                access mode random
                record key is CUST-IX-ID
                alternate record key is CUST-IX-NAME
                    with duplicates
                file status is RC-customer-ix-status.
            select ITEM-IX-FILE assign to "data/item.idx"
                organization indexed
                access mode random
                record key is ITEM-IX-CODE
                file status is RC-item-ix-status.
            select RECON-REPORT assign to "output/cowrecon.rpt"
                organization line sequential
                file status is RC-report-status.
                      ==RATE-CCY== by ==RATE-PREV-CCY==
                      ==RATE-VALUE== by ==RATE-PREV-VALUE==.

        fd  ORDER-LINE-IX-FILE.
        copy ORDLINEX.

        fd  CUSTOMER-IX-FILE.
        copy CUSTMAST replacing ==CUSTOMER-RECORD==
                             by ==CUSTOMER-IX-RECORD==
                      ==CUST-ID== by ==CUST-IX-ID==
                      ==CUST-NAME== by ==CUST-IX-NAME==
                      ==CUST-STATUS== by ==CUST-IX-STATUS==
                      ==CUST-CCY== by ==CUST-IX-CCY==
                      ==CUST-CREDIT-LIMIT== by ==CUST-IX-CREDIT-LIMIT==.

        fd  ITEM-IX-FILE.
        copy ITEMMAST replacing ==ITEM-RECORD==
                             by ==ITEM-IX-RECORD==
                      ==ITEM-CODE== by ==ITEM-IX-CODE==
                      ==ITEM-DESC== by ==ITEM-IX-DESC==
                      ==ITEM-LIST-PRICE== by ==ITEM-IX-LIST-PRICE==
                      ==ITEM-ACTIVE== by ==ITEM-IX-ACTIVE==
                      ==ITEM-QTY-ON-HAND== by ==ITEM-IX-QTY-ON-HAND==
                      ==ITEM-REORDER-POINT==
                                    by ==ITEM-IX-REORDER-POINT==.

        fd  RECON-REPORT.
        01  RECON-REPORT-LINE         pic x(80).

        01  RC-rate-status            pic xx.
        01  RC-rate-prev-status       pic xx.
        01  RC-report-status          pic xx.
        01  RC-orderline-ix-status    pic xx.
        01  RC-customer-ix-status     pic xx.
        01  RC-item-ix-status         pic xx.
        01  RC-eof                    pic x       value "N".

      * SYSIN range: mode "N" is the full nightly check, "D" an
      * entry-date range, "O" an order-number range.
        01  RC-sysin                  pic x(80)   value spaces.
        01  RC-range-type             pic x(10)   value spaces.
        01  RC-range-low              pic x(10)   value spaces.
        01  RC-range-high             pic x(10)   value spaces.
        01  RC-range-mode             pic x       value "N".
        01  RC-from-date              pic x(8)    value spaces.
        01  RC-to-date                pic x(8)    value spaces.
        01  RC-from-order             pic 9(8)    value 0.
        01  RC-to-order               pic 9(8)    value 0.
        01  RC-edit-field             pic x(10)   value spaces.
        01  RC-edit-num               pic 9(8)    value 0.
        01  RC-digit-ok               pic x       value "N".
        01  RC-scan-idx               pic 9(3)    value 0.
        01  RC-scan-len               pic 9(3)    value 0.
        01  RC-range-lines            pic 9(7)    value 0.
        01  RC-range-display          pic zzzzzz9.
        01  RC-order-display          pic zzzzzzz9.
        01  RC-order-display-2        pic zzzzzzz9.

        01  RC-cust-count             pic 9(5)    comp value 0.
        01  RC-cust-table.
            03  RC-cust-entry         occurs 5000 times.

        0000-MAIN.
            move function current-date to RC-run-timestamp
            perform 1050-GET-RANGE
            perform 1000-OPEN-REPORT
            if RC-range-mode = "N"
                perform 2000-LOAD-CUSTOMER-TABLE
                perform 2500-LOAD-ITEM-TABLE
                perform 3000-CHECK-ORDER-LINES
                perform 4000-CHECK-RATES
                perform 5000-CHECK-PRIOR-RATES
                perform 6000-WRITE-TRAILER
                close RECON-REPORT
                if RC-rate-exceptions = 0
                    perform 7000-SNAPSHOT-RATES
                end-if
            else
                perform 3500-CHECK-RANGE-LINES
                perform 6000-WRITE-TRAILER
                close RECON-REPORT
            end-if
            if RC-exception-count > 0
                move 8 to return-code
                   RC-run-timestamp(9:6) delimited by size
              into RECON-REPORT-LINE
            write RECON-REPORT-LINE
            evaluate RC-range-mode
                when "D"
                    move spaces to RECON-REPORT-LINE
                    string "order lines entered " delimited by size
                           RC-from-date delimited by size
                           " to " delimited by size
                           RC-to-date delimited by size
                      into RECON-REPORT-LINE
                    write RECON-REPORT-LINE
                when "O"
                    move RC-from-order to RC-order-display
                    move RC-to-order to RC-order-display-2
                    move spaces to RECON-REPORT-LINE
                    string "order lines of orders " delimited by size
                           function trim(RC-order-display)
                           delimited by size
                           " to " delimited by size
                           function trim(RC-order-display-2)
                           delimited by size
                      into RECON-REPORT-LINE
                    write RECON-REPORT-LINE
            end-evaluate
            move spaces to RECON-REPORT-LINE
            write RECON-REPORT-LINE.

      * "DATE 20261014", "DATE 20261001 20261014", "ORDER 1200" or
      * "ORDER 1200 1250" - a missing, garbled or backwards second
      * bound just makes the range the one day or the one order.
        1050-GET-RANGE.
            accept RC-sysin
            unstring RC-sysin delimited by all spaces
                into RC-range-type RC-range-low RC-range-high
            end-unstring
            evaluate function trim(RC-range-type)
                when "DATE"
                    if RC-range-low(1:8) numeric
                        and RC-range-low(9:2) = spaces
                        move "D" to RC-range-mode
                        move RC-range-low(1:8) to RC-from-date
                        move RC-range-low(1:8) to RC-to-date
                        if RC-range-high(1:8) numeric
                            and RC-range-high(9:2) = spaces
                            and RC-range-high(1:8) > RC-from-date
                            move RC-range-high(1:8) to RC-to-date
                        end-if
                    end-if
                when "ORDER"
                    move RC-range-low to RC-edit-field
                    perform 1060-EDIT-ORDER-NO
                    if RC-digit-ok = "Y"
                        move "O" to RC-range-mode
                        move RC-edit-num to RC-from-order
                        move RC-edit-num to RC-to-order
                        move RC-range-high to RC-edit-field
                        perform 1060-EDIT-ORDER-NO
                        if RC-digit-ok = "Y"
                            and RC-edit-num > RC-from-order
                            move RC-edit-num to RC-to-order
                        end-if
                    end-if
            end-evaluate.

      * same edit orderinq puts on an order number: all digits and
      * fits OL-IX-ORDER-NO.  zero is allowed here - it picks up the
      * lines from before order numbers.
        1060-EDIT-ORDER-NO.
            move "Y" to RC-digit-ok
            move 0 to RC-edit-num
            compute RC-scan-len =
                    function length(function trim(RC-edit-field))
            if RC-edit-field = spaces or RC-scan-len > 8
                move "N" to RC-digit-ok
            end-if
            perform varying RC-scan-idx from 1 by 1
                    until RC-scan-idx > RC-scan-len
                       or RC-digit-ok = "N"
                if RC-edit-field(RC-scan-idx:1) < "0"
                    or RC-edit-field(RC-scan-idx:1) > "9"
                    move "N" to RC-digit-ok
                end-if
            end-perform
            if RC-digit-ok = "Y"
                compute RC-edit-num = function numval(RC-edit-field)
            end-if.

      * the whole master goes into a table once so the order-line
      * pass can match against memory instead of re-reading the file
      * per line; a CUST-ID already in the table is a duplicate row
                perform 8000-WRITE-EXCEPTION
            end-if.

      * the range pass: START on the alternate key at the low bound,
      * then read on in key order until the first line past the
      * high bound.  both masters must open or nothing can be
      * judged, and that is itself an exception.
        3500-CHECK-RANGE-LINES.
            move "N" to RC-eof
            open input CUSTOMER-IX-FILE
            open input ITEM-IX-FILE
            open input ORDER-LINE-IX-FILE
            evaluate true
                when RC-customer-ix-status not = "00"
                    move "customer master could not be opened"
                        to RC-detail-line
                    perform 8000-WRITE-EXCEPTION
                when RC-item-ix-status not = "00"
                    move "item master could not be opened"
                        to RC-detail-line
                    perform 8000-WRITE-EXCEPTION
                when RC-orderline-ix-status not = "00"
                    move "order-line file could not be opened"
                        to RC-detail-line
                    perform 8000-WRITE-EXCEPTION
                when other
                    perform 3550-START-RANGE
                    perform until RC-eof = "Y"
                        read ORDER-LINE-IX-FILE next
                            at end move "Y" to RC-eof
                            not at end perform 3600-JUDGE-RANGE-LINE
                        end-read
                    end-perform
            end-evaluate
            if RC-customer-ix-status = "00"
                close CUSTOMER-IX-FILE
            end-if
            if RC-item-ix-status = "00"
                close ITEM-IX-FILE
            end-if
            if RC-orderline-ix-status = "00"
                close ORDER-LINE-IX-FILE
            end-if.

      * nothing at or past the low bound means no lines in range.
        3550-START-RANGE.
            if RC-range-mode = "D"
                move RC-from-date to OL-IX-ENTRY-DATE
                start ORDER-LINE-IX-FILE
                    key is not less than OL-IX-ENTRY-DATE
                    invalid key move "Y" to RC-eof
                end-start
            else
                move RC-from-order to OL-IX-ORDER-NO
                start ORDER-LINE-IX-FILE
                    key is not less than OL-IX-ORDER-NO
                    invalid key move "Y" to RC-eof
                end-start
            end-if.

        3600-JUDGE-RANGE-LINE.
            evaluate true
                when RC-range-mode = "D"
                    and OL-IX-ENTRY-DATE > RC-to-date
                    move "Y" to RC-eof
                when RC-range-mode = "O"
                    and OL-IX-ORDER-NO > RC-to-order
                    move "Y" to RC-eof
                when other
                    perform 3700-MATCH-ONE-KEYED-LINE
            end-evaluate.

      * the same two checks 3100 makes from the tables, made here by
      * key against the masters themselves.
        3700-MATCH-ONE-KEYED-LINE.
            add 1 to RC-range-lines
            move OL-IX-CUST-ID to CUST-IX-ID
            read CUSTOMER-IX-FILE
                invalid key
                    move spaces to RC-detail-line
                    string "orphan order line: customer "
                           delimited by size
                           OL-IX-CUST-ID delimited by size
                           " item " delimited by size
                           OL-IX-ITEM delimited by size
                      into RC-detail-line
                    perform 8000-WRITE-EXCEPTION
            end-read
            move OL-IX-ITEM to ITEM-IX-CODE
            read ITEM-IX-FILE
                invalid key
                    move spaces to RC-detail-line
                    string "order line item not on item master: "
                           delimited by size
                           OL-IX-ITEM delimited by size
                      into RC-detail-line
                    perform 8000-WRITE-EXCEPTION
            end-read.

      * today's currencies go into a table for the missing-currency
      * pass; a zero RATE-VALUE is flagged on the way through - the
      * rates page will happily publish a zero, so this is the only
        6000-WRITE-TRAILER.
            move spaces to RECON-REPORT-LINE
            write RECON-REPORT-LINE
            if RC-range-mode not = "N"
                move RC-range-lines to RC-range-display
                move spaces to RECON-REPORT-LINE
                string "order lines checked in range: "
                       delimited by size
                       RC-range-display delimited by size
                  into RECON-REPORT-LINE
                write RECON-REPORT-LINE
            end-if
            move RC-exception-count to RC-exception-display
            move spaces to RECON-REPORT-LINE
            if RC-exception-count = 0
