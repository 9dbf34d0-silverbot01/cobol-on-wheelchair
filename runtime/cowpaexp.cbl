        identification division.
        program-id. cowpaexp.

      * monthly price agreement expiry report, run from
      * jcl/COWPAEXP.jcl: reads the keyed agreement file
      * (copybooks/PRICEAGR.cpy) through and lists every agreement
      * whose end date falls in the 30 days from the run date
      * (yyyymmdd on SYSIN, blank means today), both days counted -
      * customer, item, agreed price, the dates and the days left -
      * so sales can renegotiate before ordentry drops the customer
      * back to list price.  An agreement already followed by
      * another for the same customer and item is marked renewed;
      * agreements with no end date never appear.

        environment division.
        input-output section.
        file-control.
            select PRICE-AGR-FILE assign to "data/pricagr.idx"
                organization indexed
                access mode sequential
                record key is PA-KEY
                file status is PX-agr-status.
            select CUSTOMER-FILE assign to "data/customer.idx"
                organization indexed
                access mode random
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is PX-customer-status.
            select EXPIRY-REPORT assign to "output/cowpaexp.rpt"
                organization line sequential
                file status is PX-report-status.

        data division.
        file section.
        fd  PRICE-AGR-FILE.
        copy PRICEAGR.

        fd  CUSTOMER-FILE.
        copy CUSTMAST.

        fd  EXPIRY-REPORT.
        01  EXPIRY-REPORT-LINE        pic x(132).

        working-storage section.

        01  PX-agr-status             pic xx.
        01  PX-customer-status        pic xx.
        01  PX-report-status          pic xx.
        01  PX-eof                    pic x       value "N".
        01  PX-run-timestamp          pic x(21).
        01  PX-run-date               pic x(8)    value spaces.
        01  PX-run-num                pic 9(8)    value 0.
        01  PX-run-int                pic 9(8)    comp value 0.
        01  PX-limit-int              pic 9(8)    comp value 0.
        01  PX-limit-num              pic 9(8)    value 0.
        01  PX-limit-date             pic x(8).
        01  PX-to-num                 pic 9(8)    value 0.
        01  PX-days-left              pic 9(3)    value 0.
        01  PX-custname               pic x(40)   value spaces.

      * an expiring agreement is held here until the next record
      * shows whether the same customer and item carry on under a
      * later one.
        01  PX-held                   pic x       value "N".
        01  PX-held-record.
            03  PX-held-cust-id       pic x(10).
            03  PX-held-item          pic x(20).
            03  PX-held-from          pic x(8).
            03  PX-held-to            pic x(8).
            03  PX-held-price         pic 9(5)v99.
        01  PX-renewed                pic x       value "N".

        01  PX-read-count             pic 9(5)    value 0.
        01  PX-listed-count           pic 9(5)    value 0.
        01  PX-renewed-count          pic 9(5)    value 0.

        01  PX-count-display          pic zzzz9.
        01  PX-price-display          pic zzzz9.99.
        01  PX-days-display           pic zz9.

        procedure division.

        0000-MAIN.
            move function current-date to PX-run-timestamp
            perform 1000-GET-RUN-DATE
            perform 1100-START-REPORT
            perform 2000-SCAN-AGREEMENTS
            perform 3000-FINISH-REPORT
      * a file that wouldn't open listed nothing - end nonzero so
      * the scheduler pages, same as the other batch jobs.  status
      * 35 is no agreement ever keyed, which is genuinely nothing
      * to report.
            if PX-agr-status not = "00"
                and PX-agr-status not = "35"
                move 8 to return-code
            end-if
            stop run.

      * same SYSIN date convention as the other batch reports; the
      * window end is plain calendar arithmetic, as in cowsweep.
        1000-GET-RUN-DATE.
            accept PX-run-date
            if PX-run-date = spaces
                or PX-run-date not numeric
                move PX-run-timestamp(1:8) to PX-run-date
            end-if
            move PX-run-date to PX-run-num
            compute PX-run-int = function integer-of-date(PX-run-num)
            compute PX-limit-int = PX-run-int + 30
            move function date-of-integer(PX-limit-int)
                to PX-limit-num
            move PX-limit-num to PX-limit-date.

        1100-START-REPORT.
            open output EXPIRY-REPORT
            move spaces to EXPIRY-REPORT-LINE
            string "COW price agreement expiry report  run "
                   delimited by size
                   PX-run-timestamp(1:8) delimited by size
                   " " delimited by size
                   PX-run-timestamp(9:6) delimited by size
              into EXPIRY-REPORT-LINE
            write EXPIRY-REPORT-LINE
            move spaces to EXPIRY-REPORT-LINE
            string "agreements ending " delimited by size
                   PX-run-date delimited by size
                   " to " delimited by size
                   PX-limit-date delimited by size
              into EXPIRY-REPORT-LINE
            write EXPIRY-REPORT-LINE
            move spaces to EXPIRY-REPORT-LINE
            write EXPIRY-REPORT-LINE
            move spaces to EXPIRY-REPORT-LINE
            string "  customer   name                      "
                   delimited by size
                   "item                    price  from    "
                   delimited by size
                   "  to        days  renewal" delimited by size
              into EXPIRY-REPORT-LINE
            write EXPIRY-REPORT-LINE.

        2000-SCAN-AGREEMENTS.
            move "N" to PX-eof
            open input PRICE-AGR-FILE
            if PX-agr-status = "00"
                open input CUSTOMER-FILE
                perform until PX-eof = "Y"
                    read PRICE-AGR-FILE next
                        at end move "Y" to PX-eof
                        not at end perform 2100-CHECK-ONE-AGREEMENT
                    end-read
                end-perform
                if PX-held = "Y"
                    perform 2200-LIST-HELD-AGREEMENT
                end-if
                if PX-customer-status = "00"
                    close CUSTOMER-FILE
                end-if
                close PRICE-AGR-FILE
            end-if.

      * the file is in customer, item, effective-from order, so a
      * renewal is the record straight after the one it follows.
        2100-CHECK-ONE-AGREEMENT.
            add 1 to PX-read-count
            if PX-held = "Y"
                if PA-CUST-ID = PX-held-cust-id
                    and PA-ITEM = PX-held-item
                    and PA-EFF-FROM > PX-held-to
                    move "Y" to PX-renewed
                end-if
                perform 2200-LIST-HELD-AGREEMENT
            end-if
            if PA-EFF-TO not = "99999999"
                and PA-EFF-TO >= PX-run-date
                and PA-EFF-TO <= PX-limit-date
                move "Y" to PX-held
                move "N" to PX-renewed
                move PA-CUST-ID to PX-held-cust-id
                move PA-ITEM to PX-held-item
                move PA-EFF-FROM to PX-held-from
                move PA-EFF-TO to PX-held-to
                move PA-PRICE to PX-held-price
            end-if.

        2200-LIST-HELD-AGREEMENT.
            move "N" to PX-held
            add 1 to PX-listed-count
            move spaces to PX-custname
            if PX-customer-status = "00"
                move PX-held-cust-id to CUST-ID
                read CUSTOMER-FILE
                    invalid key continue
                    not invalid key move CUST-NAME to PX-custname
                end-read
            end-if
            move PX-held-to to PX-to-num
            compute PX-days-left =
                    function integer-of-date(PX-to-num) - PX-run-int
            move PX-days-left to PX-days-display
            move PX-held-price to PX-price-display
            move spaces to EXPIRY-REPORT-LINE
            string "  " delimited by size
                   PX-held-cust-id delimited by size
                   " " delimited by size
                   PX-custname(1:25) delimited by size
                   " " delimited by size
                   PX-held-item delimited by size
                   " " delimited by size
                   PX-price-display delimited by size
                   "  " delimited by size
                   PX-held-from delimited by size
                   "  " delimited by size
                   PX-held-to delimited by size
                   "  " delimited by size
                   PX-days-display delimited by size
              into EXPIRY-REPORT-LINE
            if PX-renewed = "Y"
                add 1 to PX-renewed-count
                move "renewed" to EXPIRY-REPORT-LINE(97:7)
            end-if
            write EXPIRY-REPORT-LINE
            move "N" to PX-renewed.

        3000-FINISH-REPORT.
            move spaces to EXPIRY-REPORT-LINE
            write EXPIRY-REPORT-LINE
            move PX-read-count to PX-count-display
            move spaces to EXPIRY-REPORT-LINE
            string "agreements on file:           " delimited by size
                   PX-count-display delimited by size
              into EXPIRY-REPORT-LINE
            write EXPIRY-REPORT-LINE
            move PX-listed-count to PX-count-display
            move spaces to EXPIRY-REPORT-LINE
            string "ending in the next 30 days:   " delimited by size
                   PX-count-display delimited by size
              into EXPIRY-REPORT-LINE
            write EXPIRY-REPORT-LINE
            move PX-renewed-count to PX-count-display
            move spaces to EXPIRY-REPORT-LINE
            string "  of which already renewed:   " delimited by size
                   PX-count-display delimited by size
              into EXPIRY-REPORT-LINE
            write EXPIRY-REPORT-LINE
            if PX-agr-status not = "00"
                and PX-agr-status not = "35"
                move spaces to EXPIRY-REPORT-LINE
                write EXPIRY-REPORT-LINE
                move spaces to EXPIRY-REPORT-LINE
                string "agreement file open failed, status="
                       delimited by size
                       PX-agr-status delimited by size
                  into EXPIRY-REPORT-LINE
                write EXPIRY-REPORT-LINE
            end-if
            close EXPIRY-REPORT.

        end program cowpaexp.
