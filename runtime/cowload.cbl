      *            one-time conversion, rerunnable - the keyed
      *            files are rebuilt from scratch each time).  Order
      *            lines get their OL-IX-LINE-NO assigned here, per
      *            customer in file order.  The customer file also
      *            gets CUST-NAME, and the order-line file
      *            OL-IX-ORDER-NO and OL-IX-ENTRY-DATE, as
      *            alternate keys (duplicates allowed) for the
      *            programs that position by name, order or date.
      *   UNLOAD - write the keyed masters back out as the
      *            line-sequential files, for the downstream teams
      *            that consume those today.  Every unload reads on
      *            the prime key, never an alternate, so the
      *            interchange files come out exactly as before.
      *   CONVERT - one-off: rewrite data/ordhdr.idx from the
      *            original 37-byte order header (order, customer,
      *            date, total) to the current ORDHDR layout, every
      *            header OPEN with blank review fields.  The old
      *            headers are staged to data/ordhdr.cnv.dat first,
      *            and left there, so the file is never rebuilt from
      *            less than it held.  A header file already in the
      *            current layout, or none at all, is left alone, so
      *            a rerun does no harm.
      * A customer, item or user row whose key is already loaded
      * can't go on the keyed file twice; it's reported and dropped,
      * and the job ends with return code 8 so somebody looks at the
                organization indexed
                access mode dynamic
                record key is CUST-IX-ID
                alternate record key is CUST-IX-NAME
                    with duplicates
                file status is LD-cust-ix-status.
            select ORDER-IX-FILE assign to "data/orderlines.idx"
                organization indexed
                access mode dynamic
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is LD-ord-ix-status.
            select ITEM-SEQ-FILE assign to "data/item.dat"
                organization line sequential
                access mode dynamic
                record key is COW-user-ix-id
                file status is LD-user-ix-status.
      * the same order header file under two record layouts - the
      * original one, read only by CONVERT, and the current one it
      * is rebuilt in.  never open at the same time.
            select OLD-HDR-FILE assign to "data/ordhdr.idx"
                organization indexed
                access mode sequential
                record key is OLD-ORD-NO
                file status is LD-old-hdr-status.
            select ORDER-HDR-FILE assign to "data/ordhdr.idx"
                organization indexed
                access mode sequential
                record key is ORD-NO
                file status is LD-hdr-status.
            select HDR-WORK-FILE assign to "data/ordhdr.cnv.dat"
                organization line sequential
                file status is LD-hdr-work-status.
            select LOAD-REPORT assign to "output/cowload.rpt"
                organization line sequential
                file status is LD-report-status.
                      ==CUST-ID== by ==CUST-IX-ID==
                      ==CUST-NAME== by ==CUST-IX-NAME==
                      ==CUST-STATUS== by ==CUST-IX-STATUS==
                      ==CUST-CCY== by ==CUST-IX-CCY==
                      ==CUST-CREDIT-LIMIT== by ==CUST-IX-CREDIT-LIMIT==.

        fd  ORDER-IX-FILE.
        copy ORDLINEX.
                      ==ITEM-CODE== by ==ITEM-IX-CODE==
                      ==ITEM-DESC== by ==ITEM-IX-DESC==
                      ==ITEM-LIST-PRICE== by ==ITEM-IX-LIST-PRICE==
                      ==ITEM-ACTIVE== by ==ITEM-IX-ACTIVE==
                      ==ITEM-QTY-ON-HAND== by ==ITEM-IX-QTY-ON-HAND==
                      ==ITEM-REORDER-POINT==
                                    by ==ITEM-IX-REORDER-POINT==.

        fd  USER-SEQ-FILE.
        copy COWUSER.
                      ==COW-user-is-super== by ==COW-user-ix-super==
                      ==COW-user-is-active== by ==COW-user-ix-act==.

      * the order header as ordentry first wrote it, before the
      * hold status and review fields were added.
        fd  OLD-HDR-FILE.
        01  OLD-HEADER-RECORD.
            03  OLD-ORD-NO            pic 9(8).
            03  OLD-ORD-CUST-ID       pic x(10).
            03  OLD-ORD-DATE          pic x(8).
            03  OLD-ORD-TOTAL         pic 9(9)v99.

        fd  ORDER-HDR-FILE.
        copy ORDHDR.

        fd  HDR-WORK-FILE.
        01  HDR-WORK-RECORD           pic x(37).

        fd  LOAD-REPORT.
        01  LOAD-REPORT-LINE          pic x(80).

        01  LD-user-seq-status        pic xx.
        01  LD-user-ix-status         pic xx.
        01  LD-report-status          pic xx.
        01  LD-old-hdr-status         pic xx.
        01  LD-hdr-status             pic xx.
        01  LD-hdr-work-status        pic xx.
        01  LD-hdr-current            pic x       value "N".
        01  LD-eof                    pic x       value "N".
        01  LD-function               pic x(8)    value spaces.
        01  LD-run-timestamp          pic x(21).
        01  LD-item-dropped           pic 9(5)    value 0.
        01  LD-user-loaded            pic 9(5)    value 0.
        01  LD-user-dropped           pic 9(5)    value 0.
        01  LD-hdr-staged             pic 9(7)    value 0.
        01  LD-hdr-converted          pic 9(7)    value 0.
        01  LD-hdr-display            pic zzzzzz9.
        01  LD-count-display          pic zzzz9.

      * per-customer last line number handed out so far, so a file
                    perform 4000-UNLOAD-ORDER-LINES
                    perform 4500-UNLOAD-ITEMS
                    perform 4700-UNLOAD-USERS
                when "CONVERT"
                    perform 5000-CONVERT-HEADERS
                when other
                    move
                      "SYSIN function must be LOAD, UNLOAD or CONVERT"
                        to LD-detail-line
                    perform 9000-WRITE-DETAIL
                    move "Y" to LD-error-seen
            end-evaluate
            if function trim(LD-function) = "CONVERT"
                perform 8500-WRITE-CONVERT-TOTALS
            else
                perform 8000-WRITE-TOTALS
            end-if
            close LOAD-REPORT
            if LD-error-seen = "Y"
                move 8 to return-code
                close CUSTOMER-SEQ-FILE
            end-if.

      * a row from before the credit limit was carried ends short
      * and reads back with spaces there - it loads as zero, no
      * limit, rather than as a limit nothing can be compared with.
        1100-LOAD-ONE-CUSTOMER.
            if CUST-CREDIT-LIMIT not numeric
                move 0 to CUST-CREDIT-LIMIT
            end-if
            move CUSTOMER-RECORD to CUSTOMER-IX-RECORD
            write CUSTOMER-IX-RECORD
                invalid key
                close ITEM-SEQ-FILE
            end-if.

      * same rule as the credit limit on a customer row: an item row
      * from before stock was kept reads back with spaces in the
      * stock fields and loads as nothing on hand, no reorder point.
        2600-LOAD-ONE-ITEM.
            if ITEM-QTY-ON-HAND not numeric
                move 0 to ITEM-QTY-ON-HAND
            end-if
            if ITEM-REORDER-POINT not numeric
                move 0 to ITEM-REORDER-POINT
            end-if
            move ITEM-RECORD to ITEM-IX-RECORD
            write ITEM-IX-RECORD
                invalid key
                close USER-IX-FILE
            end-if.

      * a header file that opens and reads back a valid status under
      * the current layout has been converted already.  otherwise
      * every old header is staged to the work file, and only when
      * all of them are safely there is the keyed file recreated
      * and loaded back from it.
        5000-CONVERT-HEADERS.
            perform 5100-CHECK-CURRENT-LAYOUT
            evaluate true
                when LD-hdr-current = "Y"
                    move "ordhdr.idx is already in the current layout"
                        to LD-detail-line
                    perform 9000-WRITE-DETAIL
                when other
                    perform 5200-STAGE-OLD-HEADERS
                    if LD-error-seen = "N"
                        and LD-old-hdr-status not = "35"
                        perform 5300-REBUILD-HEADERS
                    end-if
            end-evaluate.

        5100-CHECK-CURRENT-LAYOUT.
            move "N" to LD-hdr-current
            open input ORDER-HDR-FILE
            if LD-hdr-status = "00"
                read ORDER-HDR-FILE next
                    at end continue
                    not at end
                        if ORD-IS-HELD or ORD-IS-RELEASED
                            or ORD-IS-REJECTED
                            or ORD-STATUS = "OPEN"
                            move "Y" to LD-hdr-current
                        end-if
                end-read
                close ORDER-HDR-FILE
            end-if.

        5200-STAGE-OLD-HEADERS.
            move "N" to LD-eof
            open input OLD-HDR-FILE
            evaluate true
                when LD-old-hdr-status = "35"
                    move "ordhdr.idx not found - no headers to convert"
                        to LD-detail-line
                    perform 9000-WRITE-DETAIL
                when LD-old-hdr-status not = "00"
                    move spaces to LD-detail-line
                    string "ordhdr.idx could not be opened in the old "
                           delimited by size
                           "layout, status=" delimited by size
                           LD-old-hdr-status delimited by size
                      into LD-detail-line
                    perform 9000-WRITE-DETAIL
                    move "Y" to LD-error-seen
                when other
                    open output HDR-WORK-FILE
                    if LD-hdr-work-status not = "00"
                        move "ordhdr.cnv.dat could not be opened"
                            to LD-detail-line
                        perform 9000-WRITE-DETAIL
                        move "Y" to LD-error-seen
                    else
                        perform until LD-eof = "Y"
                            read OLD-HDR-FILE next
                                at end move "Y" to LD-eof
                                not at end
                                    perform 5250-STAGE-ONE-HEADER
                            end-read
                        end-perform
                        close HDR-WORK-FILE
                    end-if
                    close OLD-HDR-FILE
            end-evaluate.

        5250-STAGE-ONE-HEADER.
            move OLD-HEADER-RECORD to HDR-WORK-RECORD
            write HDR-WORK-RECORD
            if LD-hdr-work-status = "00"
                add 1 to LD-hdr-staged
            else
                move "ordhdr.cnv.dat rejected a header - not converted"
                    to LD-detail-line
                perform 9000-WRITE-DETAIL
                move "Y" to LD-error-seen
                move "Y" to LD-eof
            end-if.

      * the work file is opened first: if it can't be read back,
      * the keyed file is never recreated and keeps the old headers.
        5300-REBUILD-HEADERS.
            move "N" to LD-eof
            open input HDR-WORK-FILE
            if LD-hdr-work-status not = "00"
                move "ordhdr.cnv.dat could not be read back"
                    to LD-detail-line
                perform 9000-WRITE-DETAIL
                move "Y" to LD-error-seen
            else
                open output ORDER-HDR-FILE
                if LD-hdr-status not = "00"
                    move "ordhdr.idx not recreated - restore it"
                        to LD-detail-line
                    perform 9000-WRITE-DETAIL
                    move "from data/ordhdr.cnv.dat or the last backup"
                        to LD-detail-line
                    perform 9000-WRITE-DETAIL
                    move "Y" to LD-error-seen
                else
                    perform until LD-eof = "Y"
                        read HDR-WORK-FILE
                            at end move "Y" to LD-eof
                            not at end perform 5350-REBUILD-ONE-HEADER
                        end-read
                    end-perform
                    close ORDER-HDR-FILE
                end-if
                close HDR-WORK-FILE
            end-if
            if LD-hdr-converted not = LD-hdr-staged
                move "headers converted do not match headers staged"
                    to LD-detail-line
                perform 9000-WRITE-DETAIL
                move "Y" to LD-error-seen
            end-if.

        5350-REBUILD-ONE-HEADER.
            move HDR-WORK-RECORD to OLD-HEADER-RECORD
            move OLD-ORD-NO to ORD-NO
            move OLD-ORD-CUST-ID to ORD-CUST-ID
            move OLD-ORD-DATE to ORD-DATE
            move OLD-ORD-TOTAL to ORD-TOTAL
            move "OPEN" to ORD-STATUS
            move spaces to ORD-REVIEW-USER
            move spaces to ORD-REVIEW-DATE
            write ORDER-HEADER-RECORD
                invalid key
                    move spaces to LD-detail-line
                    string "order header could not be keyed: "
                           delimited by size
                           OLD-ORD-NO delimited by size
                      into LD-detail-line
                    perform 9000-WRITE-DETAIL
                    move "Y" to LD-error-seen
                not invalid key
                    add 1 to LD-hdr-converted
            end-write.

        8000-WRITE-TOTALS.
            move spaces to LOAD-REPORT-LINE
            write LOAD-REPORT-LINE
              into LOAD-REPORT-LINE
            write LOAD-REPORT-LINE.

        8500-WRITE-CONVERT-TOTALS.
            move spaces to LOAD-REPORT-LINE
            write LOAD-REPORT-LINE
            move LD-hdr-staged to LD-hdr-display
            move spaces to LOAD-REPORT-LINE
            string "order headers staged:       "
                   delimited by size
                   LD-hdr-display delimited by size
              into LOAD-REPORT-LINE
            write LOAD-REPORT-LINE
            move LD-hdr-converted to LD-hdr-display
            move spaces to LOAD-REPORT-LINE
            string "order headers converted:    "
                   delimited by size
                   LD-hdr-display delimited by size
              into LOAD-REPORT-LINE
            write LOAD-REPORT-LINE.

        9000-WRITE-DETAIL.
            move LD-detail-line to LOAD-REPORT-LINE
            write LOAD-REPORT-LINE.
