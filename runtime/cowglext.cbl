        identification division.
        program-id. cowglext.

      * end-of-day general-ledger journal extract, run from
      * jcl/COWGLEXT.jcl after COWORDRPT: builds the fixed-format
      * journal file finance picks up (copybooks/GLJRNL.cpy,
      * output/gljrnl.yyyymmdd.dat) for one day, date on SYSIN as
      * yyyymmdd (blank means today).  Three sources feed it:
      *   - orders posted that day, off the headers on
      *     data/ordhdr.idx: Dr unbilled orders, Cr sales;
      *   - lines amended or cancelled that day, off the before and
      *     after images on data/ordamend.log, as adjusting entries
      *     between unbilled orders and sales adjustments;
      *   - what a statement close dated that day moved to
      *     data/ordhist.dat: billed lines Dr trade receivables,
      *     Cr unbilled orders, and settled credit notes Dr sales
      *     returns, Cr trade receivables.
      * Every posting is summarised by account, the customer's
      * statement currency and side, so the file carries one detail
      * record per combination, between a header and a trailer with
      * the record count and debit and credit control totals.
      *
      * a day goes to finance once: each extract is logged to
      * data/glextract.log and a second run for a logged date is
      * refused with nothing written.  The journal is only written
      * once every source has been read clean, so finance never
      * gets half a day.  The control report shows what went in and
      * ties the day's posted order value back to the COWORDRP
      * figure for the same date: posted value, plus the
      * amendments to that day's lines, less those of its lines
      * already billed, should be what is still on the order file
      * for the day.

        environment division.
        input-output section.
        file-control.
            select ORDER-HDR-FILE assign to "data/ordhdr.idx"
                organization indexed
                access mode sequential
                record key is ORD-NO
                file status is GX-ordhdr-status.
            select CUSTOMER-FILE assign to "data/customer.idx"
                organization indexed
                access mode random
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is GX-customer-status.
            select ORDER-LINE-FILE assign to "data/orderlines.idx"
                organization indexed
                access mode sequential
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is GX-orderline-status.
            select AMEND-JOURNAL-FILE assign to "data/ordamend.log"
                organization line sequential
                file status is GX-journal-status.
            select ORDER-HIST-FILE assign to "data/ordhist.dat"
                organization line sequential
                file status is GX-ordhist-status.
            select GL-JOURNAL-FILE assign to dynamic
                GX-gl-path
                organization line sequential
                file status is GX-gl-status.
            select GL-EXTRACT-LOG assign to "data/glextract.log"
                organization line sequential
                file status is GX-log-status.
            select GLEXT-REPORT assign to "output/cowglext.rpt"
                organization line sequential
                file status is GX-report-status.

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

        fd  GL-JOURNAL-FILE.
        copy GLJRNL.

      * one line per day extracted: which day, when it ran, and the
      * trailer figures it wrote.
        fd  GL-EXTRACT-LOG.
        01  GL-EXTRACT-LOG-RECORD.
            03  GLX-JOURNAL-DATE      pic x(8).
            03  GLX-RUN-DATE          pic x(8).
            03  GLX-RUN-TIME          pic x(6).
            03  GLX-RECORD-COUNT      pic 9(7).
            03  GLX-DEBIT-TOTAL       pic 9(13)v99.
            03  GLX-CREDIT-TOTAL      pic 9(13)v99.

        fd  GLEXT-REPORT.
        01  GLEXT-REPORT-LINE         pic x(132).

        working-storage section.

        01  GX-ordhdr-status          pic xx.
        01  GX-customer-status        pic xx.
        01  GX-orderline-status       pic xx.
        01  GX-journal-status         pic xx.
        01  GX-ordhist-status         pic xx.
        01  GX-gl-status              pic xx.
        01  GX-log-status             pic xx.
        01  GX-report-status          pic xx.
        01  GX-eof                    pic x       value "N".
        01  GX-run-timestamp          pic x(21).
        01  GX-journal-date           pic x(8)    value spaces.
        01  GX-gl-path                pic x(40)   value spaces.
        01  GX-refused                pic x       value "N".
        01  GX-refuse-reason          pic x(60)   value spaces.
        01  GX-customer-open          pic x       value "N".
        01  GX-tie-checked            pic x       value "N".
        01  GX-log-failed             pic x       value "N".
        01  GX-logged-run             pic x(15)   value spaces.
        01  GX-ccy                    pic x(3)    value spaces.

      * what each source put in, for the control report.
        01  GX-order-count            pic 9(5)    value 0.
        01  GX-order-value            pic 9(11)v99 value 0.
        01  GX-amend-count            pic 9(5)    value 0.
        01  GX-amend-up-value         pic 9(11)v99 value 0.
        01  GX-amend-down-value       pic 9(11)v99 value 0.
        01  GX-billed-count           pic 9(5)    value 0.
        01  GX-billed-value           pic 9(11)v99 value 0.
        01  GX-credit-count           pic 9(5)    value 0.
        01  GX-credit-value           pic 9(11)v99 value 0.

      * the tie back to COWORDRP: adjustments and billings here are
      * those touching lines entered on the journal date, whenever
      * they happened; the order file figure is worked out exactly
      * as cowordrp works it out.
        01  GX-tie-adjust             pic s9(11)v99 value 0.
        01  GX-tie-billed             pic 9(11)v99 value 0.
        01  GX-tie-expected           pic s9(11)v99 value 0.
        01  GX-ordrp-count            pic 9(5)    value 0.
        01  GX-ordrp-value            pic 9(11)v99 value 0.
        01  GX-tie-difference         pic s9(11)v99 value 0.

        01  GX-line-value             pic 9(8)v99 value 0.
        01  GX-before-value           pic 9(8)v99 value 0.
        01  GX-after-value            pic 9(8)v99 value 0.
        01  GX-change                 pic s9(9)v99 value 0.
        01  GX-before-custid          pic x(10)   value spaces.
        01  GX-before-entry-date      pic x(8)    value spaces.

      * one posting, then the pair of postings every entry makes.
        01  GX-post-account           pic x(4)    value spaces.
        01  GX-post-side              pic x       value spaces.
        01  GX-post-amount            pic 9(11)v99 value 0.
        01  GX-pair-debit             pic x(4)    value spaces.
        01  GX-pair-credit            pic x(4)    value spaces.

      * the summary, kept in account, currency, side order so the
      * detail records come out sorted.
        01  GX-sum-count              pic 9(3)    comp value 0.
        01  GX-sum-table.
            03  GX-sum-entry          occurs 100 times.
                05  GX-sum-key.
                    07  GX-sum-account pic x(4).
                    07  GX-sum-ccy    pic x(3).
                    07  GX-sum-side   pic x.
                05  GX-sum-amount     pic 9(13)v99.
                05  GX-sum-postings   pic 9(5).
        01  GX-sum-idx                pic 9(3)    comp value 0.
        01  GX-sum-hit                pic 9(3)    comp value 0.
        01  GX-want-key.
            03  GX-want-account       pic x(4).
            03  GX-want-ccy           pic x(3).
            03  GX-want-side          pic x.

        01  GX-detail-count           pic 9(7)    value 0.
        01  GX-debit-total            pic 9(13)v99 value 0.
        01  GX-credit-total           pic 9(13)v99 value 0.

      * a journal before or after image laid out as the order line
      * it was.
        copy ORDLINEX replacing ==ORDER-LINE-IX-RECORD==
                             by ==GX-JOURNAL-IMAGE==
                      ==OL-IX-KEY== by ==OL-JI-KEY==
                      ==OL-IX-CUST-ID== by ==OL-JI-CUST-ID==
                      ==OL-IX-LINE-NO== by ==OL-JI-LINE-NO==
                      ==OL-IX-ITEM== by ==OL-JI-ITEM==
                      ==OL-IX-QTY== by ==OL-JI-QTY==
                      ==OL-IX-PRICE== by ==OL-JI-PRICE==
                      ==OL-IX-ORDER-NO== by ==OL-JI-ORDER-NO==
                      ==OL-IX-ENTRY-DATE== by ==OL-JI-ENTRY-DATE==
                      ==OL-IX-ENTRY-USER== by ==OL-JI-ENTRY-USER==.

        01  GX-count-display          pic zzzzzz9.
        01  GX-value-display          pic zzzzzzzzzzzz9.99.
        01  GX-signed-display         pic -(12)9.99.
        01  GX-desc                   pic x(30)   value spaces.

        procedure division.

        0000-MAIN.
            move function current-date to GX-run-timestamp
            perform 1000-GET-JOURNAL-DATE
            perform 1100-CHECK-NOT-EXTRACTED
            if GX-refused = "N"
                perform 2000-OPEN-CUSTOMERS
            end-if
            if GX-refused = "N"
                perform 2100-TAKE-POSTED-ORDERS
            end-if
            if GX-refused = "N"
                perform 2200-TAKE-AMENDMENTS
            end-if
            if GX-refused = "N"
                perform 2300-TAKE-CLOSE-BILLINGS
            end-if
            if GX-customer-open = "Y"
                close CUSTOMER-FILE
            end-if
            if GX-refused = "N"
                perform 2500-TALLY-ORDER-FILE
                perform 3000-WRITE-JOURNAL
            end-if
            if GX-refused = "N"
                perform 3500-LOG-EXTRACT
            end-if
            perform 4000-WRITE-REPORT
      * a refused or failed extract sent finance nothing - end
      * nonzero so the scheduler pages, same as the other batch
      * jobs.  so does a journal written but not logged: a rerun
      * would not be stopped from sending the day twice.
            if GX-refused = "Y" or GX-log-failed = "Y"
                move 8 to return-code
            end-if
            stop run.

      * same SYSIN date convention as cowordrp, so the two jobs run
      * for the same day side by side.
        1000-GET-JOURNAL-DATE.
            accept GX-journal-date
            if GX-journal-date = spaces
                or GX-journal-date not numeric
                move GX-run-timestamp(1:8) to GX-journal-date
            end-if
            string "output/gljrnl." delimited by size
                   GX-journal-date delimited by size
                   ".dat" delimited by size
              into GX-gl-path.

      * the extract log is the record of what finance already has;
      * no log yet (status 35) is the first extract ever.
        1100-CHECK-NOT-EXTRACTED.
            move "N" to GX-eof
            open input GL-EXTRACT-LOG
            evaluate true
                when GX-log-status = "00"
                    perform until GX-eof = "Y"
                        read GL-EXTRACT-LOG
                            at end move "Y" to GX-eof
                            not at end
                                if GLX-JOURNAL-DATE = GX-journal-date
                                    move "Y" to GX-refused
                                    move spaces to GX-logged-run
                                    string GLX-RUN-DATE
                                           delimited by size
                                           " " delimited by size
                                           GLX-RUN-TIME
                                           delimited by size
                                      into GX-logged-run
                                    move spaces to GX-refuse-reason
                                    string "already extracted, run "
                                           delimited by size
                                           GX-logged-run
                                           delimited by size
                                      into GX-refuse-reason
                                end-if
                        end-read
                    end-perform
                    close GL-EXTRACT-LOG
                when GX-log-status = "35"
                    continue
                when other
                    move "Y" to GX-refused
                    move spaces to GX-refuse-reason
                    string "extract log open failed, status="
                           delimited by size
                           GX-log-status delimited by size
                      into GX-refuse-reason
            end-evaluate.

      * the customer master gives each posting its currency; with
      * no master yet (status 35) everything is base.
        2000-OPEN-CUSTOMERS.
            open input CUSTOMER-FILE
            evaluate true
                when GX-customer-status = "00"
                    move "Y" to GX-customer-open
                when GX-customer-status = "35"
                    continue
                when other
                    move "Y" to GX-refused
                    move spaces to GX-refuse-reason
                    string "customer master open failed, status="
                           delimited by size
                           GX-customer-status delimited by size
                      into GX-refuse-reason
            end-evaluate.

      * the header file in order-number order; a posted order's
      * header carries its date and total, and a held or rejected
      * order was posted all the same - a reject shows up as the
      * cancellations that undid it.
        2100-TAKE-POSTED-ORDERS.
            move "N" to GX-eof
            open input ORDER-HDR-FILE
            evaluate true
                when GX-ordhdr-status = "00"
                    perform until GX-eof = "Y"
                        read ORDER-HDR-FILE next
                            at end move "Y" to GX-eof
                            not at end
                                if ORD-DATE = GX-journal-date
                                    perform 2150-TAKE-ONE-ORDER
                                end-if
                        end-read
                    end-perform
                    close ORDER-HDR-FILE
                when GX-ordhdr-status = "35"
                    continue
                when other
                    move "Y" to GX-refused
                    move spaces to GX-refuse-reason
                    string "order header open failed, status="
                           delimited by size
                           GX-ordhdr-status delimited by size
                      into GX-refuse-reason
            end-evaluate.

        2150-TAKE-ONE-ORDER.
            add 1 to GX-order-count
            add ORD-TOTAL to GX-order-value
            move ORD-CUST-ID to CUST-ID
            perform 6300-FIND-CURRENCY
            move "1250" to GX-pair-debit
            move "4000" to GX-pair-credit
            move ORD-TOTAL to GX-post-amount
            perform 6000-POST-PAIR.

      * each journal line is the change it made to the line's
      * value: after less before, a cancel's after being nothing.
        2200-TAKE-AMENDMENTS.
            move "N" to GX-eof
            open input AMEND-JOURNAL-FILE
            evaluate true
                when GX-journal-status = "00"
                    perform until GX-eof = "Y"
                        read AMEND-JOURNAL-FILE
                            at end move "Y" to GX-eof
                            not at end
                                perform 2250-TAKE-ONE-AMENDMENT
                        end-read
                    end-perform
                    close AMEND-JOURNAL-FILE
                when GX-journal-status = "35"
                    continue
                when other
                    move "Y" to GX-refused
                    move spaces to GX-refuse-reason
                    string "amendment journal open failed, status="
                           delimited by size
                           GX-journal-status delimited by size
                      into GX-refuse-reason
            end-evaluate.

        2250-TAKE-ONE-AMENDMENT.
            move OA-JRN-BEFORE to GX-JOURNAL-IMAGE
            move OL-JI-CUST-ID to GX-before-custid
            move OL-JI-ENTRY-DATE to GX-before-entry-date
            compute GX-before-value = OL-JI-QTY * OL-JI-PRICE
            move 0 to GX-after-value
            if OA-JRN-AFTER not = spaces
                move OA-JRN-AFTER to GX-JOURNAL-IMAGE
                compute GX-after-value = OL-JI-QTY * OL-JI-PRICE
            end-if
            compute GX-change = GX-after-value - GX-before-value
            if GX-before-entry-date = GX-journal-date
                add GX-change to GX-tie-adjust
            end-if
            if OA-JRN-TIMESTAMP(1:8) = GX-journal-date
                add 1 to GX-amend-count
                move GX-before-custid to CUST-ID
                perform 6300-FIND-CURRENCY
                if GX-change > 0
                    add GX-change to GX-amend-up-value
                    move "1250" to GX-pair-debit
                    move "4050" to GX-pair-credit
                    move GX-change to GX-post-amount
                    perform 6000-POST-PAIR
                end-if
                if GX-change < 0
                    subtract GX-change from GX-amend-down-value
                    move "4050" to GX-pair-debit
                    move "1250" to GX-pair-credit
                    compute GX-post-amount = 0 - GX-change
                    perform 6000-POST-PAIR
                end-if
            end-if.

      * a close dated the journal date is what cowstmt moved to the
      * history file with that billed date - billed lines and the
      * credit notes it settled.
        2300-TAKE-CLOSE-BILLINGS.
            move "N" to GX-eof
            open input ORDER-HIST-FILE
            evaluate true
                when GX-ordhist-status = "00"
                    perform until GX-eof = "Y"
                        read ORDER-HIST-FILE
                            at end move "Y" to GX-eof
                            not at end
                                perform 2350-TAKE-ONE-HIST-ROW
                        end-read
                    end-perform
                    close ORDER-HIST-FILE
                when GX-ordhist-status = "35"
                    continue
                when other
                    move "Y" to GX-refused
                    move spaces to GX-refuse-reason
                    string "billed history open failed, status="
                           delimited by size
                           GX-ordhist-status delimited by size
                      into GX-refuse-reason
            end-evaluate.

        2350-TAKE-ONE-HIST-ROW.
            if OH-IS-CREDIT-NOTE
                if OH-BILLED-DATE = GX-journal-date
                    add 1 to GX-credit-count
                    add OH-CREDIT-VALUE to GX-credit-value
                    move OH-CUST-ID to CUST-ID
                    perform 6300-FIND-CURRENCY
                    move "4100" to GX-pair-debit
                    move "1200" to GX-pair-credit
                    move OH-CREDIT-VALUE to GX-post-amount
                    perform 6000-POST-PAIR
                end-if
            else
                compute GX-line-value = OH-QTY * OH-PRICE
                if OH-ENTRY-DATE = GX-journal-date
                    add GX-line-value to GX-tie-billed
                end-if
                if OH-BILLED-DATE = GX-journal-date
                    add 1 to GX-billed-count
                    add GX-line-value to GX-billed-value
                    move OH-CUST-ID to CUST-ID
                    perform 6300-FIND-CURRENCY
                    move "1200" to GX-pair-debit
                    move "1250" to GX-pair-credit
                    move GX-line-value to GX-post-amount
                    perform 6000-POST-PAIR
                end-if
            end-if.

      * the COWORDRP figure for the day, worked out the same way:
      * every line on the order file entered on the date, qty times
      * price.  the order file only feeds the tie, so one that won't
      * open costs the tie, not the extract.
        2500-TALLY-ORDER-FILE.
            move "N" to GX-eof
            open input ORDER-LINE-FILE
            evaluate true
                when GX-orderline-status = "00"
                    move "Y" to GX-tie-checked
                    perform until GX-eof = "Y"
                        read ORDER-LINE-FILE next
                            at end move "Y" to GX-eof
                            not at end
                                if OL-IX-ENTRY-DATE = GX-journal-date
                                    add 1 to GX-ordrp-count
                                    compute GX-line-value =
                                            OL-IX-QTY * OL-IX-PRICE
                                    add GX-line-value to GX-ordrp-value
                                end-if
                        end-read
                    end-perform
                    close ORDER-LINE-FILE
                when GX-orderline-status = "35"
                    move "Y" to GX-tie-checked
                when other
                    continue
            end-evaluate
            compute GX-tie-expected =
                    GX-order-value + GX-tie-adjust - GX-tie-billed
            compute GX-tie-difference =
                    GX-tie-expected - GX-ordrp-value.

      * header, one detail per summary entry, trailer.  the journal
      * path is new each day, so open output never overwrites a
      * day finance has had - the extract log has already said this
      * day hasn't gone.
        3000-WRITE-JOURNAL.
            open output GL-JOURNAL-FILE
            if GX-gl-status not = "00"
                move "Y" to GX-refused
                move spaces to GX-refuse-reason
                string "journal file open failed, status="
                       delimited by size
                       GX-gl-status delimited by size
                  into GX-refuse-reason
            else
                move spaces to GL-HEADER-RECORD
                set GL-IS-HEADER to true
                move "COWGLEXT" to GL-HDR-SOURCE
                move GX-journal-date to GL-HDR-JOURNAL-DATE
                move GX-run-timestamp(1:8) to GL-HDR-RUN-DATE
                move GX-run-timestamp(9:6) to GL-HDR-RUN-TIME
                write GL-HEADER-RECORD
                perform varying GX-sum-idx from 1 by 1
                        until GX-sum-idx > GX-sum-count
                    perform 3100-WRITE-ONE-DETAIL
                end-perform
                move spaces to GL-TRAILER-RECORD
                set GL-IS-TRAILER to true
                move GX-journal-date to GL-TRL-JOURNAL-DATE
                move GX-detail-count to GL-TRL-RECORD-COUNT
                move GX-debit-total to GL-TRL-DEBIT-TOTAL
                move GX-credit-total to GL-TRL-CREDIT-TOTAL
                write GL-TRAILER-RECORD
                if GX-gl-status not = "00"
                    move "Y" to GX-refused
                    move spaces to GX-refuse-reason
                    string "journal file write failed, status="
                           delimited by size
                           GX-gl-status delimited by size
                      into GX-refuse-reason
                end-if
                close GL-JOURNAL-FILE
            end-if.

        3100-WRITE-ONE-DETAIL.
            move spaces to GL-DETAIL-RECORD
            set GL-IS-DETAIL to true
            move GX-journal-date to GL-DTL-JOURNAL-DATE
            move GX-sum-account(GX-sum-idx) to GL-DTL-ACCOUNT
            move GX-sum-ccy(GX-sum-idx) to GL-DTL-CCY
            move GX-sum-side(GX-sum-idx) to GL-DTL-SIDE
            move GX-sum-amount(GX-sum-idx) to GL-DTL-AMOUNT
            move GX-sum-postings(GX-sum-idx) to GL-DTL-POSTINGS
            move GX-sum-account(GX-sum-idx) to GX-post-account
            perform 6400-ACCOUNT-NAME
            move GX-desc to GL-DTL-DESC
            write GL-DETAIL-RECORD
            add 1 to GX-detail-count
            if GL-DTL-IS-DEBIT
                add GX-sum-amount(GX-sum-idx) to GX-debit-total
            else
                add GX-sum-amount(GX-sum-idx) to GX-credit-total
            end-if.

      * open extend with the same status-35 fallback as
      * runtime/cowaudit.cbl, so the first extract ever creates
      * the log and every later one appends to it.
        3500-LOG-EXTRACT.
            open extend GL-EXTRACT-LOG
            if GX-log-status = "35"
                open output GL-EXTRACT-LOG
            end-if
            if GX-log-status = "00"
                move GX-journal-date to GLX-JOURNAL-DATE
                move GX-run-timestamp(1:8) to GLX-RUN-DATE
                move GX-run-timestamp(9:6) to GLX-RUN-TIME
                move GX-detail-count to GLX-RECORD-COUNT
                move GX-debit-total to GLX-DEBIT-TOTAL
                move GX-credit-total to GLX-CREDIT-TOTAL
                write GL-EXTRACT-LOG-RECORD
                if GX-log-status not = "00"
                    move "Y" to GX-log-failed
                end-if
                close GL-EXTRACT-LOG
            else
                move "Y" to GX-log-failed
            end-if.

        4000-WRITE-REPORT.
            open output GLEXT-REPORT
            move spaces to GLEXT-REPORT-LINE
            string "COW GL journal extract for " delimited by size
                   GX-journal-date delimited by size
                   "  run " delimited by size
                   GX-run-timestamp(1:8) delimited by size
                   " " delimited by size
                   GX-run-timestamp(9:6) delimited by size
              into GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            move spaces to GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            if GX-refused = "Y"
                move spaces to GLEXT-REPORT-LINE
                string "EXTRACT REFUSED - nothing sent to finance: "
                       delimited by size
                       GX-refuse-reason delimited by size
                  into GLEXT-REPORT-LINE
                write GLEXT-REPORT-LINE
            else
                perform 4100-REPORT-SOURCES
                perform 4200-REPORT-JOURNAL
                perform 4300-REPORT-TIE
            end-if
            close GLEXT-REPORT.

        4100-REPORT-SOURCES.
            move spaces to GLEXT-REPORT-LINE
            string "journal file:                 " delimited by size
                   GX-gl-path delimited by size
              into GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            move spaces to GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            move "orders posted:                " to GX-desc
            move GX-order-count to GX-count-display
            move GX-order-value to GX-value-display
            perform 4900-WRITE-COUNT-VALUE
            move "amendments, value added:      " to GX-desc
            move GX-amend-count to GX-count-display
            move GX-amend-up-value to GX-value-display
            perform 4900-WRITE-COUNT-VALUE
            move spaces to GLEXT-REPORT-LINE
            move GX-amend-down-value to GX-value-display
            string "  value taken off:            " delimited by size
                   "       " delimited by size
                   "  " delimited by size
                   GX-value-display delimited by size
              into GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            move "lines billed at close:        " to GX-desc
            move GX-billed-count to GX-count-display
            move GX-billed-value to GX-value-display
            perform 4900-WRITE-COUNT-VALUE
            move "credit notes settled:         " to GX-desc
            move GX-credit-count to GX-count-display
            move GX-credit-value to GX-value-display
            perform 4900-WRITE-COUNT-VALUE.

        4200-REPORT-JOURNAL.
            move spaces to GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            move spaces to GLEXT-REPORT-LINE
            string "  acct  ccy  side           amount  postings"
                   delimited by size
              into GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            perform varying GX-sum-idx from 1 by 1
                    until GX-sum-idx > GX-sum-count
                move GX-sum-amount(GX-sum-idx) to GX-value-display
                move GX-sum-postings(GX-sum-idx) to GX-count-display
                move GX-sum-account(GX-sum-idx) to GX-post-account
                perform 6400-ACCOUNT-NAME
                move spaces to GLEXT-REPORT-LINE
                string "  " delimited by size
                       GX-sum-account(GX-sum-idx) delimited by size
                       "  " delimited by size
                       GX-sum-ccy(GX-sum-idx) delimited by size
                       "  " delimited by size
                       GX-sum-side(GX-sum-idx) delimited by size
                       "  " delimited by size
                       GX-value-display delimited by size
                       "  " delimited by size
                       GX-count-display delimited by size
                       "  " delimited by size
                       GX-desc delimited by size
                  into GLEXT-REPORT-LINE
                write GLEXT-REPORT-LINE
            end-perform
            move spaces to GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            move GX-detail-count to GX-count-display
            move spaces to GLEXT-REPORT-LINE
            string "detail records written:       " delimited by size
                   GX-count-display delimited by size
              into GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            move GX-debit-total to GX-value-display
            move spaces to GLEXT-REPORT-LINE
            string "debit control total:          " delimited by size
                   GX-value-display delimited by size
              into GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            move GX-credit-total to GX-value-display
            move spaces to GLEXT-REPORT-LINE
            string "credit control total:         " delimited by size
                   GX-value-display delimited by size
              into GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            if GX-log-failed = "Y"
                move spaces to GLEXT-REPORT-LINE
                write GLEXT-REPORT-LINE
                move spaces to GLEXT-REPORT-LINE
                string "extract log not updated, status="
                       delimited by size
                       GX-log-status delimited by size
                       " - log this date by hand before any rerun"
                       delimited by size
                  into GLEXT-REPORT-LINE
                write GLEXT-REPORT-LINE
            end-if.

      * the tie: posted value, plus amendments to the day's lines,
      * less the day's lines already billed, against what cowordrp
      * finds on the order file for the day.
        4300-REPORT-TIE.
            move spaces to GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            move spaces to GLEXT-REPORT-LINE
            string "tie to COWORDRP for " delimited by size
                   GX-journal-date delimited by size
                   ":" delimited by size
              into GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE
            if GX-tie-checked not = "Y"
                move spaces to GLEXT-REPORT-LINE
                string "  order file open failed, status="
                       delimited by size
                       GX-orderline-status delimited by size
                       " - tie not checked" delimited by size
                  into GLEXT-REPORT-LINE
                write GLEXT-REPORT-LINE
            else
                move "  posted order value:         " to GX-desc
                move GX-order-value to GX-signed-display
                perform 4950-WRITE-SIGNED
                move "  plus amendments to its lines" to GX-desc
                move GX-tie-adjust to GX-signed-display
                perform 4950-WRITE-SIGNED
                move "  less its lines since billed:" to GX-desc
                move GX-tie-billed to GX-signed-display
                perform 4950-WRITE-SIGNED
                move "  expected COWORDRP value:    " to GX-desc
                move GX-tie-expected to GX-signed-display
                perform 4950-WRITE-SIGNED
                move "  COWORDRP value:             " to GX-desc
                move GX-ordrp-value to GX-signed-display
                perform 4950-WRITE-SIGNED
                move "  difference:                 " to GX-desc
                move GX-tie-difference to GX-signed-display
                perform 4950-WRITE-SIGNED
                move spaces to GLEXT-REPORT-LINE
                if GX-tie-difference = 0
                    move "  agrees with COWORDRP" to GLEXT-REPORT-LINE
                else
                    move "  DOES NOT AGREE with COWORDRP - investigate"
                        to GLEXT-REPORT-LINE
                end-if
                write GLEXT-REPORT-LINE
            end-if.

        4900-WRITE-COUNT-VALUE.
            move spaces to GLEXT-REPORT-LINE
            string GX-desc delimited by size
                   GX-count-display delimited by size
                   "  " delimited by size
                   GX-value-display delimited by size
              into GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE.

        4950-WRITE-SIGNED.
            move spaces to GLEXT-REPORT-LINE
            string GX-desc delimited by size
                   GX-signed-display delimited by size
              into GLEXT-REPORT-LINE
            write GLEXT-REPORT-LINE.

      * every entry is a debit and a credit of the same amount, in
      * the currency 6300 found; a zero entry posts nothing.
        6000-POST-PAIR.
            if GX-post-amount > 0
                move GX-pair-debit to GX-post-account
                move "D" to GX-post-side
                perform 6100-POST-ONE
                move GX-pair-credit to GX-post-account
                move "C" to GX-post-side
                perform 6100-POST-ONE
            end-if.

      * a full table can't be sent as half a journal - the extract
      * is refused instead.
        6100-POST-ONE.
            move GX-post-account to GX-want-account
            move GX-ccy to GX-want-ccy
            move GX-post-side to GX-want-side
            move 0 to GX-sum-hit
            perform varying GX-sum-idx from 1 by 1
                    until GX-sum-idx > GX-sum-count
                       or GX-sum-hit > 0
                if GX-sum-key(GX-sum-idx) = GX-want-key
                    move GX-sum-idx to GX-sum-hit
                end-if
            end-perform
            if GX-sum-hit = 0
                if GX-sum-count < 100
                    perform 6200-INSERT-SUMMARY
                else
                    move "Y" to GX-refused
                    move "summary table full - extract not written"
                        to GX-refuse-reason
                end-if
            end-if
            if GX-sum-hit > 0
                add GX-post-amount to GX-sum-amount(GX-sum-hit)
                add 1 to GX-sum-postings(GX-sum-hit)
            end-if.

        6200-INSERT-SUMMARY.
            move 1 to GX-sum-hit
            perform varying GX-sum-idx from 1 by 1
                    until GX-sum-idx > GX-sum-count
                if GX-sum-key(GX-sum-idx) < GX-want-key
                    compute GX-sum-hit = GX-sum-idx + 1
                end-if
            end-perform
            perform varying GX-sum-idx from GX-sum-count by -1
                    until GX-sum-idx < GX-sum-hit
                move GX-sum-entry(GX-sum-idx)
                    to GX-sum-entry(GX-sum-idx + 1)
            end-perform
            add 1 to GX-sum-count
            move GX-want-key to GX-sum-key(GX-sum-hit)
            move 0 to GX-sum-amount(GX-sum-hit)
            move 0 to GX-sum-postings(GX-sum-hit).

      * CUST-ID is set by the caller; a customer no longer on the
      * master books in base.
        6300-FIND-CURRENCY.
            move spaces to GX-ccy
            if GX-customer-open = "Y"
                read CUSTOMER-FILE
                    invalid key continue
                    not invalid key move CUST-CCY to GX-ccy
                end-read
            end-if.

        6400-ACCOUNT-NAME.
            evaluate GX-post-account
                when "1200"
                    move "trade receivables" to GX-desc
                when "1250"
                    move "unbilled orders" to GX-desc
                when "4000"
                    move "sales" to GX-desc
                when "4050"
                    move "sales adjustments" to GX-desc
                when "4100"
                    move "sales returns" to GX-desc
                when other
                    move spaces to GX-desc
            end-evaluate.

        end program cowglext.
