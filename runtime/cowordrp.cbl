      * day-end order activity report, run from jcl/COWORDRPT.jcl:
      * reads the keyed order-line file for one day's postings (date
      * on SYSIN as yyyymmdd; blank means today, judged against the
      * OL-IX-ENTRY-DATE ordentry stamps on every line it writes,
      * which cowload builds as an alternate key)
      * and reports the day's activity - lines posted and value
      * totals, by user and by customer - the way cowadrpt.cbl
      * summarizes the audit log daily.  The ops desk reads this
                organization indexed
                access mode sequential
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is OD-orderline-status.
            select ORDER-REPORT assign to "output/cowordrp.rpt"
                organization line sequential
                move OD-run-timestamp(1:8) to OD-report-date
            end-if.

      * the entry date is an alternate key, so the read starts at
      * the report date's first line and stops at the first line of
      * a later day - the rest of the file is never touched.  no
      * line on the date at all is simply an empty day.
        2000-TALLY-ORDER-LINES.
            move "N" to OD-eof
            open input ORDER-LINE-FILE
            if OD-orderline-status = "00"
                move OD-report-date to OL-IX-ENTRY-DATE
                start ORDER-LINE-FILE key is = OL-IX-ENTRY-DATE
                    invalid key move "Y" to OD-eof
                end-start
                perform until OD-eof = "Y"
                    read ORDER-LINE-FILE next
                        at end move "Y" to OD-eof
                        not at end
                            if OL-IX-ENTRY-DATE = OD-report-date
                                perform 2100-TALLY-ONE-LINE
                            else
                                move "Y" to OD-eof
                            end-if
                    end-read
                end-perform
