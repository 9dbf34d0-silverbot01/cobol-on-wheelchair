        identification division.
        program-id. cowbkup.

      * generation backup and point-in-time restore of the keyed
      * masters, run from jcl/COWBKUP.jcl (BACKUP, nightly) and
      * jcl/COWREST.jcl (RESTORE, on demand), the function and its
      * argument on SYSIN:
      *   BACKUP n         - write today's generation: a
      *                      line-sequential image of every file in
      *                      the table below, record for record
      *                      (data/bkp.yyyymmdd.<file>.dat), and a
      *                      manifest of the record counts
      *                      (data/bkp.yyyymmdd.manifest).  Once every
      *                      file has been saved the generation goes
      *                      on the catalog (data/bkpcat.dat) and all
      *                      but the newest n generations are purged
      *                      (n blank or not 1-99 means 7).  A second
      *                      run the same day replaces that day's
      *                      generation.
      *   RESTORE yyyymmdd - rebuild every file in the table from the
      *                      named generation.  The generation must
      *                      be on the catalog and every image must
      *                      hold the count its manifest says before
      *                      a single file is touched; each file is
      *                      then rebuilt and its count checked again.
      * All the files go together because they only make sense
      * together: order lines name headers, history and credits name
      * billed lines, the balances are what the last close left.
      * Unlike the COWUNLD interchange copies the images keep every
      * field, OL-IX-LINE-NO included, so a restore gives back the
      * files exactly as they stood.  A file that doesn't exist yet
      * (status 35) is saved as an empty image and restored empty.
      * Any failure ends the job with return code 8; a backup that
      * failed is never catalogued, so it can't be restored from or
      * count against the generations kept.

        environment division.
        input-output section.
        file-control.
            select CUSTOMER-FILE assign to "data/customer.idx"
                organization indexed
                access mode sequential
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is BK-cust-status.
            select ITEM-FILE assign to "data/item.idx"
                organization indexed
                access mode sequential
                record key is ITEM-CODE
                file status is BK-item-status.
            select ORDER-LINE-FILE assign to "data/orderlines.idx"
                organization indexed
                access mode sequential
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is BK-line-status.
            select ORDER-HDR-FILE assign to "data/ordhdr.idx"
                organization indexed
                access mode sequential
                record key is ORD-NO
                file status is BK-hdr-status.
            select COWUSER-FILE assign to "data/cowuser.idx"
                organization indexed
                access mode sequential
                record key is COW-user-id
                file status is BK-user-status.
            select CUST-BAL-FILE assign to "data/custbal.idx"
                organization indexed
                access mode sequential
                record key is BAL-CUST-ID
                file status is BK-bal-status.
            select CREDIT-FILE assign to "data/credits.idx"
                organization indexed
                access mode sequential
                record key is CN-KEY
                file status is BK-credit-status.
            select PRICE-AGR-FILE assign to "data/pricagr.idx"
                organization indexed
                access mode sequential
                record key is PA-KEY
                file status is BK-agr-status.
            select ORDER-HIST-FILE assign to "data/ordhist.dat"
                organization line sequential
                file status is BK-hist-status.
            select RATE-FILE assign to "data/rates.dat"
                organization line sequential
                file status is BK-rate-status.
            select GEN-FILE assign to dynamic BK-gen-path
                organization line sequential
                file status is BK-gen-status.
            select MANIFEST-FILE assign to dynamic BK-manifest-path
                organization line sequential
                file status is BK-manifest-status.
            select CATALOG-FILE assign to "data/bkpcat.dat"
                organization line sequential
                file status is BK-catalog-status.
            select BACKUP-REPORT assign to "output/cowbkup.rpt"
                organization line sequential
                file status is BK-report-status.

        data division.
        file section.
        fd  CUSTOMER-FILE.
        copy CUSTMAST.

        fd  ITEM-FILE.
        copy ITEMMAST.

        fd  ORDER-LINE-FILE.
        copy ORDLINEX.

        fd  ORDER-HDR-FILE.
        copy ORDHDR.

        fd  COWUSER-FILE.
        copy COWUSER.

        fd  CUST-BAL-FILE.
        copy CUSTBAL.

        fd  CREDIT-FILE.
        copy CREDITNT.

        fd  PRICE-AGR-FILE.
        copy PRICEAGR.

        fd  ORDER-HIST-FILE.
        copy ORDHIST.

        fd  RATE-FILE.
        copy RATEMAST.

      * one record of whichever file is being saved or restored,
      * as it stands on that file.
        fd  GEN-FILE.
        01  GEN-RECORD                pic x(200).

      * one line per file in the generation, with the record count
      * the image was written with.
        fd  MANIFEST-FILE.
        01  MANIFEST-RECORD.
            03  BKM-TAG               pic x(12).
            03  filler                pic x.
            03  BKM-COUNT             pic 9(9).
            03  filler                pic x.
            03  BKM-GEN-DATE          pic x(8).

      * one line per complete generation, oldest first.
        fd  CATALOG-FILE.
        01  CATALOG-RECORD.
            03  BKC-GEN-DATE          pic x(8).
            03  filler                pic x.
            03  BKC-RUN-STAMP         pic x(14).

        fd  BACKUP-REPORT.
        01  BACKUP-REPORT-LINE        pic x(80).

        working-storage section.

        01  BK-cust-status            pic xx.
        01  BK-item-status            pic xx.
        01  BK-line-status            pic xx.
        01  BK-hdr-status             pic xx.
        01  BK-user-status            pic xx.
        01  BK-bal-status             pic xx.
        01  BK-credit-status          pic xx.
        01  BK-agr-status             pic xx.
        01  BK-hist-status            pic xx.
        01  BK-rate-status            pic xx.
        01  BK-gen-status             pic xx.
        01  BK-manifest-status        pic xx.
        01  BK-catalog-status         pic xx.
        01  BK-report-status          pic xx.
        01  BK-master-status          pic xx.
        01  BK-gen-ok                 pic x       value "N".
        01  BK-eof                    pic x       value "N".
        01  BK-failed                 pic x       value "N".
        01  BK-run-timestamp          pic x(21).
        01  BK-sysin                  pic x(80)   value spaces.
        01  BK-function               pic x(8)    value spaces.
        01  BK-argument               pic x(10)   value spaces.
        01  BK-keep-count             pic 9(2)    value 7.
        01  BK-gen-date               pic x(8)    value spaces.
        01  BK-gen-path               pic x(40).
        01  BK-manifest-path          pic x(40).
        01  BK-detail-line            pic x(80).

      * the files that make up a generation, in the order they are
      * saved and restored; BK-i walks this table and the count
      * table beside it.
        01  BK-FILE-TABLE.
            03  BK-file-names.
                05  filler            pic x(12)   value "customer".
                05  filler            pic x(12)   value "item".
                05  filler            pic x(12)   value "orderlines".
                05  filler            pic x(12)   value "ordhdr".
                05  filler            pic x(12)   value "cowuser".
                05  filler            pic x(12)   value "custbal".
                05  filler            pic x(12)   value "credits".
                05  filler            pic x(12)   value "pricagr".
                05  filler            pic x(12)   value "ordhist".
                05  filler            pic x(12)   value "rates".
            03  BK-file-entries redefines BK-file-names
                                      occurs 10 times.
                05  BK-file-tag       pic x(12).
        01  BK-file-count-max         pic 9(2)    value 10.

        01  BK-COUNT-TABLE.
            03  BK-count-entry        occurs 10 times.
                05  BK-file-count     pic 9(9).
                05  BK-manifest-count pic 9(9).
                05  BK-dropped-count  pic 9(9).
                05  BK-file-state     pic x(12).
        01  BK-i                      pic 9(2)    value 0.

        01  BK-cat-count              pic 9(3)    comp value 0.
        01  BK-CATALOG-TABLE.
            03  BK-cat-entry          occurs 100 times.
                05  BK-cat-date       pic x(8).
                05  BK-cat-stamp      pic x(14).
        01  BK-cat-idx                pic 9(3)    comp value 0.
        01  BK-cat-hit                pic 9(3)    comp value 0.
        01  BK-purged-count           pic 9(3)    value 0.

        01  BK-count-display          pic zzzzzzzz9.
        01  BK-manifest-display       pic zzzzzzzz9.
        01  BK-keep-display           pic z9.

        procedure division.

        0000-MAIN.
            move function current-date to BK-run-timestamp
            perform 1000-GET-FUNCTION
            open output BACKUP-REPORT
            perform 1100-WRITE-HEADING
            evaluate function trim(BK-function)
                when "BACKUP"
                    perform 2000-BACKUP-GENERATION
                when "RESTORE"
                    perform 3000-RESTORE-GENERATION
                when other
                    move "function on SYSIN must be BACKUP or RESTORE"
                        to BK-detail-line
                    perform 9000-WRITE-DETAIL
                    move "Y" to BK-failed
            end-evaluate
            close BACKUP-REPORT
      * the delete routine leaves its own answer in return-code, so
      * the job's is set outright here rather than only on failure.
            if BK-failed = "Y"
                move 8 to return-code
            else
                move 0 to return-code
            end-if
            stop run.

      * "BACKUP 7" or "RESTORE 20261014" - function, then its
      * argument, as the one SYSIN line.
        1000-GET-FUNCTION.
            accept BK-sysin
            unstring BK-sysin delimited by all spaces
                into BK-function BK-argument
            end-unstring
            if function trim(BK-function) = "BACKUP"
                move BK-run-timestamp(1:8) to BK-gen-date
                if BK-argument(1:2) numeric
                    and BK-argument(3:8) = spaces
                    and BK-argument(1:2) not = "00"
                    move BK-argument(1:2) to BK-keep-count
                end-if
                if BK-argument(1:1) numeric
                    and BK-argument(2:9) = spaces
                    and BK-argument(1:1) not = "0"
                    move BK-argument(1:1) to BK-keep-count
                end-if
            else
                move BK-argument(1:8) to BK-gen-date
            end-if.

        1100-WRITE-HEADING.
            move spaces to BACKUP-REPORT-LINE
            string "COW master backup  function " delimited by size
                   BK-function delimited by size
                   " generation " delimited by size
                   BK-gen-date delimited by size
                   " run " delimited by size
                   BK-run-timestamp(1:8) delimited by size
                   " " delimited by size
                   BK-run-timestamp(9:6) delimited by size
              into BACKUP-REPORT-LINE
            write BACKUP-REPORT-LINE
            move spaces to BACKUP-REPORT-LINE
            write BACKUP-REPORT-LINE.

      * the generation's file name for BK-file-tag(BK-i).
        1200-BUILD-GEN-PATH.
            move spaces to BK-gen-path
            string "data/bkp." delimited by size
                   BK-gen-date delimited by size
                   "." delimited by size
                   function trim(BK-file-tag(BK-i)) delimited by size
                   ".dat" delimited by size
              into BK-gen-path.

        1300-BUILD-MANIFEST-PATH.
            move spaces to BK-manifest-path
            string "data/bkp." delimited by size
                   BK-gen-date delimited by size
                   ".manifest" delimited by size
              into BK-manifest-path.

      * no catalog yet (status 35) is the first backup ever.
        1400-LOAD-CATALOG.
            move 0 to BK-cat-count
            move "N" to BK-eof
            open input CATALOG-FILE
            if BK-catalog-status = "00"
                perform until BK-eof = "Y"
                    read CATALOG-FILE
                        at end move "Y" to BK-eof
                        not at end
                            if BK-cat-count < 100
                                add 1 to BK-cat-count
                                move BKC-GEN-DATE
                                    to BK-cat-date(BK-cat-count)
                                move BKC-RUN-STAMP
                                    to BK-cat-stamp(BK-cat-count)
                            end-if
                    end-read
                end-perform
                close CATALOG-FILE
            end-if.

        1500-FIND-IN-CATALOG.
            move 0 to BK-cat-hit
            perform varying BK-cat-idx from 1 by 1
                    until BK-cat-idx > BK-cat-count
                       or BK-cat-hit not = 0
                if BK-cat-date(BK-cat-idx) = BK-gen-date
                    move BK-cat-idx to BK-cat-hit
                end-if
            end-perform.

        1600-REWRITE-CATALOG.
            open output CATALOG-FILE
            if BK-catalog-status not = "00"
                move "catalog could not be rewritten" to BK-detail-line
                perform 9000-WRITE-DETAIL
                move "Y" to BK-failed
            else
                perform varying BK-cat-idx from 1 by 1
                        until BK-cat-idx > BK-cat-count
                    move spaces to CATALOG-RECORD
                    move BK-cat-date(BK-cat-idx) to BKC-GEN-DATE
                    move BK-cat-stamp(BK-cat-idx) to BKC-RUN-STAMP
                    write CATALOG-RECORD
                end-perform
                close CATALOG-FILE
            end-if.

      * takes entry BK-cat-hit off the catalog table.
        1700-DROP-CATALOG-ENTRY.
            perform varying BK-cat-idx from BK-cat-hit by 1
                    until BK-cat-idx >= BK-cat-count
                move BK-cat-entry(BK-cat-idx + 1)
                    to BK-cat-entry(BK-cat-idx)
            end-perform
            subtract 1 from BK-cat-count.

      * a same-day rerun first takes the day off the catalog, so
      * while its images are being overwritten the catalog never
      * names a generation that may be half written.
        2000-BACKUP-GENERATION.
            perform 1400-LOAD-CATALOG
            if BK-catalog-status not = "00"
                and BK-catalog-status not = "35"
                move "catalog could not be read - nothing saved"
                    to BK-detail-line
                perform 9000-WRITE-DETAIL
                move "Y" to BK-failed
            else
                perform 1500-FIND-IN-CATALOG
                if BK-cat-hit not = 0
                    perform 1700-DROP-CATALOG-ENTRY
                    perform 1600-REWRITE-CATALOG
                end-if
                perform varying BK-i from 1 by 1
                        until BK-i > BK-file-count-max
                    perform 2100-SAVE-ONE-FILE
                end-perform
                perform 2600-WRITE-MANIFEST
                perform 2700-REPORT-SAVE
                if BK-failed = "N"
                    perform 2800-CATALOG-AND-PURGE
                else
                    move "generation not catalogued - backup failed"
                        to BK-detail-line
                    perform 9000-WRITE-DETAIL
                end-if
            end-if.

        2100-SAVE-ONE-FILE.
            move 0 to BK-file-count(BK-i)
            move "N" to BK-gen-ok
            perform 1200-BUILD-GEN-PATH
            evaluate BK-i
                when 1
                    perform 2210-SAVE-CUSTOMERS
                when 2
                    perform 2220-SAVE-ITEMS
                when 3
                    perform 2230-SAVE-ORDER-LINES
                when 4
                    perform 2240-SAVE-ORDER-HEADERS
                when 5
                    perform 2250-SAVE-USERS
                when 6
                    perform 2260-SAVE-BALANCES
                when 7
                    perform 2270-SAVE-CREDITS
                when 8
                    perform 2280-SAVE-AGREEMENTS
                when 9
                    perform 2290-SAVE-HISTORY
                when 10
                    perform 2295-SAVE-RATES
            end-evaluate
            evaluate true
                when BK-master-status = "00" and BK-gen-ok = "Y"
                    move "saved" to BK-file-state(BK-i)
                when BK-master-status = "35"
                    perform 2900-OPEN-GEN-OUTPUT
                    if BK-gen-ok = "Y"
                        close GEN-FILE
                        move "not on file" to BK-file-state(BK-i)
                    else
                        move "FAILED" to BK-file-state(BK-i)
                        move "Y" to BK-failed
                    end-if
                when other
                    move "FAILED" to BK-file-state(BK-i)
                    move "Y" to BK-failed
            end-evaluate.

        2210-SAVE-CUSTOMERS.
            open input CUSTOMER-FILE
            move BK-cust-status to BK-master-status
            if BK-master-status = "00"
                perform 2900-OPEN-GEN-OUTPUT
                if BK-gen-ok = "Y"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read CUSTOMER-FILE next
                            at end move "Y" to BK-eof
                            not at end
                                write GEN-RECORD from CUSTOMER-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close GEN-FILE
                end-if
                close CUSTOMER-FILE
            end-if.

        2220-SAVE-ITEMS.
            open input ITEM-FILE
            move BK-item-status to BK-master-status
            if BK-master-status = "00"
                perform 2900-OPEN-GEN-OUTPUT
                if BK-gen-ok = "Y"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read ITEM-FILE next
                            at end move "Y" to BK-eof
                            not at end
                                write GEN-RECORD from ITEM-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close GEN-FILE
                end-if
                close ITEM-FILE
            end-if.

        2230-SAVE-ORDER-LINES.
            open input ORDER-LINE-FILE
            move BK-line-status to BK-master-status
            if BK-master-status = "00"
                perform 2900-OPEN-GEN-OUTPUT
                if BK-gen-ok = "Y"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read ORDER-LINE-FILE next
                            at end move "Y" to BK-eof
                            not at end
                                write GEN-RECORD
                                    from ORDER-LINE-IX-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close GEN-FILE
                end-if
                close ORDER-LINE-FILE
            end-if.

        2240-SAVE-ORDER-HEADERS.
            open input ORDER-HDR-FILE
            move BK-hdr-status to BK-master-status
            if BK-master-status = "00"
                perform 2900-OPEN-GEN-OUTPUT
                if BK-gen-ok = "Y"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read ORDER-HDR-FILE next
                            at end move "Y" to BK-eof
                            not at end
                                write GEN-RECORD
                                    from ORDER-HEADER-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close GEN-FILE
                end-if
                close ORDER-HDR-FILE
            end-if.

        2250-SAVE-USERS.
            open input COWUSER-FILE
            move BK-user-status to BK-master-status
            if BK-master-status = "00"
                perform 2900-OPEN-GEN-OUTPUT
                if BK-gen-ok = "Y"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read COWUSER-FILE next
                            at end move "Y" to BK-eof
                            not at end
                                write GEN-RECORD from COW-USER-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close GEN-FILE
                end-if
                close COWUSER-FILE
            end-if.

        2260-SAVE-BALANCES.
            open input CUST-BAL-FILE
            move BK-bal-status to BK-master-status
            if BK-master-status = "00"
                perform 2900-OPEN-GEN-OUTPUT
                if BK-gen-ok = "Y"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read CUST-BAL-FILE next
                            at end move "Y" to BK-eof
                            not at end
                                write GEN-RECORD
                                    from CUST-BALANCE-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close GEN-FILE
                end-if
                close CUST-BAL-FILE
            end-if.

        2270-SAVE-CREDITS.
            open input CREDIT-FILE
            move BK-credit-status to BK-master-status
            if BK-master-status = "00"
                perform 2900-OPEN-GEN-OUTPUT
                if BK-gen-ok = "Y"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read CREDIT-FILE next
                            at end move "Y" to BK-eof
                            not at end
                                write GEN-RECORD
                                    from CREDIT-NOTE-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close GEN-FILE
                end-if
                close CREDIT-FILE
            end-if.

        2280-SAVE-AGREEMENTS.
            open input PRICE-AGR-FILE
            move BK-agr-status to BK-master-status
            if BK-master-status = "00"
                perform 2900-OPEN-GEN-OUTPUT
                if BK-gen-ok = "Y"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read PRICE-AGR-FILE next
                            at end move "Y" to BK-eof
                            not at end
                                write GEN-RECORD
                                    from PRICE-AGREEMENT-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close GEN-FILE
                end-if
                close PRICE-AGR-FILE
            end-if.

        2290-SAVE-HISTORY.
            open input ORDER-HIST-FILE
            move BK-hist-status to BK-master-status
            if BK-master-status = "00"
                perform 2900-OPEN-GEN-OUTPUT
                if BK-gen-ok = "Y"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read ORDER-HIST-FILE
                            at end move "Y" to BK-eof
                            not at end
                                write GEN-RECORD
                                    from ORDER-HIST-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close GEN-FILE
                end-if
                close ORDER-HIST-FILE
            end-if.

        2295-SAVE-RATES.
            open input RATE-FILE
            move BK-rate-status to BK-master-status
            if BK-master-status = "00"
                perform 2900-OPEN-GEN-OUTPUT
                if BK-gen-ok = "Y"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read RATE-FILE
                            at end move "Y" to BK-eof
                            not at end
                                write GEN-RECORD from RATE-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close GEN-FILE
                end-if
                close RATE-FILE
            end-if.

        2600-WRITE-MANIFEST.
            perform 1300-BUILD-MANIFEST-PATH
            open output MANIFEST-FILE
            if BK-manifest-status not = "00"
                move "manifest could not be written" to BK-detail-line
                perform 9000-WRITE-DETAIL
                move "Y" to BK-failed
            else
                perform varying BK-i from 1 by 1
                        until BK-i > BK-file-count-max
                    move spaces to MANIFEST-RECORD
                    move BK-file-tag(BK-i) to BKM-TAG
                    move BK-file-count(BK-i) to BKM-COUNT
                    move BK-gen-date to BKM-GEN-DATE
                    write MANIFEST-RECORD
                end-perform
                close MANIFEST-FILE
            end-if.

        2700-REPORT-SAVE.
            move "  file          records  state" to BACKUP-REPORT-LINE
            write BACKUP-REPORT-LINE
            perform varying BK-i from 1 by 1
                    until BK-i > BK-file-count-max
                move BK-file-count(BK-i) to BK-count-display
                move spaces to BACKUP-REPORT-LINE
                string "  " delimited by size
                       BK-file-tag(BK-i) delimited by size
                       BK-count-display delimited by size
                       "  " delimited by size
                       BK-file-state(BK-i) delimited by size
                  into BACKUP-REPORT-LINE
                write BACKUP-REPORT-LINE
            end-perform
            move spaces to BACKUP-REPORT-LINE
            write BACKUP-REPORT-LINE.

      * the new generation goes on the end of the catalog, then the
      * oldest come off the front until only BK-keep-count remain.
        2800-CATALOG-AND-PURGE.
            if BK-cat-count = 100
                move 1 to BK-cat-hit
                perform 2850-PURGE-GENERATION
            end-if
            add 1 to BK-cat-count
            move BK-gen-date to BK-cat-date(BK-cat-count)
            move BK-run-timestamp(1:14) to BK-cat-stamp(BK-cat-count)
            perform until BK-cat-count <= BK-keep-count
                move 1 to BK-cat-hit
                perform 2850-PURGE-GENERATION
            end-perform
            perform 1600-REWRITE-CATALOG
            move BK-keep-count to BK-keep-display
            move BK-cat-count to BK-count-display
            move spaces to BACKUP-REPORT-LINE
            string "generations kept:             " delimited by size
                   BK-count-display delimited by size
                   "  (limit " delimited by size
                   BK-keep-display delimited by size
                   ")" delimited by size
              into BACKUP-REPORT-LINE
            write BACKUP-REPORT-LINE
            move BK-purged-count to BK-count-display
            move spaces to BACKUP-REPORT-LINE
            string "generations purged:           " delimited by size
                   BK-count-display delimited by size
              into BACKUP-REPORT-LINE
            write BACKUP-REPORT-LINE.

      * deletes every image and the manifest of catalog entry
      * BK-cat-hit and takes it off the catalog.  the generation
      * date is borrowed for the path-building paragraphs and put
      * back after.
        2850-PURGE-GENERATION.
            move BK-gen-date to BK-argument
            move BK-cat-date(BK-cat-hit) to BK-gen-date
            perform varying BK-i from 1 by 1
                    until BK-i > BK-file-count-max
                perform 1200-BUILD-GEN-PATH
                call "CBL_DELETE_FILE" using BK-gen-path
            end-perform
            perform 1300-BUILD-MANIFEST-PATH
            call "CBL_DELETE_FILE" using BK-manifest-path
            move spaces to BK-detail-line
            string "purged generation " delimited by size
                   BK-gen-date delimited by size
              into BK-detail-line
            perform 9000-WRITE-DETAIL
            move BK-argument(1:8) to BK-gen-date
            add 1 to BK-purged-count
            perform 1700-DROP-CATALOG-ENTRY.

        2900-OPEN-GEN-OUTPUT.
            move "N" to BK-gen-ok
            open output GEN-FILE
            if BK-gen-status = "00"
                move "Y" to BK-gen-ok
            end-if.

      * nothing is touched until the whole generation has checked
      * out: on the catalog, manifest readable, and every image
      * holding the count the manifest gives it.
        3000-RESTORE-GENERATION.
            perform 1400-LOAD-CATALOG
            perform 1500-FIND-IN-CATALOG
            evaluate true
                when BK-gen-date = spaces
                    or BK-gen-date not numeric
                    move "RESTORE needs a generation date, yyyymmdd"
                        to BK-detail-line
                    perform 9000-WRITE-DETAIL
                    move "Y" to BK-failed
                when BK-cat-hit = 0
                    move
                      "generation not on the catalog - nothing restored"
                        to BK-detail-line
                    perform 9000-WRITE-DETAIL
                    move "Y" to BK-failed
                when other
                    perform 3100-READ-MANIFEST
            end-evaluate
            if BK-failed = "N"
                perform 3200-CHECK-IMAGES
            end-if
            if BK-failed = "N"
                perform varying BK-i from 1 by 1
                        until BK-i > BK-file-count-max
                    perform 4000-RESTORE-ONE-FILE
                end-perform
            end-if
            perform 3700-REPORT-RESTORE.

        3100-READ-MANIFEST.
            perform varying BK-i from 1 by 1
                    until BK-i > BK-file-count-max
                move 0 to BK-manifest-count(BK-i)
                move "not in manifest" to BK-file-state(BK-i)
            end-perform
            perform 1300-BUILD-MANIFEST-PATH
            move "N" to BK-eof
            open input MANIFEST-FILE
            if BK-manifest-status not = "00"
                move "manifest could not be read - nothing restored"
                    to BK-detail-line
                perform 9000-WRITE-DETAIL
                move "Y" to BK-failed
            else
                perform until BK-eof = "Y"
                    read MANIFEST-FILE
                        at end move "Y" to BK-eof
                        not at end perform 3150-TAKE-MANIFEST-LINE
                    end-read
                end-perform
                close MANIFEST-FILE
                perform varying BK-i from 1 by 1
                        until BK-i > BK-file-count-max
                    if BK-file-state(BK-i) = "not in manifest"
                        move "Y" to BK-failed
                    end-if
                end-perform
                if BK-failed = "Y"
                    move "manifest is incomplete - nothing restored"
                        to BK-detail-line
                    perform 9000-WRITE-DETAIL
                end-if
            end-if.

        3150-TAKE-MANIFEST-LINE.
            perform varying BK-i from 1 by 1
                    until BK-i > BK-file-count-max
                if BK-file-tag(BK-i) = BKM-TAG
                    move BKM-COUNT to BK-manifest-count(BK-i)
                    move "listed" to BK-file-state(BK-i)
                end-if
            end-perform.

        3200-CHECK-IMAGES.
            perform varying BK-i from 1 by 1
                    until BK-i > BK-file-count-max
                perform 3300-COUNT-ONE-IMAGE
                if BK-gen-ok not = "Y"
                    move "image missing" to BK-file-state(BK-i)
                    move "Y" to BK-failed
                else
                    if BK-file-count(BK-i) not = BK-manifest-count(BK-i)
                        move "IMAGE SHORT" to BK-file-state(BK-i)
                        move "Y" to BK-failed
                    else
                        move "image checked" to BK-file-state(BK-i)
                    end-if
                end-if
            end-perform
            if BK-failed = "Y"
                move "images fail the count check - nothing restored"
                    to BK-detail-line
                perform 9000-WRITE-DETAIL
            end-if.

        3300-COUNT-ONE-IMAGE.
            move 0 to BK-file-count(BK-i)
            perform 1200-BUILD-GEN-PATH
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                move "N" to BK-eof
                perform until BK-eof = "Y"
                    read GEN-FILE
                        at end move "Y" to BK-eof
                        not at end add 1 to BK-file-count(BK-i)
                    end-read
                end-perform
                close GEN-FILE
            end-if.

        3700-REPORT-RESTORE.
            move "  file         manifest   restored  state"
                to BACKUP-REPORT-LINE
            write BACKUP-REPORT-LINE
            perform varying BK-i from 1 by 1
                    until BK-i > BK-file-count-max
                move BK-manifest-count(BK-i) to BK-manifest-display
                move BK-file-count(BK-i) to BK-count-display
                move spaces to BACKUP-REPORT-LINE
                string "  " delimited by size
                       BK-file-tag(BK-i) delimited by size
                       BK-manifest-display delimited by size
                       "  " delimited by size
                       BK-count-display delimited by size
                       "  " delimited by size
                       BK-file-state(BK-i) delimited by size
                  into BACKUP-REPORT-LINE
                write BACKUP-REPORT-LINE
            end-perform
            move spaces to BACKUP-REPORT-LINE
            write BACKUP-REPORT-LINE
            move spaces to BACKUP-REPORT-LINE
            if BK-failed = "Y"
                move "restore NOT complete - see above"
                    to BACKUP-REPORT-LINE
            else
                move "restore complete, every count verified"
                    to BACKUP-REPORT-LINE
            end-if
            write BACKUP-REPORT-LINE.

        3900-OPEN-GEN-INPUT.
            move "N" to BK-gen-ok
            open input GEN-FILE
            if BK-gen-status = "00"
                move "Y" to BK-gen-ok
            end-if.

      * each file is rebuilt from scratch and its count checked
      * against the manifest; a key refused on the way back in is
      * counted as dropped, so the count comes up short and says so.
        4000-RESTORE-ONE-FILE.
            move 0 to BK-file-count(BK-i)
            move 0 to BK-dropped-count(BK-i)
            move "N" to BK-gen-ok
            move spaces to BK-master-status
            perform 1200-BUILD-GEN-PATH
            evaluate BK-i
                when 1
                    perform 4210-RESTORE-CUSTOMERS
                when 2
                    perform 4220-RESTORE-ITEMS
                when 3
                    perform 4230-RESTORE-ORDER-LINES
                when 4
                    perform 4240-RESTORE-ORDER-HEADERS
                when 5
                    perform 4250-RESTORE-USERS
                when 6
                    perform 4260-RESTORE-BALANCES
                when 7
                    perform 4270-RESTORE-CREDITS
                when 8
                    perform 4280-RESTORE-AGREEMENTS
                when 9
                    perform 4290-RESTORE-HISTORY
                when 10
                    perform 4295-RESTORE-RATES
            end-evaluate
            evaluate true
                when BK-gen-ok not = "Y"
                    move "IMAGE LOST" to BK-file-state(BK-i)
                    move "Y" to BK-failed
                when BK-master-status not = "00"
                    move "OPEN FAILED" to BK-file-state(BK-i)
                    move "Y" to BK-failed
                when BK-file-count(BK-i) not = BK-manifest-count(BK-i)
                    move "COUNT WRONG" to BK-file-state(BK-i)
                    move "Y" to BK-failed
                when other
                    move "verified" to BK-file-state(BK-i)
            end-evaluate.

        4210-RESTORE-CUSTOMERS.
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                open output CUSTOMER-FILE
                move BK-cust-status to BK-master-status
                if BK-master-status = "00"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read GEN-FILE into CUSTOMER-RECORD
                            at end move "Y" to BK-eof
                            not at end
                                write CUSTOMER-RECORD
                                    invalid key
                                        add 1 to BK-dropped-count(BK-i)
                                    not invalid key
                                        add 1 to BK-file-count(BK-i)
                                end-write
                        end-read
                    end-perform
                    close CUSTOMER-FILE
                end-if
                close GEN-FILE
            end-if.

        4220-RESTORE-ITEMS.
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                open output ITEM-FILE
                move BK-item-status to BK-master-status
                if BK-master-status = "00"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read GEN-FILE into ITEM-RECORD
                            at end move "Y" to BK-eof
                            not at end
                                write ITEM-RECORD
                                    invalid key
                                        add 1 to BK-dropped-count(BK-i)
                                    not invalid key
                                        add 1 to BK-file-count(BK-i)
                                end-write
                        end-read
                    end-perform
                    close ITEM-FILE
                end-if
                close GEN-FILE
            end-if.

        4230-RESTORE-ORDER-LINES.
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                open output ORDER-LINE-FILE
                move BK-line-status to BK-master-status
                if BK-master-status = "00"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read GEN-FILE into ORDER-LINE-IX-RECORD
                            at end move "Y" to BK-eof
                            not at end
                                write ORDER-LINE-IX-RECORD
                                    invalid key
                                        add 1 to BK-dropped-count(BK-i)
                                    not invalid key
                                        add 1 to BK-file-count(BK-i)
                                end-write
                        end-read
                    end-perform
                    close ORDER-LINE-FILE
                end-if
                close GEN-FILE
            end-if.

        4240-RESTORE-ORDER-HEADERS.
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                open output ORDER-HDR-FILE
                move BK-hdr-status to BK-master-status
                if BK-master-status = "00"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read GEN-FILE into ORDER-HEADER-RECORD
                            at end move "Y" to BK-eof
                            not at end
                                write ORDER-HEADER-RECORD
                                    invalid key
                                        add 1 to BK-dropped-count(BK-i)
                                    not invalid key
                                        add 1 to BK-file-count(BK-i)
                                end-write
                        end-read
                    end-perform
                    close ORDER-HDR-FILE
                end-if
                close GEN-FILE
            end-if.

        4250-RESTORE-USERS.
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                open output COWUSER-FILE
                move BK-user-status to BK-master-status
                if BK-master-status = "00"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read GEN-FILE into COW-USER-RECORD
                            at end move "Y" to BK-eof
                            not at end
                                write COW-USER-RECORD
                                    invalid key
                                        add 1 to BK-dropped-count(BK-i)
                                    not invalid key
                                        add 1 to BK-file-count(BK-i)
                                end-write
                        end-read
                    end-perform
                    close COWUSER-FILE
                end-if
                close GEN-FILE
            end-if.

        4260-RESTORE-BALANCES.
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                open output CUST-BAL-FILE
                move BK-bal-status to BK-master-status
                if BK-master-status = "00"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read GEN-FILE into CUST-BALANCE-RECORD
                            at end move "Y" to BK-eof
                            not at end
                                write CUST-BALANCE-RECORD
                                    invalid key
                                        add 1 to BK-dropped-count(BK-i)
                                    not invalid key
                                        add 1 to BK-file-count(BK-i)
                                end-write
                        end-read
                    end-perform
                    close CUST-BAL-FILE
                end-if
                close GEN-FILE
            end-if.

        4270-RESTORE-CREDITS.
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                open output CREDIT-FILE
                move BK-credit-status to BK-master-status
                if BK-master-status = "00"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read GEN-FILE into CREDIT-NOTE-RECORD
                            at end move "Y" to BK-eof
                            not at end
                                write CREDIT-NOTE-RECORD
                                    invalid key
                                        add 1 to BK-dropped-count(BK-i)
                                    not invalid key
                                        add 1 to BK-file-count(BK-i)
                                end-write
                        end-read
                    end-perform
                    close CREDIT-FILE
                end-if
                close GEN-FILE
            end-if.

        4280-RESTORE-AGREEMENTS.
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                open output PRICE-AGR-FILE
                move BK-agr-status to BK-master-status
                if BK-master-status = "00"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read GEN-FILE into PRICE-AGREEMENT-RECORD
                            at end move "Y" to BK-eof
                            not at end
                                write PRICE-AGREEMENT-RECORD
                                    invalid key
                                        add 1 to BK-dropped-count(BK-i)
                                    not invalid key
                                        add 1 to BK-file-count(BK-i)
                                end-write
                        end-read
                    end-perform
                    close PRICE-AGR-FILE
                end-if
                close GEN-FILE
            end-if.

        4290-RESTORE-HISTORY.
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                open output ORDER-HIST-FILE
                move BK-hist-status to BK-master-status
                if BK-master-status = "00"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read GEN-FILE into ORDER-HIST-RECORD
                            at end move "Y" to BK-eof
                            not at end
                                write ORDER-HIST-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close ORDER-HIST-FILE
                end-if
                close GEN-FILE
            end-if.

        4295-RESTORE-RATES.
            perform 3900-OPEN-GEN-INPUT
            if BK-gen-ok = "Y"
                open output RATE-FILE
                move BK-rate-status to BK-master-status
                if BK-master-status = "00"
                    move "N" to BK-eof
                    perform until BK-eof = "Y"
                        read GEN-FILE into RATE-RECORD
                            at end move "Y" to BK-eof
                            not at end
                                write RATE-RECORD
                                add 1 to BK-file-count(BK-i)
                        end-read
                    end-perform
                    close RATE-FILE
                end-if
                close GEN-FILE
            end-if.

        9000-WRITE-DETAIL.
            move BK-detail-line to BACKUP-REPORT-LINE
            write BACKUP-REPORT-LINE.

        end program cowbkup.
