        identification division.
        program-id. cowreord.

      * nightly reorder report, run from jcl/COWREORD.jcl: reads the
      * keyed item master through and lists every active item whose
      * ITEM-QTY-ON-HAND has fallen to or below its
      * ITEM-REORDER-POINT - code, description, on hand, reorder
      * point and how far under it the item stands - so purchasing
      * starts the day with the list instead of walking /itemmaint.
      * Retired items are left off: nobody reorders what is no
      * longer sold.  An item with no reorder point set is listed
      * once it has run out.

        environment division.
        input-output section.
        file-control.
            select ITEM-FILE assign to "data/item.idx"
                organization indexed
                access mode sequential
                record key is ITEM-CODE
                file status is RO-item-status.
            select REORDER-REPORT assign to "output/cowreord.rpt"
                organization line sequential
                file status is RO-report-status.

        data division.
        file section.
        fd  ITEM-FILE.
        copy ITEMMAST.

        fd  REORDER-REPORT.
        01  REORDER-REPORT-LINE       pic x(132).

        working-storage section.

        01  RO-item-status            pic xx.
        01  RO-report-status          pic xx.
        01  RO-eof                    pic x       value "N".
        01  RO-run-timestamp          pic x(21).

        01  RO-checked-count          pic 9(5)    value 0.
        01  RO-listed-count           pic 9(5)    value 0.
        01  RO-shortfall              pic 9(7)    value 0.

        01  RO-count-display          pic zzzz9.
        01  RO-onhand-display         pic zzzzzz9.
        01  RO-reorder-display        pic zzzzzz9.
        01  RO-short-display          pic zzzzzz9.

        procedure division.

        0000-MAIN.
            move function current-date to RO-run-timestamp
            perform 1000-START-REPORT
            perform 2000-SCAN-ITEMS
            perform 3000-FINISH-REPORT
      * a master that wouldn't open listed nothing - end nonzero so
      * the scheduler pages, same as the other batch jobs.  status
      * 35 (conversion not run yet) is genuinely no items.
            if RO-item-status not = "00"
                and RO-item-status not = "35"
                move 8 to return-code
            end-if
            stop run.

        1000-START-REPORT.
            open output REORDER-REPORT
            move spaces to REORDER-REPORT-LINE
            string "COW reorder report  run " delimited by size
                   RO-run-timestamp(1:8) delimited by size
                   " " delimited by size
                   RO-run-timestamp(9:6) delimited by size
              into REORDER-REPORT-LINE
            write REORDER-REPORT-LINE
            move spaces to REORDER-REPORT-LINE
            write REORDER-REPORT-LINE
            move spaces to REORDER-REPORT-LINE
            string "  item                 " delimited by size
                   "description                   " delimited by size
                   "  on hand  reorder    short" delimited by size
              into REORDER-REPORT-LINE
            write REORDER-REPORT-LINE.

        2000-SCAN-ITEMS.
            move "N" to RO-eof
            open input ITEM-FILE
            if RO-item-status = "00"
                perform until RO-eof = "Y"
                    read ITEM-FILE next
                        at end move "Y" to RO-eof
                        not at end
                            if ITEM-ACTIVE = "Y"
                                perform 2100-CHECK-ONE-ITEM
                            end-if
                    end-read
                end-perform
                close ITEM-FILE
            end-if.

        2100-CHECK-ONE-ITEM.
            add 1 to RO-checked-count
            if ITEM-QTY-ON-HAND <= ITEM-REORDER-POINT
                add 1 to RO-listed-count
                compute RO-shortfall =
                        ITEM-REORDER-POINT - ITEM-QTY-ON-HAND
                move ITEM-QTY-ON-HAND to RO-onhand-display
                move ITEM-REORDER-POINT to RO-reorder-display
                move RO-shortfall to RO-short-display
                move spaces to REORDER-REPORT-LINE
                string "  " delimited by size
                       ITEM-CODE delimited by size
                       " " delimited by size
                       ITEM-DESC delimited by size
                       "  " delimited by size
                       RO-onhand-display delimited by size
                       "  " delimited by size
                       RO-reorder-display delimited by size
                       "  " delimited by size
                       RO-short-display delimited by size
                  into REORDER-REPORT-LINE
                write REORDER-REPORT-LINE
            end-if.

        3000-FINISH-REPORT.
            move spaces to REORDER-REPORT-LINE
            write REORDER-REPORT-LINE
            move RO-checked-count to RO-count-display
            move spaces to REORDER-REPORT-LINE
            string "active items checked:         " delimited by size
                   RO-count-display delimited by size
              into REORDER-REPORT-LINE
            write REORDER-REPORT-LINE
            move RO-listed-count to RO-count-display
            move spaces to REORDER-REPORT-LINE
            string "at or below reorder point:    " delimited by size
                   RO-count-display delimited by size
              into REORDER-REPORT-LINE
            write REORDER-REPORT-LINE
            if RO-item-status not = "00"
                and RO-item-status not = "35"
                move spaces to REORDER-REPORT-LINE
                write REORDER-REPORT-LINE
                move spaces to REORDER-REPORT-LINE
                string "item master open failed, status="
                       delimited by size
                       RO-item-status delimited by size
                  into REORDER-REPORT-LINE
                write REORDER-REPORT-LINE
            end-if
            close REORDER-REPORT.

        end program cowreord.
