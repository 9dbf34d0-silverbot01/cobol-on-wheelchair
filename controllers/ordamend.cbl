      * statement figure can always be traced back through what was
      * changed, when, and by whom.  Rejections re-show the page
      * with the reason on it, same echo-back style as ordentry.
      *
      * a line posted as part of a numbered order took its stock
      * when ordentry posted it, so cancelling it or cutting its qty
      * puts the difference back on the item master through cowstock
      * (copybooks/COWSTOCK.cpy), and raising its qty takes the
      * difference - refused, line unchanged, if it isn't on hand.
      * Lines from before order numbers never took stock and move
      * none.

        environment division.
        input-output section.
                organization indexed
                access mode dynamic
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is OA-orderline-status.
            select AMEND-JOURNAL-FILE assign to "data/ordamend.log"
                organization line sequential
        01  OA-price-display          pic zzzz9.99.
        01  OA-orderno-display        pic zzzzzzz9.

      * the stock effect of a change: the old qty off the record as
      * read, and the difference to move in or out.
        01  OA-old-qty                pic 9(3)    value 0.
        01  OA-stock-diff             pic 9(3)    value 0.
        01  OA-onhand-display         pic zzzzzz9.

      * stock that should have gone back on the item master and
      * didn't - named on the page and in the audit line so the
      * item can be put right by hand.
        01  OA-stock-missed           pic x       value "N".
        01  OA-missed-action          pic x(9)    value spaces.
        01  OA-missed-item            pic x(20)   value spaces.
        01  OA-missed-qty             pic 9(3)    value 0.
        01  OA-stock-note             pic x(64)   value spaces.
        01  OA-prior-result           pic x(80)   value spaces.

        copy COWSTOCK.
        copy COWAUDIT.

        linkage section.
      * fix.
        2000-AMEND-LINE.
            move "N" to OA-changed
            move "N" to OA-stock-missed
            move spaces to OA-result-line
            move spaces to OA-reason
            perform 2400-EDIT-LINENO
            if OA-reason = spaces
                            to OA-reason
                    not invalid key
                        move ORDER-LINE-IX-RECORD to OA-before-image
                        move OL-IX-QTY to OA-old-qty
                        if OL-IX-ORDER-NO not = 0
                            and OA-qty-num > OA-old-qty
                            perform 2600-TAKE-EXTRA-STOCK
                        end-if
                        if OA-reason = spaces
                            perform 2700-APPLY-AMENDMENT
                        end-if
                end-read
                close ORDER-LINE-FILE
            end-if.

      * the extra qty is taken before the rewrite, so a line is
      * never raised past what the shelf can cover.
        2600-TAKE-EXTRA-STOCK.
            compute OA-stock-diff = OA-qty-num - OA-old-qty
            set COW-stock-is-out to true
            move "AMEND" to COW-stock-reason
            perform 7000-MOVE-LINE-STOCK
            evaluate true
                when COW-stock-ok
                    continue
                when COW-stock-short
                    move COW-stock-on-hand to OA-onhand-display
                    string "only " delimited by size
                           function trim(OA-onhand-display)
                           delimited by size
                           " more on hand - line not amended"
                           delimited by size
                      into OA-reason
                when other
                    move "item master unavailable - line not amended"
                        to OA-reason
            end-evaluate.

      * a rewrite the file turns down leaves the line as it was, so
      * any extra 2600 took for it goes straight back.
        2700-APPLY-AMENDMENT.
            move OA-qty-num to OL-IX-QTY
            move OA-price-num to OL-IX-PRICE
            rewrite ORDER-LINE-IX-RECORD
            if OA-orderline-status not = "00"
                move "order file rejected the amendment" to OA-reason
                if OL-IX-ORDER-NO not = 0
                    and OA-qty-num > OA-old-qty
                    set COW-stock-is-in to true
                    move "AMEND" to COW-stock-reason
                    perform 7000-MOVE-LINE-STOCK
                    move "refused" to OA-missed-action
                    perform 7100-CHECK-STOCK-RETURN
                end-if
            else
                move ORDER-LINE-IX-RECORD to OA-after-image
                move "Y" to OA-changed
                perform 6000-WRITE-JOURNAL-LINE
                move "line amended" to OA-result-line
                if OL-IX-ORDER-NO not = 0
                    and OA-qty-num < OA-old-qty
                    compute OA-stock-diff = OA-old-qty - OA-qty-num
                    set COW-stock-is-in to true
                    move "AMEND" to COW-stock-reason
                    perform 7000-MOVE-LINE-STOCK
                    move "amended" to OA-missed-action
                    perform 7100-CHECK-STOCK-RETURN
                end-if
            end-if.

        3000-CANCEL-LINE.
            move "N" to OA-changed
            move "N" to OA-stock-missed
            move spaces to OA-result-line
            move spaces to OA-reason
            perform 2400-EDIT-LINENO
            if OA-reason = spaces
                        move ORDER-LINE-IX-RECORD to OA-before-image
                        move spaces to OA-after-image
                        delete ORDER-LINE-FILE
                        if OA-orderline-status = "00"
                            perform 3200-REPORT-CANCEL
                        else
                            move "order file rejected the cancel"
                                to OA-reason
                        end-if
                end-read
                close ORDER-LINE-FILE
            end-if.

        3200-REPORT-CANCEL.
            move "Y" to OA-changed
            perform 6000-WRITE-JOURNAL-LINE
            move "line cancelled" to OA-result-line
            if OL-IX-ORDER-NO not = 0
                move OL-IX-QTY to OA-stock-diff
                set COW-stock-is-in to true
                move "CANCEL" to COW-stock-reason
                perform 7000-MOVE-LINE-STOCK
                move "cancelled" to OA-missed-action
                perform 7100-CHECK-STOCK-RETURN
            end-if.

      * the page: the lookup/change form on top, the customer's
      * lines as the "orderlines" repeat block underneath (rebuilt
      * after a change so the clerk sees the file as it now stands).
            move COW-page-name to COW-aud-template
            move spaces to COW-aud-payload
            evaluate true
                when OA-stock-missed = "Y"
                    move OA-lineno-num to OA-lineno-display
                    move OA-missed-qty to OA-qty-display
                    string "line " delimited by size
                           function trim(OA-lineno-display)
                           delimited by size
                           " of " delimited by size
                           function trim(OA-req-custid)
                           delimited by size
                           " " delimited by size
                           function trim(OA-missed-action)
                           delimited by size
                           " - stock not returned: item "
                           delimited by size
                           function trim(OA-missed-item)
                           delimited by size
                           " qty " delimited by size
                           function trim(OA-qty-display)
                           delimited by size
                      into COW-aud-payload
                when OA-changed = "Y"
                    move OA-lineno-num to OA-lineno-display
                    string "line " delimited by size
                close AMEND-JOURNAL-FILE
            end-if.

      * the line is still in the record area (a deleted record's
      * area is left as read); the user follows the journal's
      * convention, and the reference leads back to the line.
        7000-MOVE-LINE-STOCK.
            move OL-IX-ITEM to COW-stock-item
            move OA-stock-diff to COW-stock-qty
            if COW-req-remote-user not = spaces
                move COW-req-remote-user to COW-stock-user
            else
                move "anonymous" to COW-stock-user
            end-if
            move OL-IX-ORDER-NO to OA-orderno-display
            move OL-IX-LINE-NO to OA-lineno-display
            move spaces to COW-stock-reference
            string "order " delimited by size
                   function trim(OA-orderno-display)
                   delimited by size
                   " " delimited by size
                   function trim(OL-IX-CUST-ID) delimited by size
                   " line " delimited by size
                   function trim(OA-lineno-display)
                   delimited by size
              into COW-stock-reference
            call 'cowstock' using COW-STOCK-MOVE.

      * a give-back cowstock could not make - item master down or
      * the item gone - is added to the result line with the line,
      * item and quantity still off the shelf.
        7100-CHECK-STOCK-RETURN.
            if not COW-stock-ok
                move "Y" to OA-stock-missed
                move OL-IX-ITEM to OA-missed-item
                move OA-stock-diff to OA-missed-qty
                move OL-IX-LINE-NO to OA-lineno-display
                move OA-stock-diff to OA-qty-display
                move spaces to OA-stock-note
                string "stock not returned: line " delimited by size
                       function trim(OA-lineno-display)
                       delimited by size
                       " item " delimited by size
                       function trim(OL-IX-ITEM) delimited by size
                       " qty " delimited by size
                       function trim(OA-qty-display) delimited by size
                  into OA-stock-note
                if OA-result-line = spaces
                    move OA-stock-note to OA-result-line
                else
                    move OA-result-line to OA-prior-result
                    move spaces to OA-result-line
                    string function trim(OA-prior-result)
                           delimited by size
                           "; " delimited by size
                           function trim(OA-stock-note)
                           delimited by size
                      into OA-result-line
                end-if
            end-if.

        end program ordamend.
