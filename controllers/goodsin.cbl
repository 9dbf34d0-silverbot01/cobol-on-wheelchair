        identification division.
        program-id. goodsin.

      * called by cowrouter as: call route-program using THE-VARS
      * see copybooks/COWROUTES.cpy for the path this controller
      * answers to.
      *
      * goods in: a clerk books a supplier delivery against an item
      * on the keyed item master - item, qty received, supplier and
      * the supplier's delivery note number.  The qty goes onto
      * ITEM-QTY-ON-HAND through cowstock (copybooks/COWSTOCK.cpy),
      * which journals it to data/stockmov.log as a GOODSIN movement
      * alongside every order, amendment and cancellation that moved
      * the item, so the page can show the item's recent movements,
      * newest first, under the booking form.  An inactive item can
      * still be booked in - stock already on the way arrives
      * whether or not the item is still sold.  Same echo-back
      * validation style as ordentry.cbl, and every hit writes a
      * cowaudit line.

        environment division.
        input-output section.
        file-control.
            select ITEM-FILE assign to "data/item.idx"
                organization indexed
                access mode random
                record key is ITEM-CODE
                file status is GI-item-status.
            select STOCK-JOURNAL-FILE assign to "data/stockmov.log"
                organization line sequential
                file status is GI-journal-status.

        data division.
        file section.
        fd  ITEM-FILE.
        copy ITEMMAST.

        fd  STOCK-JOURNAL-FILE.
        copy STOCKMOV.

        working-storage section.

        01  GI-item-status            pic xx.
        01  GI-item-found             pic x       value "N".
        01  GI-journal-status         pic xx.
        01  GI-journal-eof            pic x       value "N".
        01  GI-req-idx                pic 9(3)    value 0.
        01  GI-req-action             pic x(10)   value spaces.
        01  GI-req-item               pic x(20)   value spaces.
        01  GI-req-qty                pic x(10)   value spaces.
        01  GI-req-supplier           pic x(15)   value spaces.
        01  GI-req-delnote            pic x(14)   value spaces.
        01  GI-too-long               pic x(10)   value spaces.
        01  GI-qty-num                pic 9(5)    value 0.
        01  GI-accepted               pic x       value "N".
        01  GI-reason                 pic x(60)   value spaces.
        01  GI-result-line            pic x(80)   value spaces.
        01  GI-item-desc              pic x(30)   value spaces.
        01  GI-on-hand                pic 9(7)    value 0.
        01  GI-reorder-point          pic 9(7)    value 0.
        01  GI-entry-user             pic x(32)   value spaces.
        01  GI-digit-ok               pic x       value "Y".
        01  GI-point-count            pic 9(2)    value 0.
        01  GI-int-count              pic 9(3)    value 0.
        01  GI-dec-count              pic 9(3)    value 0.
        01  GI-scan-idx               pic 9(3)    value 0.
        01  GI-scan-len               pic 9(3)    value 0.
        01  GI-scan-field             pic x(10).
        01  GI-qty-display            pic zzzzzz9.
        01  GI-onhand-display         pic zzzzzz9.

      * the item's last 50 movements, kept as a window that slides
      * forward as the journal is read - same shape as payentry's
      * receipts window.
        01  GI-win-count              pic 9(2)    value 0.
        01  GI-win-table.
            03  GI-win-entry          occurs 50 times.
                05  GI-win-date       pic x(8).
                05  GI-win-reason     pic x(8).
                05  GI-win-direction  pic x.
                05  GI-win-qty        pic 9(7).
                05  GI-win-on-hand    pic 9(7).
                05  GI-win-reference  pic x(30).
                05  GI-win-user       pic x(32).
        01  GI-win-idx                pic 9(2)    value 0.

        copy COWSTOCK.
        copy COWAUDIT.

        linkage section.

        copy COWREQ.
        copy COWVARS.

        procedure division using COW-REQUEST THE-VARS.

        0000-MAIN.
            move COW-req-session-id to COW-session-id
            perform 1000-GATHER-PARAMS
            evaluate function trim(GI-req-action)
                when "receive"
                    perform 2000-VALIDATE-RECEIPT
                    if GI-reason = spaces
                        perform 3000-BOOK-IN
                    end-if
                when other
                    continue
            end-evaluate

            if GI-req-item not = spaces
                perform 4500-LOAD-ITEM
                perform 4600-LOAD-RECENT-MOVEMENTS
            end-if
            perform 5000-BUILD-GOODSIN-PAGE

            call 'cowtemplate' using THE-VARS

      * standard error branch, same as the other controllers:
      * skipped in batch mode so cowbatch can keep a good prior
      * render instead of an error page.
            if not COW-status-ok and not COW-is-batch-mode
                call 'cowerror' using THE-VARS
            end-if

            perform 6000-WRITE-AUDIT-LINE

            goback.

      * the supplier and delivery note share the 30-character
      * reference on the stock journal, so each is held to its half
      * and anything longer is refused rather than cut short.
        1000-GATHER-PARAMS.
            perform varying GI-req-idx from 1 by 1
                    until GI-req-idx > COW-req-param-count
                evaluate function trim(COW-req-name(GI-req-idx))
                    when "action"
                        move COW-req-value(GI-req-idx)
                            to GI-req-action
                    when "itemcode"
                        move COW-req-value(GI-req-idx)
                            to GI-req-item
                    when "qty"
                        move COW-req-value(GI-req-idx) to GI-req-qty
                    when "supplier"
                        move COW-req-value(GI-req-idx)
                            to GI-req-supplier
                        if COW-req-value(GI-req-idx)(16:) not = spaces
                            move "supplier" to GI-too-long
                        end-if
                    when "delnote"
                        move COW-req-value(GI-req-idx)
                            to GI-req-delnote
                        if COW-req-value(GI-req-idx)(15:) not = spaces
                            move "delnote" to GI-too-long
                        end-if
                end-evaluate
            end-perform.

        2000-VALIDATE-RECEIPT.
            move "N" to GI-accepted
            move spaces to GI-reason
            evaluate true
                when GI-req-item = spaces
                    move "item code is required" to GI-reason
                when GI-req-supplier = spaces
                    move "supplier is required" to GI-reason
                when GI-too-long = "supplier"
                    move "supplier must be 15 characters or fewer"
                        to GI-reason
                when GI-too-long = "delnote"
                    move "delivery note must be 14 characters or fewer"
                        to GI-reason
                when other
                    perform 2100-EDIT-QTY
            end-evaluate.

        2100-EDIT-QTY.
            move GI-req-qty to GI-scan-field
            perform 2500-SCAN-UNSIGNED-NUMBER
            if GI-digit-ok not = "Y" or GI-point-count not = 0
                or GI-int-count > 5
                move "quantity must be a whole number 1-99999"
                    to GI-reason
            else
                compute GI-qty-num = function numval(GI-req-qty)
                if GI-qty-num = 0
                    move "quantity must be a whole number 1-99999"
                        to GI-reason
                end-if
            end-if.

      * digits with at most one decimal point, nothing else - the
      * same scan as ordentry's 2500-SCAN-UNSIGNED-NUMBER.
        2500-SCAN-UNSIGNED-NUMBER.
            move "Y" to GI-digit-ok
            move 0 to GI-point-count
            move 0 to GI-int-count
            move 0 to GI-dec-count
            compute GI-scan-len =
                    function length(function trim(GI-scan-field))
            if GI-scan-len = 0
                move "N" to GI-digit-ok
            end-if
            perform varying GI-scan-idx from 1 by 1
                    until GI-scan-idx > GI-scan-len
                evaluate GI-scan-field(GI-scan-idx:1)
                    when "0" thru "9"
                        if GI-point-count = 0
                            add 1 to GI-int-count
                        else
                            add 1 to GI-dec-count
                        end-if
                    when "."
                        add 1 to GI-point-count
                    when other
                        move "N" to GI-digit-ok
                end-evaluate
            end-perform.

      * the user on the movement follows the audit convention: the
      * remote user when one arrived, "anonymous" otherwise,
      * "system" for a batch call.
        3000-BOOK-IN.
            if COW-is-batch-mode
                move "system" to GI-entry-user
            else
                if COW-req-remote-user not = spaces
                    move COW-req-remote-user to GI-entry-user
                else
                    move "anonymous" to GI-entry-user
                end-if
            end-if
            move GI-req-item to COW-stock-item
            move GI-qty-num to COW-stock-qty
            set COW-stock-is-in to true
            move "GOODSIN" to COW-stock-reason
            move GI-entry-user to COW-stock-user
            move spaces to COW-stock-reference
            string GI-req-supplier delimited by size
                   " " delimited by size
                   GI-req-delnote delimited by size
              into COW-stock-reference
            call 'cowstock' using COW-STOCK-MOVE
            evaluate true
                when COW-stock-ok
                    move "Y" to GI-accepted
                    move GI-qty-num to GI-qty-display
                    move COW-stock-on-hand to GI-onhand-display
                    move spaces to GI-result-line
                    string function trim(GI-qty-display)
                           delimited by size
                           " booked in, " delimited by size
                           function trim(GI-onhand-display)
                           delimited by size
                           " now on hand" delimited by size
                      into GI-result-line
                when COW-stock-no-item
                    move "no such item on the item master"
                        to GI-reason
                when other
                    move "item master unavailable - nothing booked"
                        to GI-reason
            end-evaluate.

      * read after any booking, so the figures on the page include
      * the delivery just keyed.
        4500-LOAD-ITEM.
            move "N" to GI-item-found
            move spaces to GI-item-desc
            move 0 to GI-on-hand
            move 0 to GI-reorder-point
            open input ITEM-FILE
            if GI-item-status = "00"
                move GI-req-item to ITEM-CODE
                read ITEM-FILE
                    invalid key continue
                    not invalid key
                        move "Y" to GI-item-found
                        move ITEM-DESC to GI-item-desc
                        move ITEM-QTY-ON-HAND to GI-on-hand
                        move ITEM-REORDER-POINT to GI-reorder-point
                end-read
                close ITEM-FILE
            end-if
            if GI-item-found not = "Y" and GI-reason = spaces
                move "no such item on the item master" to GI-reason
            end-if.

        4600-LOAD-RECENT-MOVEMENTS.
            move 0 to GI-win-count
            move "N" to GI-journal-eof
            open input STOCK-JOURNAL-FILE
            if GI-journal-status = "00"
                perform until GI-journal-eof = "Y"
                    read STOCK-JOURNAL-FILE
                        at end move "Y" to GI-journal-eof
                        not at end
                            if SM-JRN-ITEM = GI-req-item
                                perform 4700-TAKE-ONE-MOVEMENT
                            end-if
                    end-read
                end-perform
                close STOCK-JOURNAL-FILE
            end-if.

        4700-TAKE-ONE-MOVEMENT.
            if GI-win-count < 50
                add 1 to GI-win-count
            else
                perform varying GI-win-idx from 1 by 1
                        until GI-win-idx > 49
                    move GI-win-entry(GI-win-idx + 1)
                        to GI-win-entry(GI-win-idx)
                end-perform
            end-if
            move SM-JRN-TIMESTAMP(1:8) to GI-win-date(GI-win-count)
            move SM-JRN-REASON to GI-win-reason(GI-win-count)
            move SM-JRN-DIRECTION to GI-win-direction(GI-win-count)
            move SM-JRN-QTY to GI-win-qty(GI-win-count)
            move SM-JRN-ON-HAND to GI-win-on-hand(GI-win-count)
            move SM-JRN-REFERENCE to GI-win-reference(GI-win-count)
            move SM-JRN-USER to GI-win-user(GI-win-count).

      * the booking form doubles as the rejection page: what was
      * keyed is echoed back and GI-reason lands in {{reason}}; a
      * delivery that landed blanks the qty and delivery note for
      * the next one, keeping the item and supplier.
        5000-BUILD-GOODSIN-PAGE.
            if GI-accepted = "Y"
                move spaces to GI-req-qty
                move spaces to GI-req-delnote
            end-if
            move 11 to COW-vars-count
            move "pagetitle" to COW-varname(1)
            move "Goods in" to COW-varvalue(1)
            move "reason" to COW-varname(2)
            move GI-reason to COW-varvalue(2)
            move "result" to COW-varname(3)
            move GI-result-line to COW-varvalue(3)
            move "itemcode" to COW-varname(4)
            move GI-req-item to COW-varvalue(4)
            move "itemdesc" to COW-varname(5)
            move GI-item-desc to COW-varvalue(5)
            move "qty" to COW-varname(6)
            move GI-req-qty to COW-varvalue(6)
            move "supplier" to COW-varname(7)
            move GI-req-supplier to COW-varvalue(7)
            move "delnote" to COW-varname(8)
            move GI-req-delnote to COW-varvalue(8)
            move "sessionid" to COW-varname(9)
            move COW-session-id to COW-varvalue(9)
            move "onhand" to COW-varname(10)
            move GI-on-hand to GI-onhand-display
            move GI-onhand-display to COW-varvalue(10)
            move "reorderpt" to COW-varname(11)
            move GI-reorder-point to GI-onhand-display
            move GI-onhand-display to COW-varvalue(11)

            move 1 to COW-rowset-count
            move "movements" to COW-rowset-name(1)
            move 0 to COW-row-count(1)
            perform varying GI-win-idx from GI-win-count by -1
                    until GI-win-idx < 1
                add 1 to COW-row-count(1)
                move 7 to COW-cell-count(1, COW-row-count(1))
                move "movedate" to COW-cellname(1, COW-row-count(1), 1)
                move GI-win-date(GI-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 1)
                move "movereason"
                    to COW-cellname(1, COW-row-count(1), 2)
                move GI-win-reason(GI-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 2)
                move "movedir" to COW-cellname(1, COW-row-count(1), 3)
                if GI-win-direction(GI-win-idx) = "I"
                    move "in" to COW-cellvalue(1, COW-row-count(1), 3)
                else
                    move "out" to COW-cellvalue(1, COW-row-count(1), 3)
                end-if
                move "moveqty" to COW-cellname(1, COW-row-count(1), 4)
                move GI-win-qty(GI-win-idx) to GI-qty-display
                move GI-qty-display
                    to COW-cellvalue(1, COW-row-count(1), 4)
                move "moveonhand"
                    to COW-cellname(1, COW-row-count(1), 5)
                move GI-win-on-hand(GI-win-idx) to GI-onhand-display
                move GI-onhand-display
                    to COW-cellvalue(1, COW-row-count(1), 5)
                move "moveref" to COW-cellname(1, COW-row-count(1), 6)
                move GI-win-reference(GI-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 6)
                move "moveuser" to COW-cellname(1, COW-row-count(1), 7)
                move GI-win-user(GI-win-idx)
                    to COW-cellvalue(1, COW-row-count(1), 7)
            end-perform

            move "N" to COW-call-mode
            move 3 to COW-template-count
            move "header.cow" to COW-templates(1)
            move "goodsin.cow" to COW-templates(2)
            move "footer.cow" to COW-templates(3)
            move "goodsin.cow" to COW-page-name.

      * one line per hit, same convention as the other controllers;
      * a delivery that landed logs item, qty and supplier, a
      * refused one logs why it was turned away.
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
                when GI-accepted = "Y"
                    move GI-qty-num to GI-qty-display
                    string "goods in " delimited by size
                           function trim(GI-qty-display)
                           delimited by size
                           " of " delimited by size
                           function trim(GI-req-item)
                           delimited by size
                           " from " delimited by size
                           function trim(GI-req-supplier)
                           delimited by size
                           " note " delimited by size
                           function trim(GI-req-delnote)
                           delimited by size
                      into COW-aud-payload
                when GI-reason not = spaces
                    string "goods in refused: " delimited by size
                           function trim(GI-reason) delimited by size
                      into COW-aud-payload
                when other
                    move "goods in form shown" to COW-aud-payload
            end-evaluate
            call 'cowaudit' using COW-AUDIT-RECORD.

        end program goodsin.
