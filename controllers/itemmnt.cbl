      * who changed what from which value to which value.  ordentry
      * validates every keyed line against this master, so retiring
      * an item here stops it landing on new orders immediately.
      *
      * the page shows what is on hand but never sets it - stock
      * moves only through cowstock, so every change is on the stock
      * journal.  What it does set is the reorder point the nightly
      * reorder report (runtime/cowreord.cbl) compares on-hand
      * against, on add or through the setreorder action.

        environment division.
        input-output section.
        01  IM-req-desc               pic x(30)   value spaces.
        01  IM-req-price              pic x(12)   value spaces.
        01  IM-req-active             pic x(10)   value spaces.
        01  IM-req-reorder            pic x(10)   value spaces.
        01  IM-reorder-num            pic 9(7)    value 0.
        01  IM-old-reorder            pic 9(7)    value 0.
        01  IM-on-hand                pic 9(7)    value 0.
        01  IM-stock-display          pic zzzzzz9.
        01  IM-old-stock-display      pic zzzzzz9.
        01  IM-price-num              pic 9(5)v99 value 0.
        01  IM-accepted               pic x       value "N".
        01  IM-reason                 pic x(60)   value spaces.
                    perform 3000-AMEND-ITEM
                when "setactive"
                    perform 4000-SET-ACTIVE
                when "setreorder"
                    perform 4500-SET-REORDER-POINT
                when other
                    if IM-req-code not = spaces
                        perform 5000-LOOKUP-ITEM
                    when "active"
                        move COW-req-value(IM-req-idx)
                            to IM-req-active
                    when "reorderpt"
                        move COW-req-value(IM-req-idx)
                            to IM-req-reorder
                end-evaluate
            end-perform.

                end-if
            end-if.

      * a whole number as wide as ITEM-REORDER-POINT; zero is a
      * real answer - an item to list only once it has run out.
        1300-EDIT-REORDER-POINT.
            move IM-req-reorder to IM-scan-field
            perform 1200-SCAN-UNSIGNED-NUMBER
            if IM-digit-ok not = "Y" or IM-point-count not = 0
                or IM-int-count > 7
                move "reorder point must be a whole number 0-9999999"
                    to IM-reason
            else
                compute IM-reorder-num = function numval(IM-req-reorder)
            end-if.

        1200-SCAN-UNSIGNED-NUMBER.
            move "Y" to IM-digit-ok
            move 0 to IM-point-count
                    move "description is required" to IM-reason
                when other
                    perform 1100-EDIT-LIST-PRICE
                    if IM-reason = spaces
                        and IM-req-reorder not = spaces
                        perform 1300-EDIT-REORDER-POINT
                    end-if
                    if IM-reason = spaces
                        perform 2100-WRITE-NEW-ITEM
                    end-if
                move IM-req-desc to ITEM-DESC
                move IM-price-num to ITEM-LIST-PRICE
                move "Y" to ITEM-ACTIVE
                move 0 to ITEM-QTY-ON-HAND
                move IM-reorder-num to ITEM-REORDER-POINT
                write ITEM-RECORD
                    invalid key
                        move "item code is already on the master"
                        move "no such item on the item master"
                            to IM-reason
                    not invalid key
                        move ITEM-QTY-ON-HAND to IM-on-hand
                        move ITEM-REORDER-POINT to IM-reorder-num
                        move ITEM-LIST-PRICE to IM-old-price
                        move IM-req-desc to ITEM-DESC
                        move IM-price-num to ITEM-LIST-PRICE
                        move "no such item on the item master"
                            to IM-reason
                    not invalid key
                        move ITEM-QTY-ON-HAND to IM-on-hand
                        move ITEM-REORDER-POINT to IM-reorder-num
                        move ITEM-ACTIVE to IM-old-active
                        move IM-req-active to ITEM-ACTIVE
                        rewrite ITEM-RECORD
                close ITEM-FILE
            end-if.

        4500-SET-REORDER-POINT.
            move "N" to IM-accepted
            move spaces to IM-reason
            if IM-req-code = spaces
                move "item code is required" to IM-reason
            else
                perform 1300-EDIT-REORDER-POINT
                if IM-reason = spaces
                    perform 4600-REWRITE-REORDER-POINT
                end-if
            end-if.

        4600-REWRITE-REORDER-POINT.
            open i-o ITEM-FILE
            if IM-item-status not = "00"
                move "item master unavailable - nothing changed"
                    to IM-reason
            else
                move IM-req-code to ITEM-CODE
                read ITEM-FILE
                    invalid key
                        move "no such item on the item master"
                            to IM-reason
                    not invalid key
                        move ITEM-QTY-ON-HAND to IM-on-hand
                        move ITEM-REORDER-POINT to IM-old-reorder
                        move IM-reorder-num to ITEM-REORDER-POINT
                        rewrite ITEM-RECORD
                        move "Y" to IM-accepted
                        move IM-old-reorder to IM-old-stock-display
                        move IM-reorder-num to IM-stock-display
                        move spaces to IM-audit-change
                        string IM-req-code delimited by size
                               " reorder point " delimited by size
                               function trim(IM-old-stock-display)
                               delimited by size
                               " -> " delimited by size
                               function trim(IM-stock-display)
                               delimited by size
                          into IM-audit-change
                        move "reorder point changed" to IM-result-line
                end-read
                close ITEM-FILE
            end-if.

        5000-LOOKUP-ITEM.
            move "N" to IM-item-found
            open input ITEM-FILE
      * price that was never wrong.
                move function trim(IM-price-display) to IM-req-price
                move ITEM-ACTIVE to IM-req-active
                move ITEM-QTY-ON-HAND to IM-on-hand
                move ITEM-REORDER-POINT to IM-reorder-num
                move "item shown as on the master" to IM-result-line
            else
                move "no such item on the item master" to IM-reason
      * the maintenance form doubles as the rejection page, same
      * echo-back shape as /custmaint.
        6000-BUILD-MAINT-PAGE.
            move 10 to COW-vars-count
            move "pagetitle" to COW-varname(1)
            move "Item maintenance" to COW-varvalue(1)
            move "reason" to COW-varname(2)
            move IM-req-active to COW-varvalue(7)
            move "sessionid" to COW-varname(8)
            move COW-session-id to COW-varvalue(8)
            move "onhand" to COW-varname(9)
            move IM-on-hand to IM-stock-display
            move IM-stock-display to COW-varvalue(9)
      * echoed trimmed for the same reason as the list price: a
      * lookup-then-setreorder round trip must pass the digit scan.
            move "reorderpt" to COW-varname(10)
            if IM-req-reorder = spaces or IM-accepted = "Y"
                or function trim(IM-req-action) = "lookup"
                move IM-reorder-num to IM-stock-display
                move function trim(IM-stock-display)
                    to COW-varvalue(10)
            else
                move IM-req-reorder to COW-varvalue(10)
            end-if
            move "N" to COW-call-mode
            move 3 to COW-template-count
            move "header.cow" to COW-templates(1)
