        identification division.
        program-id. cowstock.

      * stock mover shared by every program that changes what is on
      * the shelf, called as:
      *     call 'cowstock' using COW-STOCK-MOVE
      * (copybooks/COWSTOCK.cpy).  The item is read off the keyed
      * item master, ITEM-QTY-ON-HAND moved in or out and rewritten,
      * and only once the rewrite lands does the movement go out to
      * the journal (copybooks/STOCKMOV.cpy, data/stockmov.log) -
      * the same order ordamend keeps for its amendment journal.
      * An outward move bigger than what's on hand changes nothing
      * and comes back short; the caller decides whether that
      * refuses its whole transaction.  The master is opened and
      * closed on every call so no caller holds it between hits.

        environment division.
        input-output section.
        file-control.
            select ITEM-FILE assign to "data/item.idx"
                organization indexed
                access mode random
                record key is ITEM-CODE
                file status is SK-item-status.
            select STOCK-JOURNAL-FILE assign to "data/stockmov.log"
                organization line sequential
                file status is SK-journal-status.

        data division.
        file section.
        fd  ITEM-FILE.
        copy ITEMMAST.

        fd  STOCK-JOURNAL-FILE.
        copy STOCKMOV.

        working-storage section.

        01  SK-item-status            pic xx.
        01  SK-journal-status         pic xx.

        linkage section.

        copy COWSTOCK.

        procedure division using COW-STOCK-MOVE.

        0000-MAIN.
            move 0 to COW-stock-on-hand
      * on this file status 35 means the COWLOAD conversion hasn't
      * built the keyed master yet - no create-on-the-fly.
            open i-o ITEM-FILE
            if SK-item-status not = "00"
                set COW-stock-unavailable to true
            else
                move COW-stock-item to ITEM-CODE
                read ITEM-FILE
                    invalid key
                        set COW-stock-no-item to true
                    not invalid key
                        perform 1000-APPLY-MOVE
                end-read
                close ITEM-FILE
            end-if
            goback.

        1000-APPLY-MOVE.
            if COW-stock-is-out
                and COW-stock-qty > ITEM-QTY-ON-HAND
                move ITEM-QTY-ON-HAND to COW-stock-on-hand
                set COW-stock-short to true
            else
                if COW-stock-is-out
                    subtract COW-stock-qty from ITEM-QTY-ON-HAND
                else
                    add COW-stock-qty to ITEM-QTY-ON-HAND
                end-if
                rewrite ITEM-RECORD
                    invalid key
                        set COW-stock-unavailable to true
                    not invalid key
                        move ITEM-QTY-ON-HAND to COW-stock-on-hand
                        move "00" to COW-stock-status
                        perform 2000-WRITE-JOURNAL-LINE
                end-rewrite
            end-if.

      * open extend with the same status-35 fallback as
      * runtime/cowaudit.cbl, so the first movement ever creates
      * the journal and every later one appends to it.
        2000-WRITE-JOURNAL-LINE.
            open extend STOCK-JOURNAL-FILE
            if SK-journal-status = "35"
                open output STOCK-JOURNAL-FILE
            end-if
            if SK-journal-status = "00"
                move function current-date to SM-JRN-TIMESTAMP
                move COW-stock-user to SM-JRN-USER
                move COW-stock-reason to SM-JRN-REASON
                move COW-stock-item to SM-JRN-ITEM
                move COW-stock-direction to SM-JRN-DIRECTION
                move COW-stock-qty to SM-JRN-QTY
                move ITEM-QTY-ON-HAND to SM-JRN-ON-HAND
                move COW-stock-reference to SM-JRN-REFERENCE
                write STOCK-MOVE-RECORD
                close STOCK-JOURNAL-FILE
            end-if.

        end program cowstock.
