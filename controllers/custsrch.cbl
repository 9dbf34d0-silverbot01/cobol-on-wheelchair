      * see copybooks/COWROUTES.cpy for the path this controller
      * answers to.
      *
      * customer search: a name-prefix filter ("name") and/or a
      * status filter ("status") in COW-req-params.  A name filter
      * positions straight to the prefix on the CUST-NAME alternate
      * key and reads only the names that start with it; a status
      * filter alone still judges the whole master.  Hits are
      * rendered as the "matches" repeat
      * block with a link per row through to /test for that
      * customer.  COW-rows caps a rowset at 50, so results are
      * paged: a "page" parameter picks the 50-row window, the
      * template carries previous/next links built here, and a
      * "showing X of Y matches" line keeps a 300-hit search for
      * "A" honest about what's on screen.

        environment division.
        input-output section.
                organization indexed
                access mode dynamic
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is SR-customer-status.

        data division.
        01  SR-total-matches          pic 9(7)    value 0.
        01  SR-shown-count            pic 9(2)    value 0.
        01  SR-name-len               pic 9(3)    value 0.
        01  SR-is-match               pic x       value "N".
        01  SR-digit-ok               pic x       value "Y".
        01  SR-scan-idx               pic 9(3)    value 0.
            compute SR-name-len =
                    function length(function trim(SR-name-filter)).

      * one pass over the master (or, with a name filter, over just
      * the run of names starting with it): every record is judged
      * against both filters, the total climbs for the "of Y" line,
      * and only matches that fall inside this page's window become
      * rows - so the rowset can never overrun its 50 slots however
            open input CUSTOMER-FILE
            evaluate true
                when SR-customer-status = "00"
                    if SR-name-len > 0
                        perform 2050-START-AT-PREFIX
                    end-if
                    perform until SR-customer-eof = "Y"
                        read CUSTOMER-FILE next
                            at end move "Y" to SR-customer-eof
                    move "Y" to SR-master-down
            end-evaluate.

      * names sort in key order, so the first name past the prefix
      * ends the search; no name at or after it means no matches.
        2050-START-AT-PREFIX.
            move SR-name-filter to CUST-NAME
            start CUSTOMER-FILE key is not less than CUST-NAME
                invalid key move "Y" to SR-customer-eof
            end-start.

        2100-JUDGE-ONE-CUSTOMER.
            move "Y" to SR-is-match
            if SR-name-len > 0
                and CUST-NAME(1:SR-name-len)
                    not = SR-name-filter(1:SR-name-len)
                move "N" to SR-is-match
                move "Y" to SR-customer-eof
            end-if
            if SR-status-filter not = spaces
                and CUST-STATUS not = SR-status-filter
