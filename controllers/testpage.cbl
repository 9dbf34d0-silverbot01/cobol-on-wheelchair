                organization indexed
                access mode random
                record key is CUST-ID
                alternate record key is CUST-NAME
                    with duplicates
                file status is TP-customer-status.
            select ORDER-LINE-FILE assign to "data/orderlines.idx"
                organization indexed
                access mode dynamic
                record key is OL-IX-KEY
                alternate record key is OL-IX-ORDER-NO
                    with duplicates
                alternate record key is OL-IX-ENTRY-DATE
                    with duplicates
                file status is TP-orderline-status.

        data division.
