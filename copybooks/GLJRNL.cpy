      * GLJRNL - the general-ledger journal file handed to the
      * finance system each day by runtime/cowglext.cbl
      * (output/gljrnl.yyyymmdd.dat, fixed 80-byte records).  One
      * header record, one detail record per account, currency and
      * side with anything posted to it that day, and one trailer
      * carrying the detail record count and the debit and credit
      * control totals - finance rejects a file whose trailer
      * doesn't add up or whose two totals differ.
      *
      * accounts, as agreed with finance:
      *   1200  trade receivables (billed to the customer)
      *   1250  unbilled orders (posted, not yet on a statement)
      *   4000  sales
      *   4050  sales adjustments (order lines amended or cancelled)
      *   4100  sales returns (credit notes settled at a close)
      * amounts are base currency, as the books are kept; the
      * currency is the customer's statement currency (CUST-CCY,
      * spaces for base) so finance can analyse by it.
       01  GL-HEADER-RECORD.
           03  GL-HDR-REC-TYPE         pic x.
               88  GL-IS-HEADER                    value "H".
           03  GL-HDR-SOURCE           pic x(8).
           03  GL-HDR-JOURNAL-DATE     pic x(8).
           03  GL-HDR-RUN-DATE         pic x(8).
           03  GL-HDR-RUN-TIME         pic x(6).
           03  filler                  pic x(49).
       01  GL-DETAIL-RECORD.
           03  GL-DTL-REC-TYPE         pic x.
               88  GL-IS-DETAIL                    value "D".
           03  GL-DTL-JOURNAL-DATE     pic x(8).
           03  GL-DTL-ACCOUNT          pic x(4).
           03  GL-DTL-CCY              pic x(3).
           03  GL-DTL-SIDE             pic x.
               88  GL-DTL-IS-DEBIT                 value "D".
               88  GL-DTL-IS-CREDIT                value "C".
           03  GL-DTL-AMOUNT           pic 9(11)v99.
           03  GL-DTL-POSTINGS         pic 9(5).
           03  GL-DTL-DESC             pic x(30).
           03  filler                  pic x(15).
       01  GL-TRAILER-RECORD.
           03  GL-TRL-REC-TYPE         pic x.
               88  GL-IS-TRAILER                   value "T".
           03  GL-TRL-JOURNAL-DATE     pic x(8).
           03  GL-TRL-RECORD-COUNT     pic 9(7).
           03  GL-TRL-DEBIT-TOTAL      pic 9(13)v99.
           03  GL-TRL-CREDIT-TOTAL     pic 9(13)v99.
           03  filler                  pic x(34).
