      * since the last close and the live order file stops growing
      * forever.  The fields after the billed date are the line's
      * ORDLINEX fields as they stood when billed.
      *
      * the same file carries the credit notes each close settles
      * (copybooks/CREDITNT.cpy), one row per credit with
      * OH-REC-TYPE "C": the billed date is the close that put the
      * credit on a statement, line/item/order/price are the billed
      * line it credits, OH-QTY the qty returned, entry date and
      * user the credit's own, and the credit fields below say how
      * much, why, and which billing of the line it was against.
      * Rows written before credits existed read back with spaces
      * in the type and are billed lines.
       01  ORDER-HIST-RECORD.
           03  OH-BILLED-DATE          pic x(8).
           03  OH-CUST-ID              pic x(10).
           03  OH-ORDER-NO             pic 9(8).
           03  OH-ENTRY-DATE           pic x(8).
           03  OH-ENTRY-USER           pic x(32).
           03  OH-REC-TYPE             pic x.
               88  OH-IS-BILLED-LINE               values "B" " ".
               88  OH-IS-CREDIT-NOTE               value "C".
           03  OH-CREDIT-VALUE         pic 9(8)v99.
           03  OH-ORIG-BILLED-DATE     pic x(8).
           03  OH-CREDIT-REASON        pic x(30).
