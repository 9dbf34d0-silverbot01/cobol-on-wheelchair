           03  ORD-CUST-ID             pic x(10).
           03  ORD-DATE                pic x(8).
           03  ORD-TOTAL               pic 9(9)v99.
      * OPEN orders bill at the next statement like always.  A
      * header file written before orders could be held has the
      * shorter record without these fields and must be converted
      * (jcl/COWHDRCV.jcl) before anything reads it with this
      * layout; the conversion marks every old header OPEN.  HELD is
      * an order the credit check at posting stopped: its lines sit
      * on the order file but cowstmt won't bill them until a
      * supervisor on /holdqueue RELEASEs the order, or REJECTs it
      * and its lines are cancelled off the order file.  The review
      * fields say who decided, and when.
           03  ORD-STATUS              pic x(8).
               88  ORD-IS-OPEN                     values "OPEN" " ".
               88  ORD-IS-HELD                     value "HELD".
               88  ORD-IS-RELEASED                 value "RELEASED".
               88  ORD-IS-REJECTED                 value "REJECTED".
           03  ORD-REVIEW-USER         pic x(32).
           03  ORD-REVIEW-DATE         pic x(8).
