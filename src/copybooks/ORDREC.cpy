      *        Billing, credit and statements stay on the one
      *        real customer.
               10  ORD-SHIP-TO-CODE        PIC X(04).
      *        ORD-TRACKING-NO is the carrier's tracking number,
      *        posted from the shipment confirmation feed - spaces
      *        until the carrier has the goods.
               10  ORD-TRACKING-NO         PIC X(20).
           05  ORD-DETAIL-LINE OCCURS 50 TIMES
                       INDEXED BY ORD-LINE-IDX.
               10  ORD-PRODUCT-ID          PIC X(06).
      *        override-priced line, spaces otherwise - the daily
      *        override register totals margin given away by it.
               10  ORD-AUTH-CODE           PIC X(06).
      *        ORD-UNIT-COST is the product's unit cost frozen at
      *        pricing time - a later cost change never rewrites
      *        the margin an order was actually taken at.  Zero on
      *        a line taken before products carried a cost.
               10  ORD-UNIT-COST           PIC 9(07)V99.
