                       INDEXED BY PROD-WHSE-IDX.
               10  PROD-WAREHOUSE-ID      PIC X(04).
               10  PROD-QTY-ON-HAND       PIC S9(07) COMP.
      *    PROD-UNIT-COST is what one unit costs us - TakeOrder
      *    freezes it onto each order line when the line is priced,
      *    so the margin report sees the cost in force that day.
           05  PROD-UNIT-COST             PIC 9(07)V99.
      *    the primary vendor on VNDMAST that POGEN orders this
      *    product from, and that vendor's own part number for it -
      *    printed on the PO so the supplier can pick without a
      *    cross-reference.  The PO line is priced at PROD-UNIT-COST,
      *    the cost the primary vendor charges us.
           05  PROD-VENDOR-ID             PIC X(06).
           05  PROD-VENDOR-PART-NO        PIC X(20).
      *    PROD-SAFETY-STOCK is the buffer held against demand
      *    and lead-time variability - PROD-REORDER-POINT includes
      *    it.  Both are recalculated monthly by ROPCALC from sales
      *    history and the vendor lead time.
           05  PROD-SAFETY-STOCK          PIC 9(05) COMP.
      *    shipping weight of one unit in pounds, and how many units
      *    pack to a shipping carton - the carrier manifest and the
      *    bill of lading total a load from them.  A zero carton
      *    quantity ships each unit as its own carton.
           05  PROD-UNIT-WEIGHT           PIC 9(05)V99.
           05  PROD-CARTON-QTY            PIC 9(05) COMP.
