      *  matches every dock receipt against an open line here -      *
      *  an over-receipt or a wrong product goes to the exception    *
      *  report instead of into stock.  A PO closes once every       *
      *  line has received its ordered quantity.  Each PO is for     *
      *  one vendor, carries the vendor's terms and the expected     *
      *  receipt date, and prices every line at the vendor cost.     *
      *  APMATCH works each line's invoiced quantity up as the       *
      *  vendor's invoices are matched and vouchered, relieving      *
      *  the receipts accrual at the value the receipts carried.     *
      *-----------------------------------------------------------*
       01  PURCHASE-ORDER-RECORD.
           05  PO-NUMBER                  PIC X(08).
               88  PO-STATUS-OPEN              VALUE "OP".
               88  PO-STATUS-CLOSED            VALUE "CL".
           05  PO-LINE-COUNT              PIC 9(03) COMP.
           05  PO-VENDOR-ID               PIC X(06).
           05  PO-TERMS-CODE              PIC X(03).
           05  PO-EXPECTED-DATE           PIC 9(08).
           05  PO-DETAIL-LINE OCCURS 20 TIMES
                       INDEXED BY PO-LINE-IDX.
               10  PO-PRODUCT-ID          PIC X(06).
               10  PO-WAREHOUSE-ID        PIC X(04).
               10  PO-QTY-ORDERED         PIC 9(05) COMP.
               10  PO-QTY-RECEIVED        PIC 9(05) COMP.
               10  PO-VENDOR-PART-NO      PIC X(20).
               10  PO-UNIT-COST           PIC 9(07)V99.
      *        what supplier invoices have vouchered against the
      *        line so far - APMATCH will not pay for it twice.
               10  PO-QTY-INVOICED        PIC 9(05) COMP.
      *        what the line's receipts put into inventory and the
      *        receipts accrual - each receipt at the product's unit
      *        cost when RECVPOST posted it, as the GL extract
      *        values it - and how much of that APMATCH vouchers
      *        have relieved, so the accrual clears to the penny.
               10  PO-RECEIVED-VALUE      PIC S9(09)V99.
               10  PO-ACCRUAL-RELIEVED    PIC S9(09)V99.
