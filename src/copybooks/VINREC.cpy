      *-----------------------------------------------------------*
      *  VINREC.cpy                                               *
      *  One supplier-invoice line, keyed by accounts payable from  *
      *  the vendor's paper invoice - the invoice number and date,  *
      *  the PO and PO line it bills (the LN printed on the PO      *
      *  document), the quantity and the price the vendor charged.  *
      *  APMATCH proves each line against the PO line and what      *
      *  RECVPOST received, and stamps the row vouchered or held    *
      *  as an exception.  Purchasing resolves an exception by      *
      *  keying the approval switch "Y" on the row, after which     *
      *  the next match run vouchers it as invoiced.                *
      *-----------------------------------------------------------*
       01  VENDOR-INVOICE-RECORD.
           05  VIN-VENDOR-ID              PIC X(06).
           05  VIN-INVOICE-NO             PIC X(12).
           05  VIN-INVOICE-DATE           PIC 9(08).
           05  VIN-PO-NUMBER              PIC X(08).
           05  VIN-PO-LINE-NO             PIC 9(03).
      *    our product id as printed on the PO document - blank
      *    when the vendor's invoice only shows their part number.
           05  VIN-PRODUCT-ID             PIC X(06).
           05  VIN-QTY-INVOICED           PIC 9(05) COMP.
           05  VIN-UNIT-PRICE             PIC 9(07)V99.
           05  VIN-APPROVE-SWITCH         PIC X(01).
               88  VIN-APPROVED                VALUE "Y".
           05  VIN-STATUS                 PIC X(02).
               88  VIN-STATUS-NEW              VALUE "  ".
               88  VIN-STATUS-EXCEPTION        VALUE "EX".
               88  VIN-STATUS-VOUCHERED        VALUE "VC".
