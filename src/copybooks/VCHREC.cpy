      *-----------------------------------------------------------*
      *  VCHREC.cpy                                               *
      *  One approved accounts-payable voucher, appended to         *
      *  VCHFILE by APMATCH for every supplier-invoice line that    *
      *  matched its PO line and the quantity received, numbered    *
      *  from the NUMCTL "VOUCHER" counter.  The accrued amount is  *
      *  the matched quantity at the value RECVPOST received it at  *
      *  - the product's unit cost when the receipt posted, which   *
      *  is what the GL extract put into inventory and the          *
      *  receipts accrual - and the variance is whatever the        *
      *  invoice differs from it, PO cost differences included.    *
      *  Due date is the invoice date plus the PO's payment terms.  *
      *-----------------------------------------------------------*
       01  VOUCHER-RECORD.
           05  VCH-VOUCHER-NO             PIC 9(08).
           05  VCH-VOUCHER-DATE           PIC 9(08).
           05  VCH-VENDOR-ID              PIC X(06).
           05  VCH-INVOICE-NO             PIC X(12).
           05  VCH-INVOICE-DATE           PIC 9(08).
           05  VCH-DUE-DATE               PIC 9(08).
           05  VCH-PO-NUMBER              PIC X(08).
           05  VCH-PO-LINE-NO             PIC 9(03).
           05  VCH-PRODUCT-ID             PIC X(06).
           05  VCH-QTY-INVOICED           PIC 9(05) COMP.
           05  VCH-UNIT-PRICE             PIC 9(07)V99.
           05  VCH-PO-UNIT-COST           PIC 9(07)V99.
           05  VCH-INVOICE-AMOUNT         PIC S9(09)V99.
           05  VCH-ACCRUED-AMOUNT         PIC S9(09)V99.
           05  VCH-VARIANCE-AMOUNT        PIC S9(09)V99.
      *    "Y" when purchasing keyed the approval on an invoice
      *    line that was outside tolerance.
           05  VCH-OVERRIDE-SWITCH        PIC X(01).
               88  VCH-OVERRIDDEN              VALUE "Y".
      *    "Y" once the GL extract has journalized the voucher -
      *    the AP-mode extract picks up whatever is unflagged.
           05  VCH-JOURNAL-SWITCH         PIC X(01).
               88  VCH-JOURNALIZED             VALUE "Y".
           05  VCH-STATUS                 PIC X(02).
               88  VCH-STATUS-OPEN             VALUE "OP".
