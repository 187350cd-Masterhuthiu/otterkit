               88  INV-TYPE-INVOICE            VALUE "IN".
               88  INV-TYPE-CREDIT-MEMO        VALUE "CM".
           05  INV-ORDER-NO               PIC X(08).
      *        a volume-rebate credit memo (REBSETL) answers to no
      *        order and no original invoice.
               88  INV-REBATE-CREDIT           VALUE "REBATE".
           05  INV-ORIG-INVOICE-NO        PIC 9(08).
           05  INV-CUST-ID                PIC X(06).
           05  INV-INVOICE-DATE           PIC 9(08).
