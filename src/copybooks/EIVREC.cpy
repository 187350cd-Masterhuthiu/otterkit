      *-----------------------------------------------------------*
      *  EIVREC.cpy                                               *
      *  One outbound EDI invoice or credit-memo document, built    *
      *  by EDIINV from an INVFILE billing document for an EDI       *
      *  customer and appended to the partner-keyed EDIINVF file     *
      *  the comms process picks up.  The document quotes the        *
      *  partner's own PO number from EDIDONE and maps our product    *
      *  codes back to the partner's part numbers through EDIXREF.    *
      *  A credit memo carries no lines - it points at the original   *
      *  invoice it reverses, exactly as INVFILE does.                *
      *-----------------------------------------------------------*
       01  EDI-INVOICE-DOCUMENT.
           05  EIV-PARTNER-ID             PIC X(08).
      *    spaces when the order was keyed here rather than
      *    translated from the partner's own document.
           05  EIV-PARTNER-PO-NO          PIC X(10).
           05  EIV-PARTNER-PO-DATE        PIC 9(08).
           05  EIV-DOC-TYPE               PIC X(02).
               88  EIV-TYPE-INVOICE            VALUE "IN".
               88  EIV-TYPE-CREDIT-MEMO        VALUE "CM".
           05  EIV-INVOICE-NO             PIC 9(08).
           05  EIV-ORIG-INVOICE-NO        PIC 9(08).
           05  EIV-INVOICE-DATE           PIC 9(08).
           05  EIV-ORDER-NO               PIC X(08).
      *    the partner's store number the order shipped to.
           05  EIV-SHIP-TO-CODE           PIC X(04).
           05  EIV-DISCOUNT-PCT           PIC 9(03)V99.
           05  EIV-DOC-AMOUNT             PIC S9(09)V99.
           05  EIV-TAX-AMOUNT             PIC S9(07)V99.
           05  EIV-FREIGHT-AMOUNT         PIC S9(07)V99.
           05  EIV-LINE-COUNT             PIC 9(03) COMP.
           05  EIV-LINE OCCURS 50 TIMES
                       INDEXED BY EIV-LINE-IDX.
               10  EIV-PARTNER-PART-NO    PIC X(15).
               10  EIV-QTY                PIC 9(05) COMP.
               10  EIV-UNIT-PRICE         PIC 9(07)V99.
               10  EIV-EXTENDED-AMOUNT    PIC S9(09)V99.
