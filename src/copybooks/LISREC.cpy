      *-----------------------------------------------------------*
      *  LISREC.cpy                                               *
      *  One lot issued against one document line - an order line    *
      *  (product and warehouse on the order), the sending leg of    *
      *  a stock transfer, or a cycle-count shortage written off     *
      *  (document number the count date) - keyed on the indexed     *
      *  LOTISSUE file.  A line filled from several lots has a row   *
      *  per lot.  LOTIO writes the rows as stock is issued and      *
      *  counts stock put back (a cancel, amendment or return)       *
      *  against them, so the issued quantity is never lost to the   *
      *  recall trace.                                               *
      *-----------------------------------------------------------*
       01  LOT-ISSUE-RECORD.
           05  LIS-KEY.
               10  LIS-DOC-TYPE           PIC X(01).
                   88  LIS-DOC-ORDER           VALUE "O".
                   88  LIS-DOC-TRANSFER        VALUE "T".
                   88  LIS-DOC-COUNT           VALUE "C".
               10  LIS-DOC-NO             PIC X(08).
               10  LIS-PRODUCT-ID         PIC X(06).
               10  LIS-WAREHOUSE-ID       PIC X(04).
               10  LIS-LOT-NUMBER         PIC X(12).
           05  LIS-EXPIRY-DATE            PIC 9(08).
           05  LIS-ISSUE-DATE             PIC 9(08).
           05  LIS-QTY-ISSUED             PIC S9(07) COMP.
           05  LIS-QTY-RESTORED           PIC S9(07) COMP.
