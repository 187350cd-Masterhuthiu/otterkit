      *-----------------------------------------------------------*
      *  QUOTREC.cpy                                              *
      *  One customer quotation on the indexed QUOTFILE, keyed by    *
      *  the quote number QUOTENT assigns from the NUMCTL QUOTENO     *
      *  counter.  The lines carry the unit prices TakeOrder priced    *
      *  the quote at - the prices a conversion holds the order to.    *
      *  Tax and freight are the estimate as of the quote date; the    *
      *  order works its own out when it posts.                        *
      *-----------------------------------------------------------*
       01  QUOTATION-RECORD.
           05  QUO-QUOTE-NO               PIC 9(08).
           05  QUO-CUST-ID                PIC X(06).
           05  QUO-SHIP-TO-CODE           PIC X(04).
           05  QUO-SHIP-VIA               PIC X(04).
           05  QUO-SALESPERSON-ID         PIC X(04).
           05  QUO-QUOTE-DATE             PIC 9(08).
      *    the last day the quote may convert.
           05  QUO-EXPIRY-DATE            PIC 9(08).
      *    an open quote past its expiry date is expired - the date
      *    decides, the status is never restamped.
           05  QUO-STATUS                 PIC X(02).
               88  QUO-STATUS-OPEN             VALUE "OP".
               88  QUO-STATUS-CONVERTED        VALUE "CV".
           05  QUO-DISCOUNT-PCT           PIC 9(03)V99.
           05  QUO-MERCH-TOTAL            PIC S9(09)V99.
           05  QUO-TAX-AMOUNT             PIC S9(07)V99.
           05  QUO-FREIGHT-AMOUNT         PIC S9(07)V99.
      *    set when the quote converts - the day, and the TRANFILE
      *    key the order was written under.
           05  QUO-CONVERTED-DATE         PIC 9(08).
           05  QUO-CONVERT-TRAN-KEY       PIC X(08).
           05  QUO-LINE-COUNT             PIC 9(03) COMP.
           05  QUO-LINE OCCURS 10 TIMES
                       INDEXED BY QUO-LINE-IDX.
               10  QUO-PRODUCT-ID         PIC X(06).
               10  QUO-WAREHOUSE-ID       PIC X(04).
               10  QUO-QTY-QUOTED         PIC 9(05) COMP.
               10  QUO-UNIT-PRICE         PIC 9(07)V99.
               10  QUO-EXTENDED-AMOUNT    PIC S9(09)V99.
      *        which price won the line (ORD-PRICE-SOURCE codes),
      *        and the supervisor behind an override-priced one.
               10  QUO-PRICE-SOURCE       PIC X(01).
               10  QUO-AUTH-CODE          PIC X(06).
