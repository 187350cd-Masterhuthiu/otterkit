      *-----------------------------------------------------------*
      *  QTRREC.cpy                                               *
      *  One quotation transaction for the quote-entry run QUOTENT: *
      *    Q - a new quote: the request keyed in QTR-REQUEST-AREA     *
      *        exactly as an order transaction (TRANREC) is keyed,     *
      *        and how many days it stays good                        *
      *    C - convert the quote in QTR-QUOTE-NO to an order on        *
      *        TRANFILE, held at the quoted prices                     *
      *-----------------------------------------------------------*
       01  QUOTE-TRANSACTION-RECORD.
           05  QTR-TRAN-TYPE              PIC X(01).
               88  QTR-NEW-QUOTE               VALUE "Q".
               88  QTR-CONVERT-QUOTE           VALUE "C".
      *    new quote: days the quote stays good, zero for the house
      *    default.
           05  QTR-VALID-DAYS             PIC 9(03).
      *    conversion: the quote to convert, and the customer's
      *    requested ship date for the order - zero ships now.
           05  QTR-QUOTE-NO               PIC 9(08).
           05  QTR-REQUEST-DATE           PIC 9(08).
      *    new quote: the ORDER-TRANSACTION-RECORD image.  Sized
      *    with room over the current TRANREC length, as the
      *    held-order suspense row is.
           05  QTR-REQUEST-AREA           PIC X(400).
