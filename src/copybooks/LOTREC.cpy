      *-----------------------------------------------------------*
      *  LOTREC.cpy                                               *
      *  One lot of a product in one warehouse, keyed product /     *
      *  warehouse / lot number on the indexed LOTFILE.  RECVPOST    *
      *  opens the lot from the dock receipt with the supplier's     *
      *  expiration date; every issue through LOTIO draws the        *
      *  first-expiring lots down first.  PROD-QTY-ON-HAND stays     *
      *  the warehouse total - stock received without a lot number   *
      *  (lines that are not date-sensitive, and stock on hand       *
      *  before lots were kept) is the part of it no lot explains.    *
      *-----------------------------------------------------------*
       01  LOT-BALANCE-RECORD.
           05  LOT-KEY.
               10  LOT-PRODUCT-ID         PIC X(06).
               10  LOT-WAREHOUSE-ID       PIC X(04).
               10  LOT-NUMBER             PIC X(12).
      *    zero when the lot does not expire.
           05  LOT-EXPIRY-DATE            PIC 9(08).
           05  LOT-RECEIVED-DATE          PIC 9(08).
           05  LOT-QTY-RECEIVED           PIC S9(07) COMP.
           05  LOT-QTY-ON-HAND            PIC S9(07) COMP.
