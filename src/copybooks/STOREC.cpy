      *-----------------------------------------------------------*
      *  STOREC.cpy                                               *
      *  One standing order on the indexed STDORD file, keyed by    *
      *  the four-character standing-order number the maintenance   *
      *  desk assigns, maintained through MSTMAINT like the other   *
      *  masters.  STOGEN writes one TRANFILE order from it on       *
      *  every day it falls due between the start and end dates,     *
      *  keyed S + order number + generation number, so a rerun       *
      *  regenerates the same key and TRANXREF refuses it.            *
      *-----------------------------------------------------------*
       01  STANDING-ORDER-RECORD.
           05  STO-ORDER-NO               PIC X(04).
           05  STO-CUST-ID                PIC X(06).
      *    blank ships to the bill-to address, as on an order.
           05  STO-SHIP-TO-CODE           PIC X(04).
           05  STO-SHIP-VIA               PIC X(04).
      *    weekly and every-two-weeks fall on the start date's
      *    weekday; monthly falls on the start date's day of the
      *    month, or the month's last day when the month is short.
           05  STO-FREQUENCY              PIC X(01).
               88  STO-FREQ-WEEKLY             VALUE "W".
               88  STO-FREQ-BIWEEKLY           VALUE "B".
               88  STO-FREQ-MONTHLY            VALUE "M".
           05  STO-START-DATE             PIC 9(08).
      *    zero runs until the order is suspended or deleted.
           05  STO-END-DATE               PIC 9(08).
           05  STO-STATUS                 PIC X(02).
               88  STO-STATUS-ACTIVE           VALUE "AC".
               88  STO-STATUS-SUSPENDED        VALUE "SU".
      *    the last run date STOGEN generated for and the number
      *    that generation carried in its transaction key.
           05  STO-LAST-GEN-DATE          PIC 9(08).
           05  STO-GENERATION-NO          PIC 9(03).
           05  STO-LINE-COUNT             PIC 9(03) COMP.
           05  STO-LINE OCCURS 10 TIMES
                       INDEXED BY STO-LINE-IDX.
               10  STO-PRODUCT-ID         PIC X(06).
               10  STO-WAREHOUSE-ID       PIC X(04).
               10  STO-QTY-ORDERED        PIC 9(05) COMP.
