               88  SCF-TYPE-PICKED             VALUE "P".
               88  SCF-TYPE-SHIPPED            VALUE "S".
           05  SCF-CONF-DATE              PIC 9(08).
      *    the carrier's tracking number for the shipment, spaces
      *    when the warehouse system has none to send.
           05  SCF-TRACKING-NO            PIC X(20).
