      *    skips rows already counted into on-hand.
           05  RCP-STATUS                 PIC X(02).
               88  RCP-STATUS-POSTED           VALUE "PD".
      *    the supplier's lot and expiration date from the receipt
      *    label; the lot is left blank for a product that is not
      *    lot-controlled and the expiry zero when the lot does
      *    not expire.
           05  RCP-LOT-NUMBER             PIC X(12).
           05  RCP-EXPIRY-DATE            PIC 9(08).
