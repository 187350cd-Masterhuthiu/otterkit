      *-----------------------------------------------------------*
      *  LOTPRM.cpy                                               *
      *  Parameter area passed to the LOTIO lot module with the      *
      *  request code.  LIO-QTY is the quantity asked for;           *
      *  LIO-QTY-DONE comes back as the part of it lots covered       *
      *  (the rest is stock no lot explains).                          *
      *-----------------------------------------------------------*
       01  LOT-IO-PARMS.
           05  LIO-DOC-TYPE               PIC X(01).
               88  LIO-DOC-ORDER               VALUE "O".
               88  LIO-DOC-TRANSFER            VALUE "T".
               88  LIO-DOC-COUNT               VALUE "C".
           05  LIO-DOC-NO                 PIC X(08).
           05  LIO-PRODUCT-ID             PIC X(06).
           05  LIO-WAREHOUSE-ID           PIC X(04).
           05  LIO-TO-WAREHOUSE-ID        PIC X(04).
           05  LIO-LOT-NUMBER             PIC X(12).
           05  LIO-EXPIRY-DATE            PIC 9(08).
           05  LIO-QTY                    PIC S9(07) COMP.
           05  LIO-QTY-DONE               PIC S9(07) COMP.
           05  LIO-STATUS                 PIC X(02).
