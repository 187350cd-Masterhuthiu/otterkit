      *-----------------------------------------------------------*
      *  VNDREC.cpy                                               *
      *  Vendor master record on the indexed VNDMAST file,          *
      *  maintained through MSTMAINT like the other masters.  A     *
      *  product names its primary vendor (PROD-VENDOR-ID) and      *
      *  POGEN raises one purchase order per vendor, dated          *
      *  VND-LEAD-TIME-DAYS out, from the address printed here.     *
      *-----------------------------------------------------------*
       01  VENDOR-MASTER-RECORD.
           05  VND-ID                     PIC X(06).
           05  VND-NAME                   PIC X(30).
           05  VND-ADDRESS.
               10  VND-ADDR-LINE1         PIC X(30).
               10  VND-ADDR-LINE2         PIC X(30).
               10  VND-ADDR-CITY          PIC X(20).
               10  VND-ADDR-STATE         PIC X(02).
               10  VND-ADDR-ZIP           PIC X(10).
           05  VND-PHONE                  PIC X(12).
      *    calendar days from the PO date to the expected receipt.
           05  VND-LEAD-TIME-DAYS         PIC 9(03).
      *    the TERMFILE payment-terms code the vendor bills us on.
           05  VND-TERMS-CODE             PIC X(03).
      *    the smallest PO value the vendor will accept - POGEN
      *    still raises a smaller order but flags it for the buyer.
           05  VND-MIN-ORDER-AMOUNT       PIC 9(07)V99.
           05  VND-STATUS                 PIC X(02).
               88  VND-STATUS-ACTIVE           VALUE "AC".
               88  VND-STATUS-INACTIVE         VALUE "IN".
