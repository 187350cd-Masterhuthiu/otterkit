      *-----------------------------------------------------------*
      *  PTPREC.cpy                                               *
      *  One promise to pay, keyed by the collector from the        *
      *  COLLWORK worklist call: the customer (and the invoice       *
      *  when the promise covers one invoice - zero means the        *
      *  account), the date of the contact, the amount and the       *
      *  date the customer promised, and the collector's note.       *
      *  PTPCHECK stamps the row once the promised date (plus the    *
      *  grace for bank float) has passed - kept when the cash       *
      *  posted by CASHAPP covers the promise, broken when it does   *
      *  not - and COLLWORK puts a broken promise back on the        *
      *  next worklist.                                              *
      *-----------------------------------------------------------*
       01  PROMISE-TO-PAY-RECORD.
           05  PTP-CUST-ID                PIC X(06).
           05  PTP-INVOICE-NO             PIC 9(08).
           05  PTP-COLLECTOR-ID           PIC X(04).
           05  PTP-CONTACT-DATE           PIC 9(08).
           05  PTP-PROMISED-AMOUNT        PIC S9(09)V99.
           05  PTP-PROMISED-DATE          PIC 9(08).
           05  PTP-NOTE                   PIC X(40).
      *    stamped by PTPCHECK - the cash counted against the
      *    promise and the day it was judged.
           05  PTP-PAID-AMOUNT            PIC S9(09)V99.
           05  PTP-CHECKED-DATE           PIC 9(08).
           05  PTP-STATUS                 PIC X(02).
               88  PTP-STATUS-OPEN             VALUE "  ".
               88  PTP-STATUS-KEPT             VALUE "KP".
               88  PTP-STATUS-BROKEN           VALUE "BR".
