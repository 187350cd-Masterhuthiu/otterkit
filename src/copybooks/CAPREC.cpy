      *-----------------------------------------------------------*
      *  CAPREC.cpy                                               *
      *  One cash application - a remittance CASHAPP applied to     *
      *  an invoice, appended to CASHAPPL through CAPWRIT with the   *
      *  cash and any early-payment discount the remittance         *
      *  earned.  A check covering several invoices leaves one      *
      *  row per invoice under the same remittance reference.       *
      *  NSFREV finds the rows again when the bank returns the      *
      *  check, backs them out and stamps them reversed.            *
      *-----------------------------------------------------------*
       01  CASH-APPLICATION-RECORD.
           05  CAP-REMIT-REF              PIC X(10).
           05  CAP-CUST-ID                PIC X(06).
           05  CAP-INVOICE-NO             PIC 9(08).
           05  CAP-PAYMENT-DATE           PIC 9(08).
           05  CAP-POSTED-DATE            PIC 9(08).
           05  CAP-CASH-AMOUNT            PIC S9(09)V99.
           05  CAP-DISCOUNT-AMOUNT        PIC S9(07)V99.
      *    the date the bank returned the item - zero until then.
           05  CAP-RETURN-DATE            PIC 9(08).
           05  CAP-STATUS                 PIC X(02).
               88  CAP-STATUS-APPLIED          VALUE "AP".
               88  CAP-STATUS-REVERSED         VALUE "RV".
