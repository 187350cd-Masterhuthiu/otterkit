      *-----------------------------------------------------------*
      *  EDSREC.cpy                                               *
      *  Outbound EDI invoice sent-log, keyed by invoice number.    *
      *  EDIINV writes one row per billing document it puts on       *
      *  EDIINVF and skips any document already here, so a rerun     *
      *  sends only what the last run missed and a partner never      *
      *  receives the same invoice or credit memo twice.              *
      *-----------------------------------------------------------*
       01  EDI-SENT-RECORD.
           05  EDS-INVOICE-NO             PIC 9(08).
           05  EDS-DOC-TYPE               PIC X(02).
           05  EDS-PARTNER-ID             PIC X(08).
           05  EDS-PARTNER-PO-NO          PIC X(10).
           05  EDS-SENT-DATE              PIC 9(08).
