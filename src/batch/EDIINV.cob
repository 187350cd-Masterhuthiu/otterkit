       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIINV.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  EDIINV builds the outbound EDI invoice feed, so trading    *
      *  partners who send their orders through EDIINTAK get their   *
      *  invoices and credit memos the same way instead of on         *
      *  paper.  Every INVFILE billing document for a customer         *
      *  that bills a partner on EDIXREF is translated:                 *
      *    - the partner's original PO number and date come from         *
      *      EDIDONE, through the order's transaction key - an            *
      *      order keyed here instead goes out under the customer's        *
      *      partner with no PO, flagged on the register;                   *
      *    - our product codes map back to the partner's part               *
      *      numbers through EDIXREF, a substituted line through             *
      *      the product the partner originally ordered.                      *
      *  Documents append to EDIINVF for the comms process to pick            *
      *  up, and each one is recorded on the indexed EDISENT sent-             *
      *  log by invoice number.  A document already on the log is              *
      *  never sent again, so a rerun picks up only what the last               *
      *  run missed.  A document whose order is not on ORDFILE is                *
      *  held back on the register (RC=4) and retried next run; a                *
      *  volume-rebate credit memo has no order and goes out under                *
      *  the customer's partner with no PO.                                       *
      *  Documents older than the look-back window are never sent -               *
      *  the partner has long had the paper copy.  Run date defaults              *
      *  to today; a YYYYMMDD COMMAND-LINE parameter runs as of                   *
      *  another day.                                                             *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *   2026-10-15  JPS  A volume-rebate credit memo is sent without
      *                    an order instead of being held back.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT ORDER-MASTER-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ORDER-NO
               FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT EDI-DONE-FILE ASSIGN TO "EDIDONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EDD-DOC-KEY
               FILE STATUS IS WS-EDD-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "EDIXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRF-FILE-STATUS.
           SELECT SENT-LOG-FILE ASSIGN TO "EDISENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDS-INVOICE-NO
               FILE STATUS IS WS-EDS-FILE-STATUS.
           SELECT EDI-INVOICE-FILE ASSIGN TO "EDIINVF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EIV-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "EDIINVR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       COPY INVREC.

       FD  ORDER-MASTER-FILE.
       COPY ORDREC.

       FD  EDI-DONE-FILE.
       COPY EDIDONE.

       FD  XREF-FILE.
       COPY EDIXREF.

       FD  SENT-LOG-FILE.
       COPY EDSREC.

       FD  EDI-INVOICE-FILE.
       COPY EIVREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INV-FILE-STATUS           PIC X(02).
       01  WS-ORD-FILE-STATUS           PIC X(02).
       01  WS-EDD-FILE-STATUS           PIC X(02).
       01  WS-XRF-FILE-STATUS           PIC X(02).
       01  WS-EDS-FILE-STATUS           PIC X(02).
       01  WS-EIV-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-EDD-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-EDD-EOF                   VALUE "Y".
       01  WS-XRF-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-XRF-EOF                   VALUE "Y".
       01  WS-FOUND-SWITCH               PIC X(01).
           88  WS-ENTRY-FOUND                 VALUE "Y".

      *    a billing document dated more than this many days before
      *    the run date is never sent - it keeps the first run from
      *    flooding the partners with every invoice on file.
       77  WS-LOOKBACK-DAYS             PIC 9(03) COMP VALUE 30.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-RUN-DAY-NO                PIC 9(08) COMP.
       01  WS-DOC-DAY-NO                PIC 9(08) COMP.
       01  WS-LINE-NO                   PIC 9(03) COMP.
       01  WS-CUST-PARTNER-ID           PIC X(08).
       01  WS-WORK-PRODUCT-ID           PIC X(06).
       01  WS-MAPPED-PART-NO            PIC X(15).
       01  WS-NOTE                      PIC X(40).

      *-----------------------------------------------------------*
      *  the partner/part cross-reference, loaded once - the same
      *  rows EDIINTAK maps inbound, walked the other way.  A
      *  customer with a row here is an EDI customer.
      *-----------------------------------------------------------*
       01  WS-XREF-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-XREF-ROWS.
           05  WS-XR-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-XR-IDX.
               10  WS-XR-PARTNER-ID           PIC X(08).
               10  WS-XR-CUST-ID              PIC X(06).
               10  WS-XR-PART-NO              PIC X(15).
               10  WS-XR-PROD-ID              PIC X(06).

      *-----------------------------------------------------------*
      *  the translated documents, loaded once by transaction key -
      *  the order carries the key it was posted from.
      *-----------------------------------------------------------*
       01  WS-DONE-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-DONE-ROWS.
           05  WS-DN-ENTRY OCCURS 5000 TIMES
                       INDEXED BY WS-DN-IDX.
               10  WS-DN-TRAN-KEY             PIC X(08).
               10  WS-DN-PARTNER-ID           PIC X(08).
               10  WS-DN-PARTNER-PO-NO        PIC X(10).
               10  WS-DN-PARTNER-PO-DATE      PIC 9(08).

       01  WS-DOCS-READ-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-EDI-DOCS-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-SENT-INVOICE-COUNT        PIC 9(07) COMP VALUE 0.
       01  WS-SENT-CREDIT-COUNT         PIC 9(07) COMP VALUE 0.
       01  WS-NO-PO-COUNT               PIC 9(07) COMP VALUE 0.
       01  WS-ALREADY-SENT-COUNT        PIC 9(07) COMP VALUE 0.
       01  WS-TOO-OLD-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-HELD-BACK-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-SENT-AMOUNT               PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT               PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-TOTAL-AMOUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SEND-DOCUMENT THRU 2000-NEXT
               UNTIL WS-EOF
           PERFORM 9000-PRINT-TRAILER
           IF WS-INV-FILE-STATUS NOT = "35"
               CLOSE INVOICE-FILE
           END-IF
           CLOSE ORDER-MASTER-FILE SENT-LOG-FILE EDI-INVOICE-FILE
               REGISTER-FILE
           IF WS-HELD-BACK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:8) IS NUMERIC AND WS-PARM-DATA (1:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (1:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

           OPEN INPUT INVOICE-FILE
           IF WS-INV-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-INV-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN INVFILE - STATUS "
                       WS-INV-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ORDER-MASTER-FILE
           IF WS-ORD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ORDFILE - STATUS "
                   WS-ORD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SENT-LOG-FILE
           IF WS-EDS-FILE-STATUS = "35"
               OPEN OUTPUT SENT-LOG-FILE
               CLOSE SENT-LOG-FILE
               OPEN I-O SENT-LOG-FILE
           END-IF
           IF WS-EDS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EDISENT - STATUS "
                   WS-EDS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND EDI-INVOICE-FILE
           IF WS-EIV-FILE-STATUS = "35"
               OPEN OUTPUT EDI-INVOICE-FILE
               CLOSE EDI-INVOICE-FILE
               OPEN EXTEND EDI-INVOICE-FILE
           END-IF
           IF WS-EIV-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EDIINVF - STATUS "
                   WS-EIV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EDIINVR - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "OUTBOUND EDI INVOICE REGISTER FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PARTNER   PARTNER PO  TYPE  INVOICE   ORDER     "
               "        AMOUNT  NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1200-LOAD-XREF-TABLE
           PERFORM 1300-LOAD-DONE-TABLE
           IF NOT WS-EOF
               PERFORM 1100-READ-INVOICE
           END-IF.

       1100-READ-INVOICE.
           READ INVOICE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1200-LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE
           IF WS-XRF-FILE-STATUS = "35"
               SET WS-XRF-EOF TO TRUE
           ELSE
               IF WS-XRF-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EDIXREF - STATUS "
                       WS-XRF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1210-READ-XREF-ROW
               PERFORM 1220-STORE-XREF-ROW
                   UNTIL WS-XRF-EOF
               CLOSE XREF-FILE
           END-IF.

       1210-READ-XREF-ROW.
           READ XREF-FILE
               AT END
                   SET WS-XRF-EOF TO TRUE
           END-READ.

       1220-STORE-XREF-ROW.
      *    a row dropped here sends a partner our product code, or
      *    mails paper to a customer who is owed an EDI invoice -
      *    refuse to build the feed from a partial table instead.
           IF WS-XREF-COUNT >= 500
               DISPLAY "EDIINV - XREF TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-XREF-COUNT
           SET WS-XR-IDX TO WS-XREF-COUNT
           MOVE XRF-PARTNER-ID TO WS-XR-PARTNER-ID (WS-XR-IDX)
           MOVE XRF-CUST-ID TO WS-XR-CUST-ID (WS-XR-IDX)
           MOVE XRF-PARTNER-PART-NO TO WS-XR-PART-NO (WS-XR-IDX)
           MOVE XRF-PROD-ID TO WS-XR-PROD-ID (WS-XR-IDX)
           PERFORM 1210-READ-XREF-ROW.

      *-----------------------------------------------------------*
      *  1300-LOAD-DONE-TABLE keeps every translated document by
      *  its transaction key.  No EDIDONE yet means nothing was
      *  ever translated - every document goes out with no PO.
      *-----------------------------------------------------------*
       1300-LOAD-DONE-TABLE.
           OPEN INPUT EDI-DONE-FILE
           IF WS-EDD-FILE-STATUS = "35"
               SET WS-EDD-EOF TO TRUE
           ELSE
               IF WS-EDD-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN EDIDONE - STATUS "
                       WS-EDD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1310-READ-DONE-ROW
               PERFORM 1320-STORE-DONE-ROW
                   UNTIL WS-EDD-EOF
               CLOSE EDI-DONE-FILE
           END-IF.

       1310-READ-DONE-ROW.
           READ EDI-DONE-FILE NEXT RECORD
               AT END
                   SET WS-EDD-EOF TO TRUE
           END-READ.

       1320-STORE-DONE-ROW.
      *    a row dropped here sends the partner an invoice with no
      *    PO to match it to - refuse to run off the end instead.
           IF WS-DONE-COUNT >= 5000
               DISPLAY "EDIINV - EDIDONE TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DONE-COUNT
           SET WS-DN-IDX TO WS-DONE-COUNT
           MOVE EDD-TRAN-KEY TO WS-DN-TRAN-KEY (WS-DN-IDX)
           MOVE EDD-PARTNER-ID TO WS-DN-PARTNER-ID (WS-DN-IDX)
           MOVE EDD-PARTNER-PO-NO TO WS-DN-PARTNER-PO-NO (WS-DN-IDX)
           MOVE EDD-PARTNER-PO-DATE
               TO WS-DN-PARTNER-PO-DATE (WS-DN-IDX)
           PERFORM 1310-READ-DONE-ROW.

      *-----------------------------------------------------------*
      *  2000-SEND-DOCUMENT translates one billing document for an
      *  EDI customer that is not yet on the sent-log.
      *-----------------------------------------------------------*
       2000-SEND-DOCUMENT.
           ADD 1 TO WS-DOCS-READ-COUNT
           MOVE SPACES TO WS-CUST-PARTNER-ID
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2100-FIND-CUSTOMER-PARTNER
               VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XREF-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-EDI-DOCS-COUNT

           COMPUTE WS-DOC-DAY-NO =
               FUNCTION INTEGER-OF-DATE (INV-INVOICE-DATE)
           IF WS-DOC-DAY-NO + WS-LOOKBACK-DAYS < WS-RUN-DAY-NO
               ADD 1 TO WS-TOO-OLD-COUNT
               GO TO 2000-NEXT
           END-IF

           MOVE INV-INVOICE-NO TO EDS-INVOICE-NO
           READ SENT-LOG-FILE
               KEY IS EDS-INVOICE-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-SENT-COUNT
                   GO TO 2000-NEXT
           END-READ

           IF NOT INV-REBATE-CREDIT
               MOVE INV-ORDER-NO TO ORD-ORDER-NO
               READ ORDER-MASTER-FILE
                   KEY IS ORD-ORDER-NO
                   INVALID KEY
                       PERFORM 2200-PRINT-HELD-BACK
                       GO TO 2000-NEXT
               END-READ
           END-IF

           PERFORM 3000-BUILD-DOCUMENT
           PERFORM 8000-WRITE-DOCUMENT
           PERFORM 8200-LOG-SENT-DOCUMENT
           PERFORM 8100-PRINT-DOCUMENT-LINE.
       2000-NEXT.
           PERFORM 1100-READ-INVOICE.

       2100-FIND-CUSTOMER-PARTNER.
           IF WS-XR-CUST-ID (WS-XR-IDX) = INV-CUST-ID
               MOVE WS-XR-PARTNER-ID (WS-XR-IDX)
                   TO WS-CUST-PARTNER-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *    not on the sent-log, so the next run tries it again.
       2200-PRINT-HELD-BACK.
           ADD 1 TO WS-HELD-BACK-COUNT
           MOVE SPACES TO RPT-LINE
           STRING WS-CUST-PARTNER-ID "  "
               "            " INV-DOC-TYPE "    "
               INV-INVOICE-NO "  " INV-ORDER-NO
               "  *** ORDER NOT ON ORDFILE - NOT SENT ***"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  3000-BUILD-DOCUMENT translates the billing document.  The
      *  partner and PO come from the translated document the order
      *  was posted from; an order keyed here goes out under the
      *  customer's partner with no PO, as does a rebate credit,
      *  which has no order at all.
      *-----------------------------------------------------------*
       3000-BUILD-DOCUMENT.
           MOVE SPACES TO EDI-INVOICE-DOCUMENT
           MOVE SPACES TO WS-NOTE
           MOVE "N" TO WS-FOUND-SWITCH
           IF INV-REBATE-CREDIT
               MOVE SPACES TO ORD-SHIP-TO-CODE
           ELSE
               PERFORM 3100-FIND-DONE-ROW
                   VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DONE-COUNT
                   OR WS-ENTRY-FOUND
           END-IF
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-DN-IDX DOWN BY 1
               MOVE WS-DN-PARTNER-ID (WS-DN-IDX) TO EIV-PARTNER-ID
               MOVE WS-DN-PARTNER-PO-NO (WS-DN-IDX)
                   TO EIV-PARTNER-PO-NO
               MOVE WS-DN-PARTNER-PO-DATE (WS-DN-IDX)
                   TO EIV-PARTNER-PO-DATE
           ELSE
               MOVE WS-CUST-PARTNER-ID TO EIV-PARTNER-ID
               MOVE 0 TO EIV-PARTNER-PO-DATE
               IF INV-REBATE-CREDIT
                   MOVE "VOLUME REBATE - NO ORDER OR PO" TO WS-NOTE
               ELSE
                   ADD 1 TO WS-NO-PO-COUNT
                   MOVE "KEYED ORDER - NO PARTNER PO" TO WS-NOTE
               END-IF
           END-IF

           MOVE INV-DOC-TYPE TO EIV-DOC-TYPE
           MOVE INV-INVOICE-NO TO EIV-INVOICE-NO
           MOVE INV-ORIG-INVOICE-NO TO EIV-ORIG-INVOICE-NO
           MOVE INV-INVOICE-DATE TO EIV-INVOICE-DATE
           MOVE INV-ORDER-NO TO EIV-ORDER-NO
           MOVE ORD-SHIP-TO-CODE TO EIV-SHIP-TO-CODE
           MOVE INV-DISCOUNT-PCT TO EIV-DISCOUNT-PCT
           MOVE INV-DOC-AMOUNT TO EIV-DOC-AMOUNT
           MOVE INV-TAX-AMOUNT TO EIV-TAX-AMOUNT
           MOVE INV-FREIGHT-AMOUNT TO EIV-FREIGHT-AMOUNT
           MOVE INV-LINE-COUNT TO EIV-LINE-COUNT
           PERFORM 3200-BUILD-DOCUMENT-LINE
               VARYING WS-LINE-NO FROM 1 BY 1
               UNTIL WS-LINE-NO > EIV-LINE-COUNT.

       3100-FIND-DONE-ROW.
           IF WS-DN-TRAN-KEY (WS-DN-IDX) = ORD-TRAN-KEY
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3200-BUILD-DOCUMENT-LINE.
      *    the invoice copies the order's lines one for one, so a
      *    line the order filled from a substitute maps back
      *    through the product the partner originally ordered.
           MOVE INV-PRODUCT-ID (WS-LINE-NO) TO WS-WORK-PRODUCT-ID
           IF WS-LINE-NO NOT > ORD-LINE-COUNT
               AND ORD-PRODUCT-ID (WS-LINE-NO) = WS-WORK-PRODUCT-ID
               AND ORD-SUBST-FROM-ID (WS-LINE-NO) NOT = SPACES
               MOVE ORD-SUBST-FROM-ID (WS-LINE-NO)
                   TO WS-WORK-PRODUCT-ID
           END-IF
           PERFORM 7000-MAP-PART-BACK
           MOVE WS-MAPPED-PART-NO
               TO EIV-PARTNER-PART-NO (WS-LINE-NO)
           MOVE INV-QTY (WS-LINE-NO) TO EIV-QTY (WS-LINE-NO)
           MOVE INV-UNIT-PRICE (WS-LINE-NO)
               TO EIV-UNIT-PRICE (WS-LINE-NO)
           MOVE INV-EXTENDED-AMOUNT (WS-LINE-NO)
               TO EIV-EXTENDED-AMOUNT (WS-LINE-NO).

      *-----------------------------------------------------------*
      *  7000-MAP-PART-BACK maps our product back to the partner's
      *  part number - a product with no row goes out as our
      *  product code, flagged so the EDI desk sees it.
      *-----------------------------------------------------------*
       7000-MAP-PART-BACK.
           MOVE SPACES TO WS-MAPPED-PART-NO
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 7100-MATCH-XREF-ROW
               VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XREF-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               MOVE SPACES TO WS-MAPPED-PART-NO
               STRING "*OUR* " WS-WORK-PRODUCT-ID
                   DELIMITED BY SIZE INTO WS-MAPPED-PART-NO
               IF WS-NOTE = SPACES
                   MOVE "PART NOT ON EDIXREF - OUR CODE SENT"
                       TO WS-NOTE
               END-IF
           END-IF.

       7100-MATCH-XREF-ROW.
           IF WS-XR-PARTNER-ID (WS-XR-IDX) = EIV-PARTNER-ID
               AND WS-XR-PROD-ID (WS-XR-IDX) = WS-WORK-PRODUCT-ID
               MOVE WS-XR-PART-NO (WS-XR-IDX)
                   TO WS-MAPPED-PART-NO
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       8000-WRITE-DOCUMENT.
           WRITE EDI-INVOICE-DOCUMENT
           IF WS-EIV-FILE-STATUS NOT = "00"
               DISPLAY "EDIINVF WRITE FAILED - STATUS "
                   WS-EIV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EIV-TYPE-CREDIT-MEMO
               ADD 1 TO WS-SENT-CREDIT-COUNT
           ELSE
               ADD 1 TO WS-SENT-INVOICE-COUNT
           END-IF
           ADD EIV-DOC-AMOUNT TO WS-SENT-AMOUNT.

      *-----------------------------------------------------------*
      *  8200-LOG-SENT-DOCUMENT remembers the document only after
      *  it is safely on EDIINVF.
      *-----------------------------------------------------------*
       8200-LOG-SENT-DOCUMENT.
           MOVE EIV-INVOICE-NO TO EDS-INVOICE-NO
           MOVE EIV-DOC-TYPE TO EDS-DOC-TYPE
           MOVE EIV-PARTNER-ID TO EDS-PARTNER-ID
           MOVE EIV-PARTNER-PO-NO TO EDS-PARTNER-PO-NO
           MOVE WS-RUN-DATE TO EDS-SENT-DATE
           WRITE EDI-SENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
      *    the document is already on EDIINVF - an unlogged
      *    document would go to the partner again on the next run,
      *    so stop for repair instead.
           IF WS-EDS-FILE-STATUS NOT = "00"
               DISPLAY "EDISENT WRITE FAILED FOR INVOICE "
                   EIV-INVOICE-NO " - STATUS " WS-EDS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8100-PRINT-DOCUMENT-LINE.
           MOVE EIV-DOC-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING EIV-PARTNER-ID "  " EIV-PARTNER-PO-NO "  "
               EIV-DOC-TYPE "    " EIV-INVOICE-NO "  "
               EIV-ORDER-NO "  " WS-AMOUNT-EDIT "  " WS-NOTE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DOCS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "BILLING DOCUMENTS READ ..: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EDI-DOCS-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "FOR EDI CUSTOMERS .......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SENT-INVOICE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "INVOICES SENT ...........: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SENT-CREDIT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CREDIT MEMOS SENT .......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SENT-AMOUNT TO WS-TOTAL-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "AMOUNT SENT .............: " WS-TOTAL-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NO-PO-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  SENT WITH NO PARTNER PO: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ALREADY-SENT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY SENT - SKIPPED ..: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOO-OLD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PAST THE LOOK-BACK WINDOW: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HELD-BACK-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "HELD BACK - NOT SENT ....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM EDIINV.
