       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  INTEGCHK is the nightly referential-integrity sweep.
      *  RECONCIL proves stock movement and RUNBAL proves totals;
      *  this one proves the files still point at each other.
      *  Every row of INVFILE, SHIPTO, ORDFILE, OPENITEM, BACKORD,
      *  HELDFILE, TRANXREF and POFILE is checked against the rows
      *  it names on those files and on CUSTMAST and PRODMAST, and
      *  every orphan or contradiction prints on INTEGRPT with the
      *  key that carries it and the reference that failed.  The
      *  trailer counts every finding type, zero or not.
      *
      *  An order ORDPURGE archived is gone from ORDFILE but its
      *  invoice stays on INVFILE for good, so a TRANXREF row whose
      *  order is missing but invoiced is the normal remains of a
      *  purge and is only counted.  A filled BACKORD row for an
      *  order no longer on file is stale rather than wrong and is
      *  a warning; an open one is an error.  An invoice cut before
      *  the open-item ledger existed has no OPENITEM row, so a
      *  billing document missing from OPENITEM is a warning too.
      *
      *  Return code: 8 when any error-class finding printed, so
      *  the stream stops; 4 when only warnings printed; 16 when a
      *  file will not open or the invoice table overflows.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT ORDER-MASTER-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ORDER-NO
               FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-INVOICE-NO
               FILE STATUS IS WS-OPI-FILE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.
           SELECT HELD-ORDER-FILE ASSIGN TO "HELDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT TRAN-XREF-FILE ASSIGN TO "TRANXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRX-TRAN-KEY
               FILE STATUS IS WS-TRX-FILE-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHT-KEY
               FILE STATUS IS WS-SHT-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODREC.

       FD  ORDER-MASTER-FILE.
       COPY ORDREC.

       FD  INVOICE-FILE.
       COPY INVREC.

       FD  OPEN-ITEM-FILE.
       COPY OPENREC.

       FD  BACKORDER-FILE.
       COPY BACKORD.

       FD  HELD-ORDER-FILE.
       COPY HELDORD.

       FD  TRAN-XREF-FILE.
       COPY TRXREC.

       FD  PURCHASE-ORDER-FILE.
       COPY POREC.

       FD  SHIP-TO-FILE.
       COPY SHTREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-ORD-FILE-STATUS           PIC X(02).
       01  WS-INV-FILE-STATUS           PIC X(02).
       01  WS-OPI-FILE-STATUS           PIC X(02).
       01  WS-BKO-FILE-STATUS           PIC X(02).
       01  WS-HLD-FILE-STATUS           PIC X(02).
       01  WS-TRX-FILE-STATUS           PIC X(02).
       01  WS-PO-FILE-STATUS            PIC X(02).
       01  WS-SHT-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-INV-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-INV-EOF                   VALUE "Y".
       01  WS-SHT-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-SHT-EOF                   VALUE "Y".
       01  WS-ORD-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-ORD-EOF                   VALUE "Y".
       01  WS-OPI-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-OPI-EOF                   VALUE "Y".
       01  WS-BKO-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-BKO-EOF                   VALUE "Y".
       01  WS-HLD-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-HLD-EOF                   VALUE "Y".
       01  WS-TRX-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-TRX-EOF                   VALUE "Y".
       01  WS-PO-EOF-SWITCH             PIC X(01) VALUE "N".
           88  WS-PO-EOF                    VALUE "Y".

       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".
       01  WS-ON-FILE-SWITCH            PIC X(01).
           88  WS-ON-FILE                   VALUE "Y".

      *-----------------------------------------------------------*
      *  Every billing document on INVFILE, loaded once - the
      *  OPENITEM and ORDFILE passes look invoices up by number,
      *  the TRANXREF pass looks for an archived order's invoice
      *  by order number.
      *-----------------------------------------------------------*
       01  WS-INVOICE-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-INVOICE-TABLE.
           05  WS-IV-ENTRY OCCURS 20000 TIMES
                       INDEXED BY WS-IV-IDX WS-IV-FIND-IDX.
               10  WS-IV-INVOICE-NO           PIC 9(08).
               10  WS-IV-DOC-TYPE             PIC X(02).
                   88  WS-IV-INVOICE              VALUE "IN".
                   88  WS-IV-CREDIT-MEMO          VALUE "CM".
               10  WS-IV-ORDER-NO             PIC X(08).
               10  WS-IV-CUST-ID              PIC X(06).
               10  WS-IV-ORIG-INVOICE-NO      PIC 9(08).
       01  WS-FIND-INVOICE-NO           PIC 9(08).
       01  WS-FIND-ORDER-NO             PIC X(08).

      *-----------------------------------------------------------*
      *  Finding types - severity (E error, W warning), the file
      *  whose row carries the broken reference, and the text.
      *-----------------------------------------------------------*
       01  WS-FINDING-TYPE-LIST.
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "SHIPTO".
           05  FILLER                   PIC X(40)
               VALUE "SHIP-TO CUSTOMER NOT ON CUSTMAST".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "ORDFILE".
           05  FILLER                   PIC X(40)
               VALUE "ORDER CUSTOMER NOT ON CUSTMAST".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "ORDFILE".
           05  FILLER                   PIC X(40)
               VALUE "ORDER SHIP-TO CODE NOT ON SHIPTO".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "ORDFILE".
           05  FILLER                   PIC X(40)
               VALUE "OPEN ORDER LINE PRODUCT NOT ON PRODMAST".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "ORDFILE".
           05  FILLER                   PIC X(40)
               VALUE "ORDER INVOICE NOT ON INVFILE".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "ORDFILE".
           05  FILLER                   PIC X(40)
               VALUE "ORDER INVOICE BILLS A DIFFERENT ORDER".
           05  FILLER                   PIC X(01) VALUE "W".
           05  FILLER                   PIC X(08) VALUE "ORDFILE".
           05  FILLER                   PIC X(40)
               VALUE "ORDER TRAN KEY NOT ON TRANXREF".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "ORDFILE".
           05  FILLER                   PIC X(40)
               VALUE "TRANXREF ROW POINTS AT ANOTHER ORDER".
           05  FILLER                   PIC X(01) VALUE "W".
           05  FILLER                   PIC X(08) VALUE "INVFILE".
           05  FILLER                   PIC X(40)
               VALUE "BILLING DOCUMENT NOT ON OPENITEM".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "INVFILE".
           05  FILLER                   PIC X(40)
               VALUE "CREDIT MEMO ORIGINAL NOT ON INVFILE".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "OPENITEM".
           05  FILLER                   PIC X(40)
               VALUE "OPEN ITEM INVOICE NOT ON INVFILE".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "OPENITEM".
           05  FILLER                   PIC X(40)
               VALUE "OPEN ITEM CUSTOMER DIFFERS FROM INVOICE".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "OPENITEM".
           05  FILLER                   PIC X(40)
               VALUE "OPEN ITEM CUSTOMER NOT ON CUSTMAST".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "BACKORD".
           05  FILLER                   PIC X(40)
               VALUE "OPEN BACKORDER ORDER NOT ON ORDFILE".
           05  FILLER                   PIC X(01) VALUE "W".
           05  FILLER                   PIC X(08) VALUE "BACKORD".
           05  FILLER                   PIC X(40)
               VALUE "FILLED BACKORDER ORDER NOT ON ORDFILE".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "BACKORD".
           05  FILLER                   PIC X(40)
               VALUE "OPEN BACKORDER PRODUCT NOT ON PRODMAST".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "HELDFILE".
           05  FILLER                   PIC X(40)
               VALUE "HELD ORDER CUSTOMER NOT ON CUSTMAST".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "HELDFILE".
           05  FILLER                   PIC X(40)
               VALUE "HELD ORDER ALREADY POSTED TO ORDFILE".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "HELDFILE".
           05  FILLER                   PIC X(40)
               VALUE "RELEASED HOLD NOT ON TRANXREF".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "TRANXREF".
           05  FILLER                   PIC X(40)
               VALUE "TRANXREF ORDER NOT ON FILE OR ARCHIVED".
           05  FILLER                   PIC X(01) VALUE "E".
           05  FILLER                   PIC X(08) VALUE "POFILE".
           05  FILLER                   PIC X(40)
               VALUE "OPEN PO LINE PRODUCT NOT ON PRODMAST".
       01  WS-FINDING-TYPE-TABLE REDEFINES WS-FINDING-TYPE-LIST.
           05  WS-FT-ENTRY              OCCURS 21 TIMES.
               10  WS-FT-SEVERITY       PIC X(01).
                   88  WS-FT-ERROR          VALUE "E".
               10  WS-FT-FILE           PIC X(08).
               10  WS-FT-TEXT           PIC X(40).
       01  WS-FINDING-COUNT-TABLE.
           05  WS-FT-COUNT              OCCURS 21 TIMES
                                        PIC 9(07) COMP.
       01  WS-FT-SUB                    PIC 9(02) COMP.

       01  WS-FINDING-KEY               PIC X(12).
       01  WS-FINDING-REF               PIC X(20).
       01  WS-SEVERITY-WORD             PIC X(07).
       01  WS-ERROR-COUNT               PIC 9(07) COMP VALUE 0.
       01  WS-WARNING-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-ARCHIVED-XREF-COUNT       PIC 9(07) COMP VALUE 0.

       01  WS-SHT-READ-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-ORD-READ-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-OPI-READ-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-BKO-READ-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-HLD-READ-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-TRX-READ-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-PO-READ-COUNT             PIC 9(07) COMP VALUE 0.

       01  WS-LINE-NO                   PIC 9(03) COMP.
       01  WS-LINE-NO-EDIT              PIC ZZ9.
       01  WS-SUB-EDIT                  PIC 99.
       01  WS-COUNT-EDIT                PIC Z(06)9.
       01  WS-COUNT-LABEL               PIC X(36).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-INVOICE-TABLE
           PERFORM 2100-CHECK-BILLING-DOCUMENT
               VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-INVOICE-COUNT
           PERFORM 3000-CHECK-SHIP-TO
               UNTIL WS-SHT-EOF
           PERFORM 3100-CHECK-ORDER
               UNTIL WS-ORD-EOF
           PERFORM 3200-START-OPEN-ITEMS
           PERFORM 3210-CHECK-OPEN-ITEM
               UNTIL WS-OPI-EOF
           PERFORM 3300-CHECK-BACKORDER
               UNTIL WS-BKO-EOF
           PERFORM 3400-CHECK-HELD-ORDER
               UNTIL WS-HLD-EOF
           PERFORM 3500-START-TRAN-XREF
           PERFORM 3510-CHECK-TRAN-XREF
               UNTIL WS-TRX-EOF
           PERFORM 3600-CHECK-PURCHASE-ORDER
               UNTIL WS-PO-EOF
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9000-CLOSE-FILES
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-FINDING-COUNT-TABLE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTMAST - STATUS "
                   WS-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRODMAST - STATUS "
                   WS-PROD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ORDER-MASTER-FILE
           IF WS-ORD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ORDFILE - STATUS "
                   WS-ORD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT INVOICE-FILE
           IF WS-INV-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVFILE - STATUS "
                   WS-INV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPI-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPENITEM - STATUS "
                   WS-OPI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BACKORDER-FILE
           IF WS-BKO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BACKORD - STATUS "
                   WS-BKO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRAN-XREF-FILE
           IF WS-TRX-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANXREF - STATUS "
                   WS-TRX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SHIP-TO-FILE
           IF WS-SHT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SHIPTO - STATUS "
                   WS-SHT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    nothing held and no purchase order raised yet are both
      *    legitimate - an absent file is simply an empty pass.
           OPEN INPUT HELD-ORDER-FILE
           IF WS-HLD-FILE-STATUS = "35"
               SET WS-HLD-EOF TO TRUE
           ELSE
               IF WS-HLD-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN HELDFILE - STATUS "
                       WS-HLD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PO-FILE-STATUS = "35"
               SET WS-PO-EOF TO TRUE
           ELSE
               IF WS-PO-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN POFILE - STATUS "
                       WS-PO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INTEGRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "CROSS-FILE INTEGRITY REPORT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1100-READ-INVOICE
           PERFORM 1200-READ-SHIP-TO
           PERFORM 1300-READ-ORDER
           PERFORM 1500-READ-BACKORDER
           IF NOT WS-HLD-EOF
               PERFORM 1600-READ-HELD-ORDER
           END-IF
           IF NOT WS-PO-EOF
               PERFORM 1800-READ-PURCHASE-ORDER
           END-IF.

       1100-READ-INVOICE.
           READ INVOICE-FILE
               AT END
                   SET WS-INV-EOF TO TRUE
           END-READ.

       1200-READ-SHIP-TO.
           READ SHIP-TO-FILE NEXT RECORD
               AT END
                   SET WS-SHT-EOF TO TRUE
           END-READ.

       1300-READ-ORDER.
           READ ORDER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ORD-EOF TO TRUE
           END-READ.

       1400-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-OPI-EOF TO TRUE
           END-READ.

       1500-READ-BACKORDER.
           READ BACKORDER-FILE
               AT END
                   SET WS-BKO-EOF TO TRUE
           END-READ.

       1600-READ-HELD-ORDER.
           READ HELD-ORDER-FILE
               AT END
                   SET WS-HLD-EOF TO TRUE
           END-READ.

       1700-READ-TRAN-XREF.
           READ TRAN-XREF-FILE NEXT RECORD
               AT END
                   SET WS-TRX-EOF TO TRUE
           END-READ.

       1800-READ-PURCHASE-ORDER.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  2000-LOAD-INVOICE-TABLE keeps every billing document's
      *  number, type, order, customer and original invoice.
      *  A document dropped here would read as an orphan on every
      *  row that names it - refuse to run from a partial table.
      *-----------------------------------------------------------*
       2000-LOAD-INVOICE-TABLE.
           PERFORM 2010-STORE-INVOICE
               UNTIL WS-INV-EOF.

       2010-STORE-INVOICE.
           IF WS-INVOICE-COUNT >= 20000
               DISPLAY "INTEGCHK - INVOICE TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-INVOICE-COUNT
           SET WS-IV-IDX TO WS-INVOICE-COUNT
           MOVE INV-INVOICE-NO TO WS-IV-INVOICE-NO (WS-IV-IDX)
           MOVE INV-DOC-TYPE TO WS-IV-DOC-TYPE (WS-IV-IDX)
           MOVE INV-ORDER-NO TO WS-IV-ORDER-NO (WS-IV-IDX)
           MOVE INV-CUST-ID TO WS-IV-CUST-ID (WS-IV-IDX)
           MOVE INV-ORIG-INVOICE-NO
               TO WS-IV-ORIG-INVOICE-NO (WS-IV-IDX)
           PERFORM 1100-READ-INVOICE.


      *-----------------------------------------------------------*
      *  2100-CHECK-BILLING-DOCUMENT - an invoice, or a credit
      *  memo standing on its own, opens its own OPENITEM row; a
      *  credit memo against an invoice applies to that invoice's
      *  row instead, so its original must be on INVFILE.
      *-----------------------------------------------------------*
       2100-CHECK-BILLING-DOCUMENT.
           MOVE WS-IV-INVOICE-NO (WS-IV-IDX) TO WS-FINDING-KEY
           IF WS-IV-CREDIT-MEMO (WS-IV-IDX)
                   AND WS-IV-ORIG-INVOICE-NO (WS-IV-IDX) NOT = 0
               MOVE WS-IV-ORIG-INVOICE-NO (WS-IV-IDX)
                   TO WS-FIND-INVOICE-NO
               PERFORM 2900-FIND-INVOICE-BY-NUMBER
               IF NOT WS-ENTRY-FOUND
                   MOVE 10 TO WS-FT-SUB
                   MOVE WS-FIND-INVOICE-NO TO WS-FINDING-REF
                   PERFORM 8000-REPORT-FINDING
               END-IF
           ELSE
               MOVE WS-IV-INVOICE-NO (WS-IV-IDX) TO OPI-INVOICE-NO
               PERFORM 7500-READ-OPEN-ITEM
               IF NOT WS-ON-FILE
                   MOVE 09 TO WS-FT-SUB
                   MOVE WS-IV-CUST-ID (WS-IV-IDX) TO WS-FINDING-REF
                   PERFORM 8000-REPORT-FINDING
               END-IF
           END-IF.

       2900-FIND-INVOICE-BY-NUMBER.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2910-MATCH-INVOICE-NO
               VARYING WS-IV-FIND-IDX FROM 1 BY 1
               UNTIL WS-IV-FIND-IDX > WS-INVOICE-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-IV-FIND-IDX DOWN BY 1
           END-IF.

       2910-MATCH-INVOICE-NO.
           IF WS-IV-INVOICE-NO (WS-IV-FIND-IDX) = WS-FIND-INVOICE-NO
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *    only an invoiced order is ever archived, so an invoice
      *    naming the order is the proof ORDPURGE took it.
       2920-FIND-INVOICE-BY-ORDER.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2930-MATCH-INVOICE-ORDER
               VARYING WS-IV-FIND-IDX FROM 1 BY 1
               UNTIL WS-IV-FIND-IDX > WS-INVOICE-COUNT
               OR WS-ENTRY-FOUND.

       2930-MATCH-INVOICE-ORDER.
           IF WS-IV-INVOICE (WS-IV-FIND-IDX)
                   AND WS-IV-ORDER-NO (WS-IV-FIND-IDX)
                       = WS-FIND-ORDER-NO
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  3000-CHECK-SHIP-TO - every ship-to address belongs to a
      *  customer still on CUSTMAST.
      *-----------------------------------------------------------*
       3000-CHECK-SHIP-TO.
           ADD 1 TO WS-SHT-READ-COUNT
           MOVE SHT-KEY TO WS-FINDING-KEY
           MOVE SHT-CUST-ID TO CUST-ID
           PERFORM 7000-READ-CUSTOMER
           IF NOT WS-ON-FILE
               MOVE 01 TO WS-FT-SUB
               MOVE SHT-CUST-ID TO WS-FINDING-REF
               PERFORM 8000-REPORT-FINDING
           END-IF
           PERFORM 1200-READ-SHIP-TO.

      *-----------------------------------------------------------*
      *  3100-CHECK-ORDER - the customer, the ship-to address, the
      *  line products of an order still to be shipped, the
      *  invoice it was billed on, and the TRANXREF row for the
      *  transaction it was posted from, which must point back at
      *  this same order.
      *-----------------------------------------------------------*
       3100-CHECK-ORDER.
           ADD 1 TO WS-ORD-READ-COUNT
           MOVE ORD-ORDER-NO TO WS-FINDING-KEY
           MOVE ORD-CUST-ID TO CUST-ID
           PERFORM 7000-READ-CUSTOMER
           IF NOT WS-ON-FILE
               MOVE 02 TO WS-FT-SUB
               MOVE ORD-CUST-ID TO WS-FINDING-REF
               PERFORM 8000-REPORT-FINDING
           END-IF

           IF ORD-SHIP-TO-CODE NOT = SPACES
               MOVE ORD-CUST-ID TO SHT-CUST-ID
               MOVE ORD-SHIP-TO-CODE TO SHT-SHIP-TO-CODE
               PERFORM 7200-READ-SHIP-TO
               IF NOT WS-ON-FILE
                   MOVE 03 TO WS-FT-SUB
                   MOVE SPACES TO WS-FINDING-REF
                   STRING ORD-CUST-ID " " ORD-SHIP-TO-CODE
                       DELIMITED BY SIZE INTO WS-FINDING-REF
                   PERFORM 8000-REPORT-FINDING
               END-IF
           END-IF

      *    a shipped, cancelled or returned order is history and
      *    may outlive a product; one still to be picked may not.
           IF ORD-STATUS-OPEN OR ORD-STATUS-POSTED
                   OR ORD-STATUS-FUTURE OR ORD-STATUS-PICKED
               PERFORM 3110-CHECK-ORDER-LINE
                   VARYING ORD-LINE-IDX FROM 1 BY 1
                   UNTIL ORD-LINE-IDX > ORD-LINE-COUNT
           END-IF

           IF ORD-INVOICE-NO NOT = 0
               MOVE ORD-INVOICE-NO TO WS-FIND-INVOICE-NO
               PERFORM 2900-FIND-INVOICE-BY-NUMBER
               IF NOT WS-ENTRY-FOUND
                   MOVE 05 TO WS-FT-SUB
                   MOVE ORD-INVOICE-NO TO WS-FINDING-REF
                   PERFORM 8000-REPORT-FINDING
               ELSE
                   IF WS-IV-ORDER-NO (WS-IV-FIND-IDX)
                           NOT = ORD-ORDER-NO
                       MOVE 06 TO WS-FT-SUB
                       MOVE SPACES TO WS-FINDING-REF
                       STRING ORD-INVOICE-NO " "
                           WS-IV-ORDER-NO (WS-IV-FIND-IDX)
                           DELIMITED BY SIZE INTO WS-FINDING-REF
                       PERFORM 8000-REPORT-FINDING
                   END-IF
               END-IF
           END-IF

           IF ORD-TRAN-KEY NOT = SPACES
               MOVE ORD-TRAN-KEY TO TRX-TRAN-KEY
               PERFORM 7400-READ-TRAN-XREF
               IF NOT WS-ON-FILE
                   MOVE 07 TO WS-FT-SUB
                   MOVE ORD-TRAN-KEY TO WS-FINDING-REF
                   PERFORM 8000-REPORT-FINDING
               ELSE
                   IF TRX-ORDER-NO NOT = ORD-ORDER-NO
                       MOVE 08 TO WS-FT-SUB
                       MOVE SPACES TO WS-FINDING-REF
                       STRING ORD-TRAN-KEY " " TRX-ORDER-NO
                           DELIMITED BY SIZE INTO WS-FINDING-REF
                       PERFORM 8000-REPORT-FINDING
                   END-IF
               END-IF
           END-IF
           PERFORM 1300-READ-ORDER.

       3110-CHECK-ORDER-LINE.
           MOVE ORD-PRODUCT-ID (ORD-LINE-IDX) TO PROD-ID
           PERFORM 7100-READ-PRODUCT
           IF NOT WS-ON-FILE
               MOVE 04 TO WS-FT-SUB
               SET WS-LINE-NO TO ORD-LINE-IDX
               MOVE WS-LINE-NO TO WS-LINE-NO-EDIT
               MOVE SPACES TO WS-FINDING-REF
               STRING "LINE " WS-LINE-NO-EDIT " "
                   ORD-PRODUCT-ID (ORD-LINE-IDX)
                   DELIMITED BY SIZE INTO WS-FINDING-REF
               PERFORM 8000-REPORT-FINDING
           END-IF.

      *-----------------------------------------------------------*
      *  3200-START-OPEN-ITEMS - the billing-document pass read
      *  OPENITEM by key, so the sweep starts again from the front.
      *  Every row must be a document on INVFILE, for the same
      *  customer; an item still open must have a customer to owe
      *  it.
      *-----------------------------------------------------------*
       3200-START-OPEN-ITEMS.
           MOVE 0 TO OPI-INVOICE-NO
           START OPEN-ITEM-FILE
               KEY IS NOT LESS THAN OPI-INVOICE-NO
               INVALID KEY
                   SET WS-OPI-EOF TO TRUE
           END-START
           IF NOT WS-OPI-EOF
               PERFORM 1400-READ-OPEN-ITEM
           END-IF.

       3210-CHECK-OPEN-ITEM.
           ADD 1 TO WS-OPI-READ-COUNT
           MOVE OPI-INVOICE-NO TO WS-FINDING-KEY
           MOVE OPI-INVOICE-NO TO WS-FIND-INVOICE-NO
           PERFORM 2900-FIND-INVOICE-BY-NUMBER
           IF NOT WS-ENTRY-FOUND
               MOVE 11 TO WS-FT-SUB
               MOVE OPI-INVOICE-NO TO WS-FINDING-REF
               PERFORM 8000-REPORT-FINDING
           ELSE
               IF WS-IV-CUST-ID (WS-IV-FIND-IDX) NOT = OPI-CUST-ID
                   MOVE 12 TO WS-FT-SUB
                   MOVE SPACES TO WS-FINDING-REF
                   STRING OPI-CUST-ID " "
                       WS-IV-CUST-ID (WS-IV-FIND-IDX)
                       DELIMITED BY SIZE INTO WS-FINDING-REF
                   PERFORM 8000-REPORT-FINDING
               END-IF
           END-IF

           IF OPI-STATUS-OPEN
               MOVE OPI-CUST-ID TO CUST-ID
               PERFORM 7000-READ-CUSTOMER
               IF NOT WS-ON-FILE
                   MOVE 13 TO WS-FT-SUB
                   MOVE OPI-CUST-ID TO WS-FINDING-REF
                   PERFORM 8000-REPORT-FINDING
               END-IF
           END-IF
           PERFORM 1400-READ-OPEN-ITEM.

      *-----------------------------------------------------------*
      *  3300-CHECK-BACKORDER - ORDPURGE will not run over an open
      *  backorder, so an open row whose order is gone is broken;
      *  a filled one is only left behind.
      *-----------------------------------------------------------*
       3300-CHECK-BACKORDER.
           ADD 1 TO WS-BKO-READ-COUNT
           MOVE SPACES TO WS-FINDING-KEY
           STRING BKO-PRODUCT-ID "/" BKO-WAREHOUSE-ID
               DELIMITED BY SIZE INTO WS-FINDING-KEY
           MOVE BKO-ORDER-NO TO ORD-ORDER-NO
           PERFORM 7300-READ-ORDER
           IF NOT WS-ON-FILE
               IF BKO-STATUS-OPEN
                   MOVE 14 TO WS-FT-SUB
               ELSE
                   MOVE 15 TO WS-FT-SUB
               END-IF
               MOVE BKO-ORDER-NO TO WS-FINDING-REF
               PERFORM 8000-REPORT-FINDING
           END-IF

           IF BKO-STATUS-OPEN
               MOVE BKO-PRODUCT-ID TO PROD-ID
               PERFORM 7100-READ-PRODUCT
               IF NOT WS-ON-FILE
                   MOVE 16 TO WS-FT-SUB
                   MOVE BKO-PRODUCT-ID TO WS-FINDING-REF
                   PERFORM 8000-REPORT-FINDING
               END-IF
           END-IF
           PERFORM 1500-READ-BACKORDER.

      *-----------------------------------------------------------*
      *  3400-CHECK-HELD-ORDER - a hold still waiting (HD or AP)
      *  needs its customer, and must not already be on TRANXREF -
      *  that would mean it was posted to ORDFILE and is waiting
      *  to be posted again.  A released hold is the reverse: it
      *  was posted, or retired because it already had been, so
      *  its key must be on TRANXREF.
      *-----------------------------------------------------------*
       3400-CHECK-HELD-ORDER.
           ADD 1 TO WS-HLD-READ-COUNT
           MOVE HLD-TRAN-KEY TO WS-FINDING-KEY
           EVALUATE TRUE
               WHEN HLD-STATUS-HELD
               WHEN HLD-STATUS-APPROVED
                   MOVE HLD-CUST-ID TO CUST-ID
                   PERFORM 7000-READ-CUSTOMER
                   IF NOT WS-ON-FILE
                       MOVE 17 TO WS-FT-SUB
                       MOVE HLD-CUST-ID TO WS-FINDING-REF
                       PERFORM 8000-REPORT-FINDING
                   END-IF
                   MOVE HLD-TRAN-KEY TO TRX-TRAN-KEY
                   PERFORM 7400-READ-TRAN-XREF
                   IF WS-ON-FILE
                       MOVE 18 TO WS-FT-SUB
                       MOVE TRX-ORDER-NO TO WS-FINDING-REF
                       PERFORM 8000-REPORT-FINDING
                   END-IF
               WHEN HLD-STATUS-RELEASED
                   MOVE HLD-TRAN-KEY TO TRX-TRAN-KEY
                   PERFORM 7400-READ-TRAN-XREF
                   IF NOT WS-ON-FILE
                       MOVE 19 TO WS-FT-SUB
                       MOVE HLD-TRAN-KEY TO WS-FINDING-REF
                       PERFORM 8000-REPORT-FINDING
                   END-IF
           END-EVALUATE
           PERFORM 1600-READ-HELD-ORDER.

      *-----------------------------------------------------------*
      *  3500-START-TRAN-XREF - the order and hold passes read
      *  TRANXREF by key, so the sweep starts again from the
      *  front.  A row whose order is gone is counted as archived
      *  when an invoice names the order, and reported otherwise.
      *-----------------------------------------------------------*
       3500-START-TRAN-XREF.
           MOVE LOW-VALUES TO TRX-TRAN-KEY
           START TRAN-XREF-FILE
               KEY IS NOT LESS THAN TRX-TRAN-KEY
               INVALID KEY
                   SET WS-TRX-EOF TO TRUE
           END-START
           IF NOT WS-TRX-EOF
               PERFORM 1700-READ-TRAN-XREF
           END-IF.

       3510-CHECK-TRAN-XREF.
           ADD 1 TO WS-TRX-READ-COUNT
           MOVE TRX-TRAN-KEY TO WS-FINDING-KEY
           MOVE TRX-ORDER-NO TO ORD-ORDER-NO
           PERFORM 7300-READ-ORDER
           IF NOT WS-ON-FILE
               MOVE TRX-ORDER-NO TO WS-FIND-ORDER-NO
               PERFORM 2920-FIND-INVOICE-BY-ORDER
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-ARCHIVED-XREF-COUNT
               ELSE
                   MOVE 20 TO WS-FT-SUB
                   MOVE TRX-ORDER-NO TO WS-FINDING-REF
                   PERFORM 8000-REPORT-FINDING
               END-IF
           END-IF
           PERFORM 1700-READ-TRAN-XREF.

      *-----------------------------------------------------------*
      *  3600-CHECK-PURCHASE-ORDER - every line of a PO still open
      *  must name a product RECVPOST can receive into.
      *-----------------------------------------------------------*
       3600-CHECK-PURCHASE-ORDER.
           ADD 1 TO WS-PO-READ-COUNT
           IF PO-STATUS-OPEN
               MOVE PO-NUMBER TO WS-FINDING-KEY
               PERFORM 3610-CHECK-PO-LINE
                   VARYING PO-LINE-IDX FROM 1 BY 1
                   UNTIL PO-LINE-IDX > PO-LINE-COUNT
           END-IF
           PERFORM 1800-READ-PURCHASE-ORDER.

       3610-CHECK-PO-LINE.
           MOVE PO-PRODUCT-ID (PO-LINE-IDX) TO PROD-ID
           PERFORM 7100-READ-PRODUCT
           IF NOT WS-ON-FILE
               MOVE 21 TO WS-FT-SUB
               SET WS-LINE-NO TO PO-LINE-IDX
               MOVE WS-LINE-NO TO WS-LINE-NO-EDIT
               MOVE SPACES TO WS-FINDING-REF
               STRING "LINE " WS-LINE-NO-EDIT " "
                   PO-PRODUCT-ID (PO-LINE-IDX)
                   DELIMITED BY SIZE INTO WS-FINDING-REF
               PERFORM 8000-REPORT-FINDING
           END-IF.

      *-----------------------------------------------------------*
      *  4000-PRINT-SUMMARY - every finding type with its count,
      *  then the rows each pass checked.
      *-----------------------------------------------------------*
       4000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "FINDINGS BY TYPE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4100-PRINT-TYPE-COUNT
               VARYING WS-FT-SUB FROM 1 BY 1
               UNTIL WS-FT-SUB > 21
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "INVFILE DOCUMENTS CHECKED" TO WS-COUNT-LABEL
           MOVE WS-INVOICE-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE
           MOVE "SHIPTO ROWS CHECKED" TO WS-COUNT-LABEL
           MOVE WS-SHT-READ-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE
           MOVE "ORDFILE ORDERS CHECKED" TO WS-COUNT-LABEL
           MOVE WS-ORD-READ-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE
           MOVE "OPENITEM ROWS CHECKED" TO WS-COUNT-LABEL
           MOVE WS-OPI-READ-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE
           MOVE "BACKORD ROWS CHECKED" TO WS-COUNT-LABEL
           MOVE WS-BKO-READ-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE
           MOVE "HELDFILE ROWS CHECKED" TO WS-COUNT-LABEL
           MOVE WS-HLD-READ-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE
           MOVE "TRANXREF ROWS CHECKED" TO WS-COUNT-LABEL
           MOVE WS-TRX-READ-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE
           MOVE "POFILE PURCHASE ORDERS CHECKED" TO WS-COUNT-LABEL
           MOVE WS-PO-READ-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE
           MOVE "TRANXREF ROWS FOR ARCHIVED ORDERS" TO WS-COUNT-LABEL
           MOVE WS-ARCHIVED-XREF-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ERRORS" TO WS-COUNT-LABEL
           MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE
           MOVE "WARNINGS" TO WS-COUNT-LABEL
           MOVE WS-WARNING-COUNT TO WS-COUNT-EDIT
           PERFORM 4200-PRINT-COUNT-LINE.

       4100-PRINT-TYPE-COUNT.
           MOVE WS-FT-SUB TO WS-SUB-EDIT
           IF WS-FT-ERROR (WS-FT-SUB)
               MOVE "ERROR" TO WS-SEVERITY-WORD
           ELSE
               MOVE "WARNING" TO WS-SEVERITY-WORD
           END-IF
           MOVE WS-FT-COUNT (WS-FT-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TYPE " WS-SUB-EDIT " " WS-SEVERITY-WORD " "
               WS-FT-FILE (WS-FT-SUB) " "
               WS-FT-TEXT (WS-FT-SUB) " " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       4200-PRINT-COUNT-LINE.
           MOVE SPACES TO RPT-LINE
           STRING WS-COUNT-LABEL ": " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  7000-7500 read one row by key and answer WS-ON-FILE.
      *-----------------------------------------------------------*
       7000-READ-CUSTOMER.
           MOVE "Y" TO WS-ON-FILE-SWITCH
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SWITCH
           END-READ.

       7100-READ-PRODUCT.
           MOVE "Y" TO WS-ON-FILE-SWITCH
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SWITCH
           END-READ.

       7200-READ-SHIP-TO.
           MOVE "Y" TO WS-ON-FILE-SWITCH
           READ SHIP-TO-FILE
               KEY IS SHT-KEY
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SWITCH
           END-READ.

       7300-READ-ORDER.
           MOVE "Y" TO WS-ON-FILE-SWITCH
           READ ORDER-MASTER-FILE
               KEY IS ORD-ORDER-NO
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SWITCH
           END-READ.

       7400-READ-TRAN-XREF.
           MOVE "Y" TO WS-ON-FILE-SWITCH
           READ TRAN-XREF-FILE
               KEY IS TRX-TRAN-KEY
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SWITCH
           END-READ.

       7500-READ-OPEN-ITEM.
           MOVE "Y" TO WS-ON-FILE-SWITCH
           READ OPEN-ITEM-FILE
               KEY IS OPI-INVOICE-NO
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SWITCH
           END-READ.

      *-----------------------------------------------------------*
      *  8000-REPORT-FINDING prints one finding of type WS-FT-SUB
      *  against WS-FINDING-KEY and counts it.
      *-----------------------------------------------------------*
       8000-REPORT-FINDING.
           ADD 1 TO WS-FT-COUNT (WS-FT-SUB)
           IF WS-FT-ERROR (WS-FT-SUB)
               ADD 1 TO WS-ERROR-COUNT
               MOVE "ERROR" TO WS-SEVERITY-WORD
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               MOVE "WARNING" TO WS-SEVERITY-WORD
           END-IF
           MOVE WS-FT-SUB TO WS-SUB-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-SUB-EDIT " " WS-SEVERITY-WORD " "
               WS-FT-FILE (WS-FT-SUB) " "
               WS-FT-TEXT (WS-FT-SUB)
               " KEY " WS-FINDING-KEY
               " REF " WS-FINDING-REF
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE PRODUCT-MASTER-FILE
               ORDER-MASTER-FILE INVOICE-FILE OPEN-ITEM-FILE
               BACKORDER-FILE TRAN-XREF-FILE SHIP-TO-FILE
               REGISTER-FILE
           IF WS-HLD-FILE-STATUS NOT = "35"
               CLOSE HELD-ORDER-FILE
           END-IF
           IF WS-PO-FILE-STATUS NOT = "35"
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
