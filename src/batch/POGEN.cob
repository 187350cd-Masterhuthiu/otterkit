      *  arithmetic REORDRPT prints - total on-hand across the       *
      *  warehouses against PROD-REORDER-POINT - so receiving         *
      *  finally has something real to match dock receipts            *
      *  against.  Short products are collected first, then one        *
      *  PO is raised per VNDMAST primary vendor (rolling to a fresh    *
      *  number when the line table fills), one line per short          *
      *  product for the shortfall quantity at the product's unit       *
      *  cost, received into the product's lowest-stocked warehouse     *
      *  and dated with the vendor's lead time as the expected          *
      *  receipt date.  Every new PO prints as a PO document on         *
      *  PODOCS to go to the supplier as it stands.  A product with     *
      *  no primary vendor, or an unknown or inactive one, is           *
      *  listed and not ordered; a PO under the vendor's minimum        *
      *  order is raised but flagged for the buyer.  A product that     *
      *  already has the shortfall on an open PO line is passed         *
      *  over - rerunning the stream must not double-order.  PO         *
      *  numbers come from the NUMCTL "PONUMBER" counter through        *
      *  NUMASGN.                                                       *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-09-03  JPS  Added program.
      *   2026-10-15  JPS  One PO per primary vendor, priced at the
      *                    unit cost, dated with the vendor's lead
      *                    time and received into the lowest-stocked
      *                    warehouse; each new PO prints as a PO
      *                    document on PODOCS.
      *   2026-10-15  JPS  New PO lines start with nothing invoiced.
      *   2026-10-15  JPS  New PO lines start with no received value
      *                    and no receipts accrual relieved.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VNDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-ID
               FILE STATUS IS WS-VND-FILE-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT REGISTER-FILE ASSIGN TO "PORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT PO-DOCUMENT-FILE ASSIGN TO "PODOCS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-SCAN-FILE.
       COPY PRODREC.

       FD  VENDOR-MASTER-FILE.
       COPY VNDREC.

       FD  PURCHASE-ORDER-FILE.
       COPY POREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  PO-DOCUMENT-FILE.
       01  DOC-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-PO-FILE-STATUS            PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-VND-FILE-STATUS           PIC X(02).
       01  WS-DOC-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-PO-EOF-SWITCH             PIC X(01) VALUE "N".
           88  WS-PO-EOF                    VALUE "Y".
       01  WS-VND-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-VND-EOF                   VALUE "Y".
       01  WS-FOUND-SWITCH               PIC X(01).
           88  WS-ENTRY-FOUND                 VALUE "Y".
       01  WS-PO-BUILDING-SWITCH         PIC X(01) VALUE "N".
       01  WS-SHORTFALL                 PIC S9(08) COMP.
       01  WS-COUNTER-ID                PIC X(08) VALUE "PONUMBER".
       01  WS-ASSIGNED-PO-NO            PIC 9(08).
       01  WS-EXPECTED-DATE             PIC 9(08).
       01  WS-LOW-WHSE-QTY              PIC S9(07) COMP.
       01  WS-LINE-VALUE                PIC 9(09)V99.
       01  WS-PO-VALUE                  PIC 9(09)V99.

      *-----------------------------------------------------------*
      *  products already covered by an open PO line, loaded once
                       INDEXED BY WS-OO-IDX
                                          PIC X(06).

      *-----------------------------------------------------------*
      *  short products waiting to be ordered, collected on the
      *  PRODMAST pass and drawn off vendor by vendor as VNDMAST
      *  is read in key order - one PO per vendor without a sort.
      *-----------------------------------------------------------*
       01  WS-SHORT-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-SHORT-PRODUCTS.
           05  WS-SHORT-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-SP-IDX.
               10  WS-SP-PRODUCT-ID     PIC X(06).
               10  WS-SP-DESCRIPTION    PIC X(30).
               10  WS-SP-VENDOR-ID      PIC X(06).
               10  WS-SP-VENDOR-PART-NO PIC X(20).
               10  WS-SP-WAREHOUSE-ID   PIC X(04).
               10  WS-SP-QTY            PIC 9(05) COMP.
               10  WS-SP-UNIT-COST      PIC 9(07)V99.

       01  WS-LINES-RAISED-COUNT        PIC 9(05) COMP VALUE 0.
       01  WS-POS-RAISED-COUNT          PIC 9(05) COMP VALUE 0.
       01  WS-SKIPPED-ON-ORDER-COUNT    PIC 9(05) COMP VALUE 0.
       01  WS-NO-VENDOR-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-BELOW-MINIMUM-COUNT       PIC 9(05) COMP VALUE 0.
       01  WS-QTY-EDIT                  PIC ZZZ,ZZ9.
       01  WS-COST-EDIT                 PIC Z,ZZZ,ZZ9.99.
       01  WS-VALUE-EDIT                PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LINE-NO-EDIT              PIC Z9.
       01  WS-COUNT-EDIT                PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-PRODUCT
               UNTIL WS-EOF
           PERFORM 5000-RAISE-VENDOR-POS
           PERFORM 9000-PRINT-TRAILER
           CLOSE PRODUCT-SCAN-FILE VENDOR-MASTER-FILE
               PURCHASE-ORDER-FILE REGISTER-FILE PO-DOCUMENT-FILE
           CALL "NUMCLS"
           STOP RUN.

               STOP RUN
           END-IF

           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VND-FILE-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER-FILE
               CLOSE VENDOR-MASTER-FILE
               OPEN INPUT VENDOR-MASTER-FILE
           END-IF
           IF WS-VND-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VNDMAST - STATUS "
                   WS-VND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-PO-FILE-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PO-DOCUMENT-FILE
           IF WS-DOC-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PODOCS - STATUS "
                   WS-DOC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "PURCHASE-ORDER GENERATION REGISTER FOR "
               WS-TODAY-DATE
           END-IF.

      *-----------------------------------------------------------*
      *  2000-CHECK-PRODUCT notes a product below its reorder
      *  point - the same total-on-hand arithmetic REORDRPT prints
      *  - for ordering, unless an open PO already covers it.
      *-----------------------------------------------------------*
       2000-CHECK-PRODUCT.
           MOVE 0 TO WS-TOTAL-ON-HAND
               ELSE
                   COMPUTE WS-SHORTFALL =
                       PROD-REORDER-POINT - WS-TOTAL-ON-HAND
                   PERFORM 2300-NOTE-SHORT-PRODUCT THRU 2300-EXIT
               END-IF
           END-IF
           PERFORM 1100-READ-PRODUCT.
           END-IF.

      *-----------------------------------------------------------*
      *  2300-NOTE-SHORT-PRODUCT holds a short product for its
      *  primary vendor's PO.  A product with no primary vendor,
      *  or one not on VNDMAST or inactive, cannot be ordered -
      *  it is listed for the buyer to assign a vendor.  The
      *  stock is received into the warehouse holding the least.
      *-----------------------------------------------------------*
       2300-NOTE-SHORT-PRODUCT.
           IF PROD-VENDOR-ID = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "PRODUCT " PROD-ID
                   "  BELOW REORDER POINT - NO PRIMARY VENDOR, "
                   "NOT ORDERED"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 8300-PRINT-NOT-ORDERED-LINE
               GO TO 2300-EXIT
           END-IF
           MOVE PROD-VENDOR-ID TO VND-ID
           READ VENDOR-MASTER-FILE
               KEY IS VND-ID
               INVALID KEY
                   MOVE SPACES TO RPT-LINE
                   STRING "PRODUCT " PROD-ID
                       "  BELOW REORDER POINT - VENDOR " VND-ID
                       " NOT ON VNDMAST, NOT ORDERED"
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 8300-PRINT-NOT-ORDERED-LINE
                   GO TO 2300-EXIT
           END-READ
           IF NOT VND-STATUS-ACTIVE
               MOVE SPACES TO RPT-LINE
               STRING "PRODUCT " PROD-ID
                   "  BELOW REORDER POINT - VENDOR " VND-ID
                   " INACTIVE, NOT ORDERED"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 8300-PRINT-NOT-ORDERED-LINE
               GO TO 2300-EXIT
           END-IF

           IF WS-SHORT-COUNT >= 500
               DISPLAY "POGEN - SHORT-PRODUCT TABLE FULL - "
                   "RAISE THE TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SHORT-COUNT
           SET WS-SP-IDX TO WS-SHORT-COUNT
           MOVE PROD-ID TO WS-SP-PRODUCT-ID (WS-SP-IDX)
           MOVE PROD-DESCRIPTION TO WS-SP-DESCRIPTION (WS-SP-IDX)
           MOVE PROD-VENDOR-ID TO WS-SP-VENDOR-ID (WS-SP-IDX)
           MOVE PROD-VENDOR-PART-NO
               TO WS-SP-VENDOR-PART-NO (WS-SP-IDX)
           MOVE WS-SHORTFALL TO WS-SP-QTY (WS-SP-IDX)
           MOVE PROD-UNIT-COST TO WS-SP-UNIT-COST (WS-SP-IDX)
           MOVE PROD-WAREHOUSE-ID (1)
               TO WS-SP-WAREHOUSE-ID (WS-SP-IDX)
           MOVE PROD-QTY-ON-HAND (1) TO WS-LOW-WHSE-QTY
           PERFORM 2310-CHECK-LOWER-WAREHOUSE
               VARYING PROD-WHSE-IDX FROM 2 BY 1
               UNTIL PROD-WHSE-IDX > PROD-WHSE-COUNT.
       2300-EXIT.
           EXIT.

       2310-CHECK-LOWER-WAREHOUSE.
           IF PROD-QTY-ON-HAND (PROD-WHSE-IDX) < WS-LOW-WHSE-QTY
               MOVE PROD-QTY-ON-HAND (PROD-WHSE-IDX)
                   TO WS-LOW-WHSE-QTY
               MOVE PROD-WAREHOUSE-ID (PROD-WHSE-IDX)
                   TO WS-SP-WAREHOUSE-ID (WS-SP-IDX)
           END-IF.

      *-----------------------------------------------------------*
      *  3000-RELEASE-OPEN-PO writes the PO being built, if any,
      *  closes off its PO document, and flags a PO that comes in
      *  under the vendor's minimum order for the buyer.
      *-----------------------------------------------------------*
       3000-RELEASE-OPEN-PO.
           IF WS-PO-BUILDING
               WRITE PURCHASE-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "POFILE WRITE FAILED - STATUS "
                           WS-PO-FILE-STATUS " PO " PO-NUMBER
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-POS-RAISED-COUNT
               MOVE "N" TO WS-PO-BUILDING-SWITCH
               PERFORM 6200-PRINT-DOCUMENT-TOTAL
               IF WS-PO-VALUE < VND-MIN-ORDER-AMOUNT
                   ADD 1 TO WS-BELOW-MINIMUM-COUNT
                   PERFORM 8400-PRINT-BELOW-MINIMUM-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  4000-ADD-PO-LINE puts one short product on the vendor's
      *  PO being built, drawing a new number when none is open
      *  or the line table is full.
      *-----------------------------------------------------------*
       4000-ADD-PO-LINE.
           IF NOT WS-PO-BUILDING
               PERFORM 4100-START-NEW-PO
           END-IF
           ADD 1 TO PO-LINE-COUNT
           MOVE WS-SP-PRODUCT-ID (WS-SP-IDX)
               TO PO-PRODUCT-ID (PO-LINE-COUNT)
           MOVE WS-SP-WAREHOUSE-ID (WS-SP-IDX)
               TO PO-WAREHOUSE-ID (PO-LINE-COUNT)
           MOVE WS-SP-QTY (WS-SP-IDX)
               TO PO-QTY-ORDERED (PO-LINE-COUNT)
           MOVE 0 TO PO-QTY-RECEIVED (PO-LINE-COUNT)
           MOVE 0 TO PO-QTY-INVOICED (PO-LINE-COUNT)
           MOVE 0 TO PO-RECEIVED-VALUE (PO-LINE-COUNT)
           MOVE 0 TO PO-ACCRUAL-RELIEVED (PO-LINE-COUNT)
           MOVE WS-SP-VENDOR-PART-NO (WS-SP-IDX)
               TO PO-VENDOR-PART-NO (PO-LINE-COUNT)
           MOVE WS-SP-UNIT-COST (WS-SP-IDX)
               TO PO-UNIT-COST (PO-LINE-COUNT)
           COMPUTE WS-LINE-VALUE =
               PO-QTY-ORDERED (PO-LINE-COUNT)
               * PO-UNIT-COST (PO-LINE-COUNT)
           ADD WS-LINE-VALUE TO WS-PO-VALUE
           ADD 1 TO WS-LINES-RAISED-COUNT
           PERFORM 6100-PRINT-DOCUMENT-LINE
           PERFORM 8100-PRINT-RAISED-LINE.

       4100-START-NEW-PO.
           MOVE WS-TODAY-DATE TO PO-ORDER-DATE
           SET PO-STATUS-OPEN TO TRUE
           MOVE 0 TO PO-LINE-COUNT
           MOVE VND-ID TO PO-VENDOR-ID
           MOVE VND-TERMS-CODE TO PO-TERMS-CODE
           MOVE WS-EXPECTED-DATE TO PO-EXPECTED-DATE
           MOVE 0 TO WS-PO-VALUE
           SET WS-PO-BUILDING TO TRUE
           PERFORM 6000-PRINT-DOCUMENT-HEADING.

      *-----------------------------------------------------------*
      *  5000-RAISE-VENDOR-POS reads VNDMAST in key order and
      *  raises each vendor's PO from the short products that
      *  name it as primary vendor.
      *-----------------------------------------------------------*
       5000-RAISE-VENDOR-POS.
           MOVE LOW-VALUES TO VND-ID
           START VENDOR-MASTER-FILE
               KEY IS NOT LESS THAN VND-ID
               INVALID KEY
                   SET WS-VND-EOF TO TRUE
           END-START
           IF NOT WS-VND-EOF
               PERFORM 5010-READ-VENDOR
           END-IF
           PERFORM 5100-RAISE-ONE-VENDOR
               UNTIL WS-VND-EOF.

       5010-READ-VENDOR.
           READ VENDOR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-VND-EOF TO TRUE
           END-READ.

       5100-RAISE-ONE-VENDOR.
           COMPUTE WS-EXPECTED-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               + VND-LEAD-TIME-DAYS)
           PERFORM 5200-ORDER-VENDOR-PRODUCT
               VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SHORT-COUNT
           PERFORM 3000-RELEASE-OPEN-PO
           PERFORM 5010-READ-VENDOR.

       5200-ORDER-VENDOR-PRODUCT.
           IF WS-SP-VENDOR-ID (WS-SP-IDX) = VND-ID
               PERFORM 4000-ADD-PO-LINE
           END-IF.

      *-----------------------------------------------------------*
      *  6000-PRINT-DOCUMENT-HEADING starts the PO document that
      *  goes to the supplier - vendor address, PO number, dates
      *  and terms.  6100 prints each line under the vendor's own
      *  part number and 6200 closes it with the order total.
      *-----------------------------------------------------------*
       6000-PRINT-DOCUMENT-HEADING.
           MOVE SPACES TO DOC-LINE
           STRING "=============================================="
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "PURCHASE ORDER " PO-NUMBER
               "    ORDER DATE " PO-ORDER-DATE
               "    DELIVER BY " PO-EXPECTED-DATE
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "VENDOR " VND-ID "  " VND-NAME
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE VND-ADDR-LINE1 TO DOC-LINE
           WRITE DOC-LINE
           IF VND-ADDR-LINE2 NOT = SPACES
               MOVE VND-ADDR-LINE2 TO DOC-LINE
               WRITE DOC-LINE
           END-IF
           MOVE SPACES TO DOC-LINE
           STRING VND-ADDR-CITY " " VND-ADDR-STATE " "
               VND-ADDR-ZIP
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "PAYMENT TERMS " PO-TERMS-CODE
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "LN  YOUR PART NO            OUR ITEM  "
               "DESCRIPTION                     WHSE  "
               "QUANTITY     UNIT COST          AMOUNT"
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE.

       6100-PRINT-DOCUMENT-LINE.
           MOVE PO-LINE-COUNT TO WS-LINE-NO-EDIT
           MOVE PO-QTY-ORDERED (PO-LINE-COUNT) TO WS-QTY-EDIT
           MOVE PO-UNIT-COST (PO-LINE-COUNT) TO WS-COST-EDIT
           MOVE WS-LINE-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO DOC-LINE
           STRING WS-LINE-NO-EDIT "  "
               PO-VENDOR-PART-NO (PO-LINE-COUNT) "  "
               PO-PRODUCT-ID (PO-LINE-COUNT) "    "
               WS-SP-DESCRIPTION (WS-SP-IDX) "  "
               PO-WAREHOUSE-ID (PO-LINE-COUNT) "   "
               WS-QTY-EDIT "  " WS-COST-EDIT "  " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE.

       6200-PRINT-DOCUMENT-TOTAL.
           MOVE WS-PO-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "ORDER TOTAL ....: " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "PLEASE QUOTE OUR PO NUMBER ON EVERY DELIVERY "
               "AND INVOICE."
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE.

       8100-PRINT-RAISED-LINE.
           MOVE PO-QTY-ORDERED (PO-LINE-COUNT) TO WS-QTY-EDIT
           MOVE PO-UNIT-COST (PO-LINE-COUNT) TO WS-COST-EDIT
           MOVE WS-LINE-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PO " PO-NUMBER
               "  VENDOR " PO-VENDOR-ID
               "  PRODUCT " PO-PRODUCT-ID (PO-LINE-COUNT)
               "  WHSE " PO-WAREHOUSE-ID (PO-LINE-COUNT)
               "  ORDERED " WS-QTY-EDIT
               "  AT " WS-COST-EDIT
               "  VALUE " WS-VALUE-EDIT
               "  DUE " PO-EXPECTED-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *    the caller has built the line in RPT-LINE.
       8300-PRINT-NOT-ORDERED-LINE.
           ADD 1 TO WS-NO-VENDOR-COUNT
           WRITE RPT-LINE.

       8400-PRINT-BELOW-MINIMUM-LINE.
           MOVE WS-PO-VALUE TO WS-VALUE-EDIT
           MOVE VND-MIN-ORDER-AMOUNT TO WS-COST-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PO " PO-NUMBER
               "  VENDOR " PO-VENDOR-ID
               "  VALUE " WS-VALUE-EDIT
               "  IS BELOW THE VENDOR MINIMUM ORDER OF "
               WS-COST-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY ON OPEN POS ....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NO-VENDOR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "NOT ORDERED - NO VENDOR : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BELOW-MINIMUM-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "POS UNDER VENDOR MINIMUM: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM POGEN.
