       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  APMATCH is the accounts-payable three-way match.  Every    *
      *  supplier-invoice line keyed to VINVFILE is proved against   *
      *  the POFILE line it bills - the vendor the PO was raised      *
      *  on, the quantity ordered and the PO cost - and against       *
      *  what RECVPOST actually received into stock on that line.     *
      *  A line inside tolerance is vouchered: a VCHFILE voucher       *
      *  numbered from the NUMCTL "VOUCHER" counter, due on the        *
      *  PO's payment terms, with the PO line's invoiced quantity      *
      *  worked up so the same goods cannot be paid for twice.  A      *
      *  quantity or price difference outside tolerance goes to        *
      *  the exception register for purchasing, and the row is          *
      *  stamped and held until purchasing keys the approval -          *
      *  it then vouchers as invoiced on the next run.  A line          *
      *  that cannot be matched at all (no such PO, another             *
      *  vendor's PO, no such line) is never approvable; AP             *
      *  re-keys it.  GLEXTR AP mode journals the vouchers.             *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *   2026-10-15  JPS  The accrual is relieved at the value the
      *                    receipts were accrued at (PO line
      *                    received value), not at the PO cost -
      *                    a cost change between order and receipt
      *                    left a residual in the receipts accrual.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE ASSIGN TO "VINVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIN-FILE-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO "VCHFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VCH-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "APMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "APEXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-INVOICE-FILE.
       COPY VINREC.

       FD  PURCHASE-ORDER-FILE.
       COPY POREC.

       FD  VOUCHER-FILE.
       COPY VCHREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  EXCEPTION-FILE.
       01  EXC-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-VIN-FILE-STATUS           PIC X(02).
       01  WS-PO-FILE-STATUS            PIC X(02).
       01  WS-VCH-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-EXC-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-OVER-TOLERANCE-SWITCH      PIC X(01).
           88  WS-OVER-TOLERANCE             VALUE "Y".
       01  WS-LINE-MATCHED-SWITCH        PIC X(01).
           88  WS-LINE-MATCHED               VALUE "Y".

      *    an invoiced quantity above the ordered or received
      *    quantity, or a price away from the PO cost, by more
      *    than these percentages goes to purchasing.
       77  WS-QTY-TOLERANCE-PCT         PIC 9(02)V99 VALUE 2.00.
       77  WS-PRICE-TOLERANCE-PCT       PIC 9(02)V99 VALUE 2.00.
      *    the payment days for a PO whose terms code is blank or
      *    no longer on TERMFILE.
       77  WS-TERMS-DAYS                PIC 9(03) COMP VALUE 30.

       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-COUNTER-ID                PIC X(08) VALUE "VOUCHER ".
       01  WS-ASSIGNED-VOUCHER-NO       PIC 9(08).
       01  WS-LINE-NO                   PIC 9(03) COMP.
       01  WS-QTY-AFTER                 PIC 9(06) COMP.
       01  WS-QTY-OVER                  PIC 9(06) COMP.
       01  WS-QTY-UNBILLED              PIC S9(06) COMP.
       01  WS-QTY-ACCRUED               PIC 9(05) COMP.
       01  WS-ACCRUAL-OPEN              PIC S9(09)V99.
       01  WS-PRICE-DIFF                PIC 9(07)V99.
       01  WS-OVER-PCT                  PIC 9(05)V99.

       01  WS-TRM-NET-DAYS              PIC 9(03).
       01  WS-TRM-DISC-PCT              PIC 9(02)V99.
       01  WS-TRM-DISC-DAYS             PIC 9(03).
       01  WS-TRM-FOUND-SWITCH          PIC X(01).
           88  WS-TERMS-FOUND               VALUE "Y".
       01  WS-DUE-DAYS                  PIC 9(03) COMP.

       01  WS-LINES-READ-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-VOUCHERED-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-OVERRIDE-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-INVOICED            PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-ACCRUED             PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-VARIANCE            PIC S9(11)V99 VALUE 0.

       01  WS-LINE-NO-EDIT              PIC ZZ9.
       01  WS-QTY-EDIT                  PIC ZZ,ZZ9.
       01  WS-ORDERED-EDIT              PIC ZZ,ZZ9.
       01  WS-RECEIVED-EDIT             PIC ZZ,ZZ9.
       01  WS-BILLED-EDIT               PIC ZZ,ZZ9.
       01  WS-PRICE-EDIT                PIC Z,ZZZ,ZZ9.99.
       01  WS-COST-EDIT                 PIC Z,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-VARIANCE-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-TOTAL-EDIT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
       COPY BWLREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-INVOICE-LINE THRU 2000-NEXT
               UNTIL WS-EOF
           PERFORM 9000-PRINT-TRAILER
           CLOSE VENDOR-INVOICE-FILE PURCHASE-ORDER-FILE
               VOUCHER-FILE REGISTER-FILE EXCEPTION-FILE
           CALL "NUMCLS"
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           OPEN I-O VENDOR-INVOICE-FILE
           IF WS-VIN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VINVFILE - STATUS "
                   WS-VIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN POFILE - STATUS "
                   WS-PO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND VOUCHER-FILE
           IF WS-VCH-FILE-STATUS = "35"
               OPEN OUTPUT VOUCHER-FILE
               CLOSE VOUCHER-FILE
               OPEN EXTEND VOUCHER-FILE
           END-IF
           IF WS-VCH-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VCHFILE - STATUS "
                   WS-VCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN APMRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS-PAYABLE INVOICE MATCH REGISTER - RUN DATE "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "VOUCHER   VENDOR  INVOICE       PO        LN  "
               "   QTY       PRICE          AMOUNT       VARIANCE"
               "  DUE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN APEXRPT - STATUS "
                   WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO EXC-LINE
           STRING "SUPPLIER-INVOICE EXCEPTIONS FOR PURCHASING - RUN "
               "DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES TO EXC-LINE
           WRITE EXC-LINE

           PERFORM 1100-READ-INVOICE-LINE.

       1100-READ-INVOICE-LINE.
           READ VENDOR-INVOICE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  2000-MATCH-INVOICE-LINE proves one invoice line against
      *  its PO line and the quantity received, and either
      *  vouchers it or holds it for purchasing.
      *-----------------------------------------------------------*
       2000-MATCH-INVOICE-LINE.
           ADD 1 TO WS-LINES-READ-COUNT
           MOVE "N" TO WS-LINE-MATCHED-SWITCH

      *    a vouchered row is already on VCHFILE and on the PO
      *    line's invoiced quantity - matching it again would pay
      *    the vendor twice.
           IF VIN-STATUS-VOUCHERED
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF

           IF VIN-QTY-INVOICED = 0
               MOVE "ZERO QUANTITY INVOICED" TO STD-REASON-TEXT
               PERFORM 8500-HOLD-EXCEPTION
               GO TO 2000-NEXT
           END-IF

           MOVE VIN-PO-NUMBER TO PO-NUMBER
           READ PURCHASE-ORDER-FILE
               KEY IS PO-NUMBER
               INVALID KEY
                   MOVE "PO NOT ON PURCHASE-ORDER FILE"
                       TO STD-REASON-TEXT
                   PERFORM 8500-HOLD-EXCEPTION
                   GO TO 2000-NEXT
           END-READ
           IF PO-VENDOR-ID NOT = VIN-VENDOR-ID
               MOVE "PO WAS RAISED ON ANOTHER VENDOR"
                   TO STD-REASON-TEXT
               PERFORM 8500-HOLD-EXCEPTION
               GO TO 2000-NEXT
           END-IF
           IF VIN-PO-LINE-NO = 0 OR VIN-PO-LINE-NO > PO-LINE-COUNT
               MOVE "LINE NUMBER NOT ON PURCHASE ORDER"
                   TO STD-REASON-TEXT
               PERFORM 8500-HOLD-EXCEPTION
               GO TO 2000-NEXT
           END-IF
           MOVE VIN-PO-LINE-NO TO WS-LINE-NO
           IF VIN-PRODUCT-ID NOT = SPACES
               AND VIN-PRODUCT-ID NOT = PO-PRODUCT-ID (WS-LINE-NO)
               MOVE "PRODUCT DOES NOT MATCH THE PO LINE"
                   TO STD-REASON-TEXT
               PERFORM 8500-HOLD-EXCEPTION
               GO TO 2000-NEXT
           END-IF
           SET WS-LINE-MATCHED TO TRUE

      *    the quantity and price checks are the ones purchasing
      *    can sign off - an approved row vouchers as invoiced.
           PERFORM 2100-CHECK-TOLERANCES THRU 2100-EXIT
           IF WS-OVER-TOLERANCE
               IF VIN-APPROVED
                   ADD 1 TO WS-OVERRIDE-COUNT
               ELSE
                   PERFORM 8500-HOLD-EXCEPTION
                   GO TO 2000-NEXT
               END-IF
           END-IF

           PERFORM 3000-WRITE-VOUCHER
           PERFORM 3100-WORK-PO-LINE-UP

           SET VIN-STATUS-VOUCHERED TO TRUE
           PERFORM 2900-REWRITE-INVOICE-LINE
           PERFORM 8100-PRINT-VOUCHER-LINE.
       2000-NEXT.
           PERFORM 1100-READ-INVOICE-LINE.

      *-----------------------------------------------------------*
      *  2100-CHECK-TOLERANCES - the line's invoiced quantity
      *  to date, this invoice included, against the quantity
      *  ordered and the quantity received, then the invoice price
      *  against the PO cost.  The first check out of tolerance
      *  names the exception; the register shows all the figures.
      *-----------------------------------------------------------*
       2100-CHECK-TOLERANCES.
           MOVE "N" TO WS-OVER-TOLERANCE-SWITCH
           COMPUTE WS-QTY-AFTER =
               PO-QTY-INVOICED (WS-LINE-NO) + VIN-QTY-INVOICED

           IF WS-QTY-AFTER > PO-QTY-ORDERED (WS-LINE-NO)
               COMPUTE WS-QTY-OVER =
                   WS-QTY-AFTER - PO-QTY-ORDERED (WS-LINE-NO)
               COMPUTE WS-OVER-PCT ROUNDED =
                   WS-QTY-OVER * 100 / PO-QTY-ORDERED (WS-LINE-NO)
               IF WS-OVER-PCT > WS-QTY-TOLERANCE-PCT
                   MOVE "INVOICED QUANTITY OVER PO ORDERED"
                       TO STD-REASON-TEXT
                   SET WS-OVER-TOLERANCE TO TRUE
                   GO TO 2100-EXIT
               END-IF
           END-IF

      *    nothing received yet means nothing to pay for.
           IF WS-QTY-AFTER > PO-QTY-RECEIVED (WS-LINE-NO)
               IF PO-QTY-RECEIVED (WS-LINE-NO) = 0
                   MOVE "NOTHING RECEIVED ON THE PO LINE"
                       TO STD-REASON-TEXT
                   SET WS-OVER-TOLERANCE TO TRUE
                   GO TO 2100-EXIT
               END-IF
               COMPUTE WS-QTY-OVER =
                   WS-QTY-AFTER - PO-QTY-RECEIVED (WS-LINE-NO)
               COMPUTE WS-OVER-PCT ROUNDED =
                   WS-QTY-OVER * 100 / PO-QTY-RECEIVED (WS-LINE-NO)
               IF WS-OVER-PCT > WS-QTY-TOLERANCE-PCT
                   MOVE "INVOICED QUANTITY OVER QUANTITY RECEIVED"
                       TO STD-REASON-TEXT
                   SET WS-OVER-TOLERANCE TO TRUE
                   GO TO 2100-EXIT
               END-IF
           END-IF

           IF VIN-UNIT-PRICE > PO-UNIT-COST (WS-LINE-NO)
               COMPUTE WS-PRICE-DIFF =
                   VIN-UNIT-PRICE - PO-UNIT-COST (WS-LINE-NO)
           ELSE
               COMPUTE WS-PRICE-DIFF =
                   PO-UNIT-COST (WS-LINE-NO) - VIN-UNIT-PRICE
           END-IF
           IF WS-PRICE-DIFF = 0
               GO TO 2100-EXIT
           END-IF
           IF PO-UNIT-COST (WS-LINE-NO) = 0
               MOVE "INVOICE PRICED ON A NO-COST PO LINE"
                   TO STD-REASON-TEXT
               SET WS-OVER-TOLERANCE TO TRUE
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-OVER-PCT ROUNDED =
               WS-PRICE-DIFF * 100 / PO-UNIT-COST (WS-LINE-NO)
           IF WS-OVER-PCT > WS-PRICE-TOLERANCE-PCT
               MOVE "INVOICE PRICE DIFFERS FROM PO COST"
                   TO STD-REASON-TEXT
               SET WS-OVER-TOLERANCE TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2900-REWRITE-INVOICE-LINE.
           REWRITE VENDOR-INVOICE-RECORD
           IF WS-VIN-FILE-STATUS NOT = "00"
               DISPLAY "VINVFILE REWRITE FAILED - STATUS "
                   WS-VIN-FILE-STATUS " INVOICE " VIN-INVOICE-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      *  3000-WRITE-VOUCHER appends the approved voucher.  The
      *  accrued amount is the part of the invoice that bills
      *  goods already received and not yet invoiced, at the value
      *  those receipts were accrued at (the product's unit cost
      *  when RECVPOST posted them, carried on the PO line) - and
      *  the variance is the rest of the invoice, the PO cost's
      *  difference from that unit cost included.  The invoice
      *  that bills the last of the received quantity takes what
      *  is left of the line's accrual, so it clears to the penny.
      *  The PO record is still in the record area from 2000.
      *-----------------------------------------------------------*
       3000-WRITE-VOUCHER.
           CALL "NUMASGN" USING WS-COUNTER-ID WS-ASSIGNED-VOUCHER-NO
           IF WS-ASSIGNED-VOUCHER-NO = 0
               DISPLAY "APMATCH - NO VOUCHER NUMBER ASSIGNED - SEE "
                   "NUMASGN MESSAGES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-QTY-UNBILLED =
               PO-QTY-RECEIVED (WS-LINE-NO)
               - PO-QTY-INVOICED (WS-LINE-NO)
           IF WS-QTY-UNBILLED < 0
               MOVE 0 TO WS-QTY-UNBILLED
           END-IF
           IF VIN-QTY-INVOICED < WS-QTY-UNBILLED
               MOVE VIN-QTY-INVOICED TO WS-QTY-ACCRUED
           ELSE
               MOVE WS-QTY-UNBILLED TO WS-QTY-ACCRUED
           END-IF

           MOVE SPACES TO VOUCHER-RECORD
           MOVE WS-ASSIGNED-VOUCHER-NO TO VCH-VOUCHER-NO
           MOVE WS-TODAY-DATE TO VCH-VOUCHER-DATE
           MOVE VIN-VENDOR-ID TO VCH-VENDOR-ID
           MOVE VIN-INVOICE-NO TO VCH-INVOICE-NO
           MOVE VIN-INVOICE-DATE TO VCH-INVOICE-DATE
           MOVE VIN-PO-NUMBER TO VCH-PO-NUMBER
           MOVE VIN-PO-LINE-NO TO VCH-PO-LINE-NO
           MOVE PO-PRODUCT-ID (WS-LINE-NO) TO VCH-PRODUCT-ID
           MOVE VIN-QTY-INVOICED TO VCH-QTY-INVOICED
           MOVE VIN-UNIT-PRICE TO VCH-UNIT-PRICE
           MOVE PO-UNIT-COST (WS-LINE-NO) TO VCH-PO-UNIT-COST
           COMPUTE VCH-INVOICE-AMOUNT ROUNDED =
               VIN-QTY-INVOICED * VIN-UNIT-PRICE
           COMPUTE WS-ACCRUAL-OPEN =
               PO-RECEIVED-VALUE (WS-LINE-NO)
               - PO-ACCRUAL-RELIEVED (WS-LINE-NO)
           EVALUATE TRUE
               WHEN WS-QTY-ACCRUED = 0
                   MOVE 0 TO VCH-ACCRUED-AMOUNT
               WHEN WS-QTY-ACCRUED = WS-QTY-UNBILLED
                   MOVE WS-ACCRUAL-OPEN TO VCH-ACCRUED-AMOUNT
               WHEN OTHER
                   COMPUTE VCH-ACCRUED-AMOUNT ROUNDED =
                       WS-ACCRUAL-OPEN * WS-QTY-ACCRUED
                       / WS-QTY-UNBILLED
           END-EVALUATE
           COMPUTE VCH-VARIANCE-AMOUNT =
               VCH-INVOICE-AMOUNT - VCH-ACCRUED-AMOUNT
           IF WS-OVER-TOLERANCE
               MOVE "Y" TO VCH-OVERRIDE-SWITCH
           ELSE
               MOVE "N" TO VCH-OVERRIDE-SWITCH
           END-IF
           MOVE "N" TO VCH-JOURNAL-SWITCH
           SET VCH-STATUS-OPEN TO TRUE

      *    due on the terms the PO was raised on.
           MOVE "N" TO WS-TRM-FOUND-SWITCH
           IF PO-TERMS-CODE NOT = SPACES
               CALL "TRMLOOK" USING PO-TERMS-CODE
                   WS-TRM-NET-DAYS WS-TRM-DISC-PCT
                   WS-TRM-DISC-DAYS WS-TRM-FOUND-SWITCH
           END-IF
           IF WS-TERMS-FOUND
               MOVE WS-TRM-NET-DAYS TO WS-DUE-DAYS
           ELSE
               MOVE WS-TERMS-DAYS TO WS-DUE-DAYS
           END-IF
           COMPUTE VCH-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (VIN-INVOICE-DATE)
               + WS-DUE-DAYS)

           WRITE VOUCHER-RECORD
           IF WS-VCH-FILE-STATUS NOT = "00"
               DISPLAY "VCHFILE WRITE FAILED - STATUS "
                   WS-VCH-FILE-STATUS " VOUCHER " VCH-VOUCHER-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VOUCHERED-COUNT
           ADD VCH-INVOICE-AMOUNT TO WS-TOTAL-INVOICED
           ADD VCH-ACCRUED-AMOUNT TO WS-TOTAL-ACCRUED
           ADD VCH-VARIANCE-AMOUNT TO WS-TOTAL-VARIANCE.

      *-----------------------------------------------------------*
      *  3100-WORK-PO-LINE-UP adds the vouchered quantity to the
      *  PO line so a second invoice for the same goods fails the
      *  quantity checks, and the accrual the voucher relieved.
      *-----------------------------------------------------------*
       3100-WORK-PO-LINE-UP.
           ADD VIN-QTY-INVOICED TO PO-QTY-INVOICED (WS-LINE-NO)
           ADD VCH-ACCRUED-AMOUNT TO PO-ACCRUAL-RELIEVED (WS-LINE-NO)
           REWRITE PURCHASE-ORDER-RECORD
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "POFILE REWRITE FAILED - STATUS "
                   WS-PO-FILE-STATUS " PO " PO-NUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8100-PRINT-VOUCHER-LINE.
           MOVE VIN-PO-LINE-NO TO WS-LINE-NO-EDIT
           MOVE VCH-QTY-INVOICED TO WS-QTY-EDIT
           MOVE VCH-UNIT-PRICE TO WS-PRICE-EDIT
           MOVE VCH-INVOICE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE VCH-VARIANCE-AMOUNT TO WS-VARIANCE-EDIT
           MOVE SPACES TO RPT-LINE
           IF VCH-OVERRIDDEN
               STRING VCH-VOUCHER-NO "  " VCH-VENDOR-ID "  "
                   VCH-INVOICE-NO "  " VCH-PO-NUMBER "  "
                   WS-LINE-NO-EDIT " " WS-QTY-EDIT " "
                   WS-PRICE-EDIT " " WS-AMOUNT-EDIT " "
                   WS-VARIANCE-EDIT "  " VCH-DUE-DATE
                   "  APPROVED BY PURCHASING"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING VCH-VOUCHER-NO "  " VCH-VENDOR-ID "  "
                   VCH-INVOICE-NO "  " VCH-PO-NUMBER "  "
                   WS-LINE-NO-EDIT " " WS-QTY-EDIT " "
                   WS-PRICE-EDIT " " WS-AMOUNT-EDIT " "
                   WS-VARIANCE-EDIT "  " VCH-DUE-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  8500-HOLD-EXCEPTION stamps the row held and prints it on
      *  the purchasing exception register.  When the PO line was
      *  found the register carries the ordered, received and
      *  already-invoiced quantities and the PO cost beside the
      *  invoice figures, so purchasing can resolve it from the
      *  page.
      *-----------------------------------------------------------*
       8500-HOLD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           SET VIN-STATUS-EXCEPTION TO TRUE
           PERFORM 2900-REWRITE-INVOICE-LINE
           MOVE VIN-PO-LINE-NO TO WS-LINE-NO-EDIT
           MOVE VIN-QTY-INVOICED TO WS-QTY-EDIT
           MOVE VIN-UNIT-PRICE TO WS-PRICE-EDIT
           MOVE SPACES TO EXC-LINE
           STRING "VENDOR " VIN-VENDOR-ID
               "  INVOICE " VIN-INVOICE-NO
               "  DATED " VIN-INVOICE-DATE
               "  PO " VIN-PO-NUMBER
               "  LN " WS-LINE-NO-EDIT
               "  HELD - " STD-REASON-TEXT
               DELIMITED BY SIZE INTO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES TO EXC-LINE
           IF WS-LINE-MATCHED
               MOVE PO-QTY-ORDERED (WS-LINE-NO) TO WS-ORDERED-EDIT
               MOVE PO-QTY-RECEIVED (WS-LINE-NO) TO WS-RECEIVED-EDIT
               MOVE PO-QTY-INVOICED (WS-LINE-NO) TO WS-BILLED-EDIT
               MOVE PO-UNIT-COST (WS-LINE-NO) TO WS-COST-EDIT
               STRING "       INVOICED " WS-QTY-EDIT
                   " AT " WS-PRICE-EDIT
                   "   PO ORDERED " WS-ORDERED-EDIT
                   "  RECEIVED " WS-RECEIVED-EDIT
                   "  INVOICED BEFORE " WS-BILLED-EDIT
                   "  AT COST " WS-COST-EDIT
                   DELIMITED BY SIZE INTO EXC-LINE
           ELSE
               STRING "       INVOICED " WS-QTY-EDIT
                   " AT " WS-PRICE-EDIT
                   "   PRODUCT " VIN-PRODUCT-ID
                   DELIMITED BY SIZE INTO EXC-LINE
           END-IF
           WRITE EXC-LINE.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LINES-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "INVOICE LINES READ ......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-VOUCHERED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "VOUCHERS WRITTEN ........: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OVERRIDE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  OF WHICH APPROVED .....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "HELD FOR PURCHASING .....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY VOUCHERED .......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-INVOICED TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL INVOICED ..........: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-ACCRUED TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RECEIPTS ACCRUAL CLEARED : " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-VARIANCE TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PRICE/QUANTITY VARIANCE .: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES TO EXC-LINE
           STRING "INVOICE LINES HELD ......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO EXC-LINE
           WRITE EXC-LINE.

      *-----------------------------------------------------------*
      *  9800/9810 log the run's start and its end on the BATWIN
      *  batch-window log for the morning report.  A run that stops
      *  early leaves its start row alone, which the report flags.
      *  The CALL hands back BWLWRIT's own return code, so the end
      *  restores ours from the row.
      *-----------------------------------------------------------*
       9800-LOG-WINDOW-START.
           MOVE "APMATCH " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "APMATCH " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM APMATCH.
