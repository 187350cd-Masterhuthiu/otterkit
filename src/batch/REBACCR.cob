       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBACCR.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  REBACCR is the month-end volume-rebate accrual.  For the   *
      *  YYYYMM passed as the COMMAND-LINE parameter it measures     *
      *  every accruing REBATE agreement through the month's last     *
      *  day, or through the period's end if that comes first:        *
      *    - gross purchases are the customer's SALESHST sales of       *
      *      the agreement's products inside the period (every           *
      *      product when the agreement lists none);                     *
      *    - credit memos on INVFILE against an invoice cut inside        *
      *      the period come off, in the share of that invoice the        *
      *      qualifying products made up.  The rebate credit memos         *
      *      REBSETL cuts are not purchases and are passed over.           *
      *  The highest tier the net purchases reach pays its                 *
      *  percentage on all of them.  The period is measured afresh          *
      *  every month, so the change from the rebate already accrued         *
      *  is what this run books: the agreement is rewritten and the          *
      *  change audit-logged, and the month's total change goes on           *
      *  RUNCTL under the accrual date for GLEXTR's RBT journal.             *
      *  A rerun measures the same figures, finds no change and               *
      *  books nothing more.  An agreement whose period has ended             *
      *  is flagged ready to settle on the REBRPT register.                   *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN TO "REBATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBA-CUST-ID
               FILE STATUS IS WS-RBA-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SALESHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "REBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE.
       COPY RBAREC.

       FD  HISTORY-FILE.
       COPY SLHREC.

       FD  INVOICE-FILE.
       COPY INVREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RBA-FILE-STATUS           PIC X(02).
       01  WS-HST-FILE-STATUS           PIC X(02).
       01  WS-INV-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-RBA-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-RBA-EOF                   VALUE "Y".
       01  WS-HST-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-HST-EOF                   VALUE "Y".
       01  WS-INV-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-INV-EOF                   VALUE "Y".
       01  WS-NO-AGREEMENTS-SWITCH      PIC X(01) VALUE "N".
           88  WS-NO-AGREEMENTS             VALUE "Y".
       01  WS-FOUND-SWITCH               PIC X(01).
           88  WS-ENTRY-FOUND                 VALUE "Y".
       01  WS-QUALIFY-SWITCH             PIC X(01).
           88  WS-PRODUCT-QUALIFIES           VALUE "Y".
       01  WS-IN-PERIOD-SWITCH           PIC X(01).
           88  WS-IN-PERIOD                   VALUE "Y".

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-ACCRUAL-MONTH             PIC 9(06).
       01  WS-ACCRUAL-DATE              PIC 9(08).
       01  WS-NEXT-MONTH-START          PIC 9(08).
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
           05  WS-NM-YEAR               PIC 9(04).
           05  WS-NM-MONTH              PIC 9(02).
           05  WS-NM-DAY                PIC 9(02).
       01  WS-ROW-MONTH                 PIC 9(06).
       01  WS-ROW-DAY                   PIC 9(02).
       01  WS-WORK-CUST-ID              PIC X(06).
       01  WS-WORK-PRODUCT-ID           PIC X(06).
       01  WS-WORK-DATE                 PIC 9(08).
       01  WS-PROD-NO                   PIC 9(02) COMP.
       01  WS-TIER-NO                   PIC 9(02) COMP.
       01  WS-LINE-NO                   PIC 9(03) COMP.
       01  WS-INVOICE-TOTAL             PIC S9(11)V99.
       01  WS-INVOICE-QUALIFYING        PIC S9(11)V99.
       01  WS-CREDIT-AMOUNT             PIC S9(11)V99.
       01  WS-NET-PURCHASES             PIC S9(11)V99.
       01  WS-TIER-PCT                  PIC 9(02)V99.
       01  WS-REBATE-EARNED             PIC S9(09)V99.
       01  WS-REBATE-CHANGE             PIC S9(09)V99.
       01  WS-PRIOR-ACCRUED             PIC S9(09)V99.
       01  WS-NOTE                      PIC X(20).

      *-----------------------------------------------------------*
      *  the accruing agreements, loaded once - each one's window
      *  (period start through the measure date) and qualifying
      *  products, with the gross sales and credits the passes
      *  collect against it.
      *-----------------------------------------------------------*
       01  WS-AGREEMENT-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-AGREEMENT-TABLE.
           05  WS-RA-ENTRY OCCURS 500 TIMES INDEXED BY WS-RA-IDX.
               10  WS-RA-CUST-ID              PIC X(06).
               10  WS-RA-PERIOD-START         PIC 9(08).
               10  WS-RA-THROUGH-DATE         PIC 9(08).
               10  WS-RA-PRODUCT-COUNT        PIC 9(03) COMP.
               10  WS-RA-PRODUCT-ID OCCURS 20 TIMES
                                              PIC X(06).
               10  WS-RA-GROSS                PIC S9(11)V99.
               10  WS-RA-CREDITS              PIC S9(11)V99.

      *-----------------------------------------------------------*
      *  the invoices cut to agreement customers inside their
      *  periods, with the share of each the qualifying products
      *  made up - a credit memo against one comes off in that
      *  share.  A credit memo against an invoice not here
      *  reverses a sale the period never counted.
      *-----------------------------------------------------------*
       01  WS-SHARE-COUNT               PIC 9(05) COMP VALUE 0.
       01  WS-SHARE-TABLE.
           05  WS-IS-ENTRY OCCURS 5000 TIMES INDEXED BY WS-IS-IDX.
               10  WS-IS-INVOICE-NO           PIC 9(08).
               10  WS-IS-SHARE                PIC 9V9(06).

       01  WS-AGREEMENTS-READ-COUNT     PIC 9(05) COMP VALUE 0.
       01  WS-AGREEMENTS-ACCRUED-COUNT  PIC 9(05) COMP VALUE 0.
       01  WS-AGREEMENTS-SKIPPED-COUNT  PIC 9(05) COMP VALUE 0.
       01  WS-READY-TO-SETTLE-COUNT     PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-CHANGE              PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-ACCRUED             PIC S9(11)V99 VALUE 0.

       01  WS-OLD-VALUE-DISP             PIC X(20).
       01  WS-NEW-VALUE-DISP             PIC X(20).
       01  WS-BAL-EDIT                   PIC -(7)9.99.
       01  WS-AUD-CLASS                  PIC X(12).
       01  WS-AUD-METHOD                 PIC X(20).
       01  WS-AUD-KEY                    PIC X(08).
       01  WS-AUD-FIELD                  PIC X(20).

       01  WS-AMOUNT-EDIT-1              PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-2              PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-3              PIC ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-4              PIC ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-5              PIC ZZZ,ZZ9.99-.
       01  WS-PCT-EDIT                   PIC Z9.99.
       01  WS-COUNT-EDIT                 PIC ZZZZ9.

       COPY RCTREC.
       COPY BWLREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           IF NOT WS-NO-AGREEMENTS
               PERFORM 2000-SCAN-SALES-HISTORY
               PERFORM 3000-SCAN-INVOICES
               PERFORM 4000-ACCRUE-AGREEMENT THRU 4000-EXIT
                   VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-AGREEMENT-COUNT
               CLOSE REBATE-FILE
           END-IF
           PERFORM 9000-PRINT-TRAILER
           PERFORM 9400-WRITE-RUN-CONTROL
           CLOSE REGISTER-FILE
           CALL "RCTCLS"
           CALL "AUDCLOSE"
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE takes the accrual month and works out its
      *  last day - the date every agreement is measured through
      *  and the date the run's RUNCTL row carries.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:6) IS NUMERIC AND WS-PARM-DATA (1:6)
                   NOT = "000000"
               MOVE WS-PARM-DATA (1:6) TO WS-ACCRUAL-MONTH
           ELSE
               DISPLAY "REBACCR REQUIRES A YYYYMM ACCRUAL-MONTH PARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NEXT-MONTH-START = WS-ACCRUAL-MONTH * 100 + 1
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           COMPUTE WS-ACCRUAL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1)

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN REBRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "VOLUME-REBATE ACCRUAL REGISTER THROUGH "
               WS-ACCRUAL-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CUST    PERIOD                GROSS SALES  "
               "      CREDITS    PCT        EARNED          PRIOR"
               "      CHANGE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN I-O REBATE-FILE
           IF WS-RBA-FILE-STATUS = "35"
               SET WS-NO-AGREEMENTS TO TRUE
           ELSE
               IF WS-RBA-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN REBATE - STATUS "
                       WS-RBA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1100-LOAD-AGREEMENTS
           END-IF.

       1100-LOAD-AGREEMENTS.
           MOVE LOW-VALUES TO RBA-CUST-ID
           START REBATE-FILE
               KEY IS NOT LESS THAN RBA-CUST-ID
               INVALID KEY
                   SET WS-RBA-EOF TO TRUE
           END-START
           IF NOT WS-RBA-EOF
               PERFORM 1110-READ-AGREEMENT
           END-IF
           PERFORM 1120-STORE-AGREEMENT
               UNTIL WS-RBA-EOF.

       1110-READ-AGREEMENT.
           READ REBATE-FILE NEXT RECORD
               AT END
                   SET WS-RBA-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  1120-STORE-AGREEMENT takes an accruing agreement whose
      *  period has begun by the accrual date.  One already
      *  accrued past this month - a month-end rerun out of turn -
      *  is left as it stands rather than measured backwards.
      *-----------------------------------------------------------*
       1120-STORE-AGREEMENT.
           ADD 1 TO WS-AGREEMENTS-READ-COUNT
           IF RBA-STATUS-ACCRUING
               AND RBA-PERIOD-START <= WS-ACCRUAL-DATE
               AND RBA-LAST-ACCRUAL-DATE <= WS-ACCRUAL-DATE
      *        an agreement dropped here would never accrue -
      *        refuse to run from a partial table instead.
               IF WS-AGREEMENT-COUNT >= 500
                   DISPLAY "REBACCR - AGREEMENT TABLE FULL - RAISE "
                       "THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AGREEMENT-COUNT
               SET WS-RA-IDX TO WS-AGREEMENT-COUNT
               MOVE RBA-CUST-ID TO WS-RA-CUST-ID (WS-RA-IDX)
               MOVE RBA-PERIOD-START TO WS-RA-PERIOD-START (WS-RA-IDX)
               IF RBA-PERIOD-END < WS-ACCRUAL-DATE
                   MOVE RBA-PERIOD-END
                       TO WS-RA-THROUGH-DATE (WS-RA-IDX)
               ELSE
                   MOVE WS-ACCRUAL-DATE
                       TO WS-RA-THROUGH-DATE (WS-RA-IDX)
               END-IF
               MOVE RBA-PRODUCT-COUNT
                   TO WS-RA-PRODUCT-COUNT (WS-RA-IDX)
               PERFORM 1130-STORE-AGREEMENT-PRODUCT
                   VARYING WS-PROD-NO FROM 1 BY 1
                   UNTIL WS-PROD-NO > 20
               MOVE 0 TO WS-RA-GROSS (WS-RA-IDX)
               MOVE 0 TO WS-RA-CREDITS (WS-RA-IDX)
           ELSE
               ADD 1 TO WS-AGREEMENTS-SKIPPED-COUNT
           END-IF
           PERFORM 1110-READ-AGREEMENT.

       1130-STORE-AGREEMENT-PRODUCT.
           MOVE RBA-PRODUCT-ID (WS-PROD-NO)
               TO WS-RA-PRODUCT-ID (WS-RA-IDX, WS-PROD-NO).

      *-----------------------------------------------------------*
      *  2000-SCAN-SALES-HISTORY adds each agreement customer's
      *  qualifying sales inside the window.  HSTROLL's monthly
      *  summary rows (day 00) count when their month is inside
      *  the window - periods are set on month boundaries, and a
      *  rolled month cannot be split.
      *-----------------------------------------------------------*
       2000-SCAN-SALES-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HST-FILE-STATUS = "35"
               SET WS-HST-EOF TO TRUE
           ELSE
               IF WS-HST-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SALESHST - STATUS "
                       WS-HST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-READ-HISTORY-ROW
               PERFORM 2200-ADD-ONE-SALE
                   UNTIL WS-HST-EOF
               CLOSE HISTORY-FILE
           END-IF.

       2100-READ-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
           END-READ.

       2200-ADD-ONE-SALE.
           MOVE SLH-CUST-ID TO WS-WORK-CUST-ID
           PERFORM 2300-LOOK-UP-AGREEMENT
           IF WS-ENTRY-FOUND
               MOVE SLH-SALE-DATE TO WS-WORK-DATE
               PERFORM 2400-TEST-IN-PERIOD
               IF WS-IN-PERIOD
                   MOVE SLH-PRODUCT-ID TO WS-WORK-PRODUCT-ID
                   PERFORM 2500-TEST-QUALIFYING-PRODUCT
                   IF WS-PRODUCT-QUALIFIES
                       ADD SLH-EXTENDED-AMOUNT
                           TO WS-RA-GROSS (WS-RA-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY-ROW.

      *-----------------------------------------------------------*
      *  2300-LOOK-UP-AGREEMENT leaves WS-RA-IDX on the agreement
      *  for WS-WORK-CUST-ID when WS-ENTRY-FOUND.
      *-----------------------------------------------------------*
       2300-LOOK-UP-AGREEMENT.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2310-MATCH-AGREEMENT
               VARYING WS-RA-IDX FROM 1 BY 1
               UNTIL WS-RA-IDX > WS-AGREEMENT-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-RA-IDX DOWN BY 1
           END-IF.

       2310-MATCH-AGREEMENT.
           IF WS-RA-CUST-ID (WS-RA-IDX) = WS-WORK-CUST-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2400-TEST-IN-PERIOD.
           MOVE "N" TO WS-IN-PERIOD-SWITCH
           COMPUTE WS-ROW-MONTH = WS-WORK-DATE / 100
           COMPUTE WS-ROW-DAY = WS-WORK-DATE - WS-ROW-MONTH * 100
           IF WS-ROW-DAY = 0
               IF WS-ROW-MONTH >= WS-RA-PERIOD-START (WS-RA-IDX) / 100
                   AND WS-ROW-MONTH
                       <= WS-RA-THROUGH-DATE (WS-RA-IDX) / 100
                   SET WS-IN-PERIOD TO TRUE
               END-IF
           ELSE
               IF WS-WORK-DATE >= WS-RA-PERIOD-START (WS-RA-IDX)
                   AND WS-WORK-DATE <= WS-RA-THROUGH-DATE (WS-RA-IDX)
                   SET WS-IN-PERIOD TO TRUE
               END-IF
           END-IF.

       2500-TEST-QUALIFYING-PRODUCT.
           IF WS-RA-PRODUCT-COUNT (WS-RA-IDX) = 0
               SET WS-PRODUCT-QUALIFIES TO TRUE
           ELSE
               MOVE "N" TO WS-QUALIFY-SWITCH
               PERFORM 2510-MATCH-PRODUCT
                   VARYING WS-PROD-NO FROM 1 BY 1
                   UNTIL WS-PROD-NO > WS-RA-PRODUCT-COUNT (WS-RA-IDX)
                   OR WS-PRODUCT-QUALIFIES
           END-IF.

       2510-MATCH-PRODUCT.
           IF WS-RA-PRODUCT-ID (WS-RA-IDX, WS-PROD-NO)
                   = WS-WORK-PRODUCT-ID
               SET WS-PRODUCT-QUALIFIES TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  3000-SCAN-INVOICES walks INVFILE in the order it was
      *  written, so an invoice is always seen before the credit
      *  memos against it.
      *-----------------------------------------------------------*
       3000-SCAN-INVOICES.
           OPEN INPUT INVOICE-FILE
           IF WS-INV-FILE-STATUS = "35"
               SET WS-INV-EOF TO TRUE
           ELSE
               IF WS-INV-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN INVFILE - STATUS "
                       WS-INV-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3100-READ-INVOICE
               PERFORM 3200-TAKE-ONE-DOCUMENT
                   UNTIL WS-INV-EOF
               CLOSE INVOICE-FILE
           END-IF.

       3100-READ-INVOICE.
           READ INVOICE-FILE
               AT END
                   SET WS-INV-EOF TO TRUE
           END-READ.

       3200-TAKE-ONE-DOCUMENT.
           MOVE INV-CUST-ID TO WS-WORK-CUST-ID
           PERFORM 2300-LOOK-UP-AGREEMENT
           IF WS-ENTRY-FOUND AND NOT INV-REBATE-CREDIT
               IF INV-TYPE-INVOICE
                   MOVE INV-INVOICE-DATE TO WS-WORK-DATE
                   PERFORM 2400-TEST-IN-PERIOD
                   IF WS-IN-PERIOD
                       PERFORM 3300-NOTE-INVOICE-SHARE
                   END-IF
               END-IF
               IF INV-TYPE-CREDIT-MEMO
                   AND INV-INVOICE-DATE
                       <= WS-RA-THROUGH-DATE (WS-RA-IDX)
                   PERFORM 3400-TAKE-CREDIT-MEMO
               END-IF
           END-IF
           PERFORM 3100-READ-INVOICE.

       3300-NOTE-INVOICE-SHARE.
           IF WS-SHARE-COUNT >= 5000
               DISPLAY "REBACCR - INVOICE SHARE TABLE FULL - RAISE "
                   "THE TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-INVOICE-TOTAL
           MOVE 0 TO WS-INVOICE-QUALIFYING
           PERFORM 3310-ADD-INVOICE-LINE
               VARYING WS-LINE-NO FROM 1 BY 1
               UNTIL WS-LINE-NO > INV-LINE-COUNT
           ADD 1 TO WS-SHARE-COUNT
           SET WS-IS-IDX TO WS-SHARE-COUNT
           MOVE INV-INVOICE-NO TO WS-IS-INVOICE-NO (WS-IS-IDX)
           IF WS-RA-PRODUCT-COUNT (WS-RA-IDX) = 0
               MOVE 1 TO WS-IS-SHARE (WS-IS-IDX)
           ELSE
               IF WS-INVOICE-TOTAL > 0
                   COMPUTE WS-IS-SHARE (WS-IS-IDX) ROUNDED =
                       WS-INVOICE-QUALIFYING / WS-INVOICE-TOTAL
               ELSE
                   MOVE 0 TO WS-IS-SHARE (WS-IS-IDX)
               END-IF
           END-IF.

       3310-ADD-INVOICE-LINE.
           ADD INV-EXTENDED-AMOUNT (WS-LINE-NO) TO WS-INVOICE-TOTAL
           MOVE INV-PRODUCT-ID (WS-LINE-NO) TO WS-WORK-PRODUCT-ID
           PERFORM 2500-TEST-QUALIFYING-PRODUCT
           IF WS-PRODUCT-QUALIFIES
               ADD INV-EXTENDED-AMOUNT (WS-LINE-NO)
                   TO WS-INVOICE-QUALIFYING
           END-IF.

       3400-TAKE-CREDIT-MEMO.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3410-MATCH-INVOICE-SHARE
               VARYING WS-IS-IDX FROM 1 BY 1
               UNTIL WS-IS-IDX > WS-SHARE-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-IS-IDX DOWN BY 1
               COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                   INV-DOC-AMOUNT * WS-IS-SHARE (WS-IS-IDX)
               ADD WS-CREDIT-AMOUNT TO WS-RA-CREDITS (WS-RA-IDX)
           END-IF.

       3410-MATCH-INVOICE-SHARE.
           IF WS-IS-INVOICE-NO (WS-IS-IDX) = INV-ORIG-INVOICE-NO
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  4000-ACCRUE-AGREEMENT prices the window's net purchases
      *  at the highest tier they reach and books the change from
      *  what was accrued before.
      *-----------------------------------------------------------*
       4000-ACCRUE-AGREEMENT.
           MOVE WS-RA-CUST-ID (WS-RA-IDX) TO RBA-CUST-ID
           READ REBATE-FILE
               KEY IS RBA-CUST-ID
               INVALID KEY
                   DISPLAY "REBACCR - AGREEMENT " RBA-CUST-ID
                       " VANISHED DURING THE RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           COMPUTE WS-NET-PURCHASES =
               WS-RA-GROSS (WS-RA-IDX) - WS-RA-CREDITS (WS-RA-IDX)
           MOVE 0 TO WS-TIER-PCT
           PERFORM 4100-TEST-ONE-TIER
               VARYING WS-TIER-NO FROM 1 BY 1
               UNTIL WS-TIER-NO > RBA-TIER-COUNT
           IF WS-NET-PURCHASES > 0
               COMPUTE WS-REBATE-EARNED ROUNDED =
                   WS-NET-PURCHASES * WS-TIER-PCT / 100
           ELSE
               MOVE 0 TO WS-REBATE-EARNED
           END-IF
           MOVE RBA-REBATE-ACCRUED TO WS-PRIOR-ACCRUED
           COMPUTE WS-REBATE-CHANGE =
               WS-REBATE-EARNED - WS-PRIOR-ACCRUED

           MOVE WS-NET-PURCHASES TO RBA-NET-PURCHASES
           MOVE WS-REBATE-EARNED TO RBA-REBATE-ACCRUED
           MOVE WS-RA-THROUGH-DATE (WS-RA-IDX)
               TO RBA-LAST-ACCRUAL-DATE
           REWRITE REBATE-AGREEMENT-RECORD
           IF WS-RBA-FILE-STATUS NOT = "00"
               DISPLAY "REBATE REWRITE FAILED - STATUS "
                   WS-RBA-FILE-STATUS " CUSTOMER " RBA-CUST-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AGREEMENTS-ACCRUED-COUNT
           ADD WS-REBATE-CHANGE TO WS-TOTAL-CHANGE
           ADD WS-REBATE-EARNED TO WS-TOTAL-ACCRUED

           IF WS-REBATE-CHANGE NOT = 0
               MOVE "REBATE-AGR" TO WS-AUD-CLASS
               MOVE "REBACCR" TO WS-AUD-METHOD
               MOVE RBA-CUST-ID TO WS-AUD-KEY
               MOVE "RBA-REBATE-ACCRUED" TO WS-AUD-FIELD
               MOVE WS-PRIOR-ACCRUED TO WS-BAL-EDIT
               MOVE WS-BAL-EDIT TO WS-OLD-VALUE-DISP
               MOVE WS-REBATE-EARNED TO WS-BAL-EDIT
               MOVE WS-BAL-EDIT TO WS-NEW-VALUE-DISP
               CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD
                   WS-AUD-KEY WS-AUD-FIELD WS-OLD-VALUE-DISP
                   WS-NEW-VALUE-DISP
           END-IF

           MOVE SPACES TO WS-NOTE
           IF RBA-PERIOD-END <= WS-ACCRUAL-DATE
               MOVE "READY TO SETTLE" TO WS-NOTE
               ADD 1 TO WS-READY-TO-SETTLE-COUNT
           END-IF
           PERFORM 4200-PRINT-ACCRUAL-LINE.
       4000-EXIT.
           EXIT.

      *    the tiers ascend, so the last one reached is the highest.
       4100-TEST-ONE-TIER.
           IF WS-NET-PURCHASES >= RBA-TIER-THRESHOLD (WS-TIER-NO)
               MOVE RBA-TIER-PCT (WS-TIER-NO) TO WS-TIER-PCT
           END-IF.

       4200-PRINT-ACCRUAL-LINE.
           MOVE WS-RA-GROSS (WS-RA-IDX) TO WS-AMOUNT-EDIT-1
           MOVE WS-RA-CREDITS (WS-RA-IDX) TO WS-AMOUNT-EDIT-2
           MOVE WS-TIER-PCT TO WS-PCT-EDIT
           MOVE WS-REBATE-EARNED TO WS-AMOUNT-EDIT-3
           MOVE WS-PRIOR-ACCRUED TO WS-AMOUNT-EDIT-4
           MOVE WS-REBATE-CHANGE TO WS-AMOUNT-EDIT-5
           MOVE SPACES TO RPT-LINE
           STRING RBA-CUST-ID "  " RBA-PERIOD-START "-"
               RBA-PERIOD-END " " WS-AMOUNT-EDIT-1 " "
               WS-AMOUNT-EDIT-2 " " WS-PCT-EDIT "    "
               WS-AMOUNT-EDIT-3 "    " WS-AMOUNT-EDIT-4 " "
               WS-AMOUNT-EDIT-5 "  " WS-NOTE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AGREEMENTS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "AGREEMENTS READ ....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AGREEMENTS-ACCRUED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "AGREEMENTS ACCRUED .: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AGREEMENTS-SKIPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "SETTLED OR NOT YET .: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-READY-TO-SETTLE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "READY TO SETTLE ....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-ACCRUED TO WS-AMOUNT-EDIT-1
           MOVE SPACES TO RPT-LINE
           STRING "REBATE ACCRUED .....: " WS-AMOUNT-EDIT-1
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-CHANGE TO WS-AMOUNT-EDIT-1
           MOVE SPACES TO RPT-LINE
           STRING "CHANGE THIS RUN ....: " WS-AMOUNT-EDIT-1
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  9400-WRITE-RUN-CONTROL records the run's change in the
      *  rebate accrued under the accrual date - the rows GLEXTR
      *  RBT mode sums.  A rerun adds its own change, nothing once
      *  the figures stand, so the sum stays the accrual to date.
      *-----------------------------------------------------------*
       9400-WRITE-RUN-CONTROL.
           MOVE "REBACCR " TO RCT-PROGRAM-ID
           MOVE WS-ACCRUAL-DATE TO RCT-RUN-DATE
           MOVE 0 TO RCT-TIMESTAMP
           MOVE WS-AGREEMENTS-READ-COUNT TO RCT-READ-COUNT
           MOVE WS-AGREEMENTS-ACCRUED-COUNT TO RCT-POSTED-COUNT
           MOVE WS-AGREEMENTS-SKIPPED-COUNT TO RCT-EXCEPT-COUNT
           MOVE 0 TO RCT-QTY-TOTAL
           MOVE 0 TO RCT-QTY-TOTAL-2
           MOVE WS-TOTAL-CHANGE TO RCT-AMOUNT-TOTAL
           CALL "RCTWRIT" USING RUN-CONTROL-RECORD.

      *-----------------------------------------------------------*
      *  9800/9810 log the run's start and its end on the BATWIN
      *  batch-window log for the morning report.  A run that stops
      *  early leaves its start row alone, which the report flags.
      *  The CALL hands back BWLWRIT's own return code, so the end
      *  restores ours from the row.
      *-----------------------------------------------------------*
       9800-LOG-WINDOW-START.
           MOVE "REBACCR " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "REBACCR " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM REBACCR.
