       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTENT.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  QUOTENT is the quote-entry run.  A new-quote transaction    *
      *  is priced through Order-TakeOrder in quotation mode - the    *
      *  same contract, quantity-break, list and override pricing,     *
      *  discount, tax and freight an order gets, with nothing          *
      *  posted - numbered from the NUMCTL QUOTENO counter, kept on      *
      *  the indexed QUOTFILE and printed as a quote document with        *
      *  its expiry date.  A conversion transaction turns an open,         *
      *  unexpired quote into an order on TRANFILE for the next order-     *
      *  entry run, every line keyed as an authorized override at the      *
      *  quoted unit price, so the order bills what the customer was        *
      *  quoted whatever the price files say that day.  Tax, freight         *
      *  and credit are worked out again when the order posts.  An           *
      *  override-priced quote line is held to its code's AUTHFILE            *
      *  authority as an order's is, breaches printing on AUTHVIOL,           *
      *  and a quote whose converted order never posted may be                *
      *  converted again.  A transaction that cannot be quoted or             *
      *  converted is listed on the register with the reason (RC=4).          *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *   2026-10-15  JPS  An override-priced quote line is held to
      *                    its code's AUTHFILE authority before the
      *                    quote is filed, breaches on AUTHVIOL; a
      *                    converted override line carries that code,
      *                    not QUOTE; a converted quote whose order
      *                    never reached TRANXREF converts again.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           CLASS Order.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-TRANSACTION-FILE ASSIGN TO "QTRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QTR-FILE-STATUS.
           SELECT QUOTATION-FILE ASSIGN TO "QUOTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUO-QUOTE-NO
               FILE STATUS IS WS-QUO-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT QUOTE-DOCUMENT-FILE ASSIGN TO "QUOTDOC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOC-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "QUOTREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "AUTHVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-TRANSACTION-FILE.
       COPY QTRREC.

       FD  QUOTATION-FILE.
       COPY QUOTREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  QUOTE-DOCUMENT-FILE.
       01  DOC-LINE                    PIC X(132).

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  VIOLATION-FILE.
       01  VIO-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-QTR-FILE-STATUS           PIC X(02).
       01  WS-QUO-FILE-STATUS           PIC X(02).
       01  WS-TRAN-FILE-STATUS          PIC X(02).
       01  WS-DOC-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-VIO-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-TRAN-OK-SWITCH            PIC X(01).
           88  WS-TRAN-OK                   VALUE "Y".
       01  WS-SHT-FOUND-SWITCH           PIC X(01).
           88  WS-SHIP-TO-FOUND              VALUE "Y".
       01  WS-RECONVERT-SWITCH           PIC X(01).
           88  WS-RECONVERSION               VALUE "Y".

      *    days a quote stays good when the transaction does not
      *    say.
       77  WS-DEFAULT-VALID-DAYS        PIC 9(03) COMP VALUE 30.

       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-TODAY-INT                 PIC S9(08) COMP.
       01  WS-VALID-DAYS                PIC 9(03) COMP.
       01  WS-REJECT-TEXT               PIC X(40).

       01  WS-ORDER-OBJ                 OBJECT REFERENCE Order.
       01  WS-ORDER-STATUS              PIC X(02).
       01  WS-ORDER-REASON-TEXT         PIC X(40).
       01  WS-RUN-MODE-SWITCH           PIC X(01) VALUE "Q".
       COPY ORDREC.
       COPY TRANREC REPLACING ORDER-TRANSACTION-RECORD
           BY WS-QUOTE-REQUEST
           LEADING ==TRAN-== BY ==WSQ-==.

       01  WS-COUNTER-ID                PIC X(08) VALUE "QUOTENO ".
       01  WS-QUOTE-NO                  PIC 9(08).
       01  WS-CUST-REQUEST              PIC X(04) VALUE "READ".
       01  WS-CUST-STATUS               PIC X(02).
       COPY CUSTREC.
       COPY SHTREC.

       01  WS-LINE-NO                   PIC 9(03) COMP.
       01  WS-QUOTE-TOTAL               PIC S9(09)V99.

      *-----------------------------------------------------------*
      *  an override-priced line's authority - the code's AUTHFILE
      *  row and the discount it gives away from the list price.
      *-----------------------------------------------------------*
       01  WS-AUTH-CODE                 PIC X(08).
       COPY AUTHREC REPLACING OPERATOR-AUTHORITY-RECORD
                              BY WS-AUTHORITY-DATA
                              LEADING ==ATH-== BY ==WS-ATH-==.
       01  WS-AUTH-FOUND-SWITCH         PIC X(01).
           88  WS-AUTHORITY-FOUND           VALUE "Y".
       01  WS-PRICE-FOUND-SWITCH        PIC X(01).
           88  WS-PRICE-FOUND               VALUE "Y".
       01  WS-HISTORY-PRICE             PIC 9(07)V99.
       01  WS-LIST-PRICE                PIC 9(07)V99.
       01  WS-OVERRIDE-DISCOUNT         PIC S9(11)V99.
       01  WS-PROD-REQUEST              PIC X(04) VALUE "READ".
       01  WS-PROD-STATUS               PIC X(02).
       COPY PRODREC.

      *    a converted quote's order is posted once its key is on
      *    the cross-reference.
       01  WS-XRF-REQUEST               PIC X(04) VALUE "READ".
       01  WS-XRF-STATUS                PIC X(02).
       COPY TRXREC.

       01  WS-READ-COUNT                PIC 9(05) COMP VALUE 0.
       01  WS-QUOTED-COUNT              PIC 9(05) COMP VALUE 0.
       01  WS-CONVERTED-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(05) COMP VALUE 0.
       01  WS-VIOLATION-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-QUOTED              PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CONVERTED           PIC S9(11)V99 VALUE 0.

       01  WS-AMOUNT-EDIT               PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PRICE-EDIT                PIC Z,ZZZ,ZZ9.99.
       01  WS-QTY-EDIT                  PIC ZZZ,ZZ9.
       01  WS-PCT-EDIT                  PIC ZZ9.99.
       01  WS-COUNT-EDIT                PIC ZZZZ9.
       01  WS-QUOTE-NO-EDIT             PIC 99999999.
       01  WS-LINE-NO-EDIT              PIC Z9.
       01  WS-DISCOUNT-EDIT             PIC -(10)9.99.
       01  WS-LIMIT-EDIT                PIC Z(6)9.99.
       COPY BWLREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION THRU 2000-NEXT
               UNTIL WS-EOF
           PERFORM 9000-PRINT-TRAILER
           CLOSE QUOTE-TRANSACTION-FILE QUOTATION-FILE
               TRANSACTION-FILE QUOTE-DOCUMENT-FILE REGISTER-FILE
               VIOLATION-FILE
           CALL "CUSTCLS"
           CALL "PRODCLS"
           CALL "XRFCLS"
           CALL "NUMCLS"
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)

           OPEN INPUT QUOTE-TRANSACTION-FILE
           IF WS-QTR-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-QTR-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN QTRFILE - STATUS "
                       WS-QTR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O QUOTATION-FILE
           IF WS-QUO-FILE-STATUS = "35"
               OPEN OUTPUT QUOTATION-FILE
               CLOSE QUOTATION-FILE
               OPEN I-O QUOTATION-FILE
           END-IF
           IF WS-QUO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN QUOTFILE - STATUS "
                   WS-QUO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANFILE - STATUS "
                   WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT QUOTE-DOCUMENT-FILE
           IF WS-DOC-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN QUOTDOC - STATUS "
                   WS-DOC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN QUOTREG - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VIOLATION-FILE
           IF WS-VIO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUTHVIOL - STATUS "
                   WS-VIO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO VIO-LINE
           STRING "QUOTATION PRICE-OVERRIDE AUTHORITY VIOLATIONS"
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE
           MOVE SPACES TO VIO-LINE
           WRITE VIO-LINE

           MOVE SPACES TO RPT-LINE
           STRING "QUOTATION ENTRY REGISTER FOR " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF NOT WS-EOF
               PERFORM 1100-READ-TRANSACTION
           END-IF.

       1100-READ-TRANSACTION.
           READ QUOTE-TRANSACTION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           SET WS-TRAN-OK TO TRUE
           EVALUATE TRUE
               WHEN QTR-NEW-QUOTE
                   PERFORM 3000-ENTER-QUOTE THRU 3000-EXIT
               WHEN QTR-CONVERT-QUOTE
                   PERFORM 4000-CONVERT-QUOTE THRU 4000-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REJECT-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
           END-EVALUATE.
       2000-NEXT.
           PERFORM 1100-READ-TRANSACTION.

      *-----------------------------------------------------------*
      *  3000-ENTER-QUOTE prices the request through TakeOrder in
      *  quotation mode.  The keyed transaction key is blanked -
      *  a quote is not an order and must never register on
      *  TRANXREF or trip its duplicate guard - and the request is
      *  priced as of today, the day the customer is quoted.  The
      *  override lines are held to their authority before the
      *  quote is numbered or filed.
      *-----------------------------------------------------------*
       3000-ENTER-QUOTE.
           MOVE QTR-REQUEST-AREA TO WS-QUOTE-REQUEST
           MOVE SPACES TO WSQ-KEY
           MOVE WS-TODAY-DATE TO WSQ-ORDER-DATE
           IF WSQ-LINE-COUNT = 0 OR WSQ-LINE-COUNT > 10
               MOVE "QUOTE HAS NO LINES OR TOO MANY LINES"
                   TO WS-REJECT-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 3000-EXIT
           END-IF
           INVOKE Order "NEW" RETURNING WS-ORDER-OBJ
           INVOKE WS-ORDER-OBJ "TakeOrder"
               USING WS-QUOTE-REQUEST WS-RUN-MODE-SWITCH
                   WS-ORDER-REASON-TEXT
               RETURNING WS-ORDER-STATUS
           MOVE WS-ORDER-STATUS TO STD-STATUS-CODE
           IF NOT STD-STATUS-OK
               MOVE WS-ORDER-REASON-TEXT TO WS-REJECT-TEXT
               IF WS-REJECT-TEXT = SPACES
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-TEXT
               END-IF
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 3000-EXIT
           END-IF
           INVOKE WS-ORDER-OBJ "GetOrderData" USING ORDER-RECORD
           PERFORM 3050-CHECK-OVERRIDE-AUTHORITY THRU 3050-EXIT
               VARYING WS-LINE-NO FROM 1 BY 1
               UNTIL WS-LINE-NO > ORD-LINE-COUNT
           IF NOT WS-TRAN-OK
               GO TO 3000-EXIT
           END-IF

           CALL "NUMASGN" USING WS-COUNTER-ID WS-QUOTE-NO
           IF WS-QUOTE-NO = 0
               MOVE "NO QUOTE NUMBER ASSIGNED" TO WS-REJECT-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 3000-EXIT
           END-IF

           MOVE QTR-VALID-DAYS TO WS-VALID-DAYS
           IF WS-VALID-DAYS = 0
               MOVE WS-DEFAULT-VALID-DAYS TO WS-VALID-DAYS
           END-IF

           MOVE SPACES TO QUOTATION-RECORD
           MOVE WS-QUOTE-NO TO QUO-QUOTE-NO
           MOVE ORD-CUST-ID TO QUO-CUST-ID
           MOVE ORD-SHIP-TO-CODE TO QUO-SHIP-TO-CODE
           MOVE ORD-SHIP-VIA TO QUO-SHIP-VIA
           MOVE ORD-SALESPERSON-ID TO QUO-SALESPERSON-ID
           MOVE WS-TODAY-DATE TO QUO-QUOTE-DATE
      *    the quote is good through the last day of its validity.
           COMPUTE QUO-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-VALID-DAYS)
           SET QUO-STATUS-OPEN TO TRUE
           MOVE ORD-DISCOUNT-PCT TO QUO-DISCOUNT-PCT
           MOVE ORD-ORDER-TOTAL TO QUO-MERCH-TOTAL
           MOVE ORD-TAX-AMOUNT TO QUO-TAX-AMOUNT
           MOVE ORD-FREIGHT-AMOUNT TO QUO-FREIGHT-AMOUNT
           MOVE 0 TO QUO-CONVERTED-DATE
           MOVE ORD-LINE-COUNT TO QUO-LINE-COUNT
           PERFORM 3100-COPY-QUOTE-LINE
               VARYING WS-LINE-NO FROM 1 BY 1
               UNTIL WS-LINE-NO > 10

           WRITE QUOTATION-RECORD
           IF WS-QUO-FILE-STATUS NOT = "00"
               DISPLAY "QUOTFILE WRITE FAILED - STATUS "
                   WS-QUO-FILE-STATUS " QUOTE " QUO-QUOTE-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-QUOTE-TOTAL = QUO-MERCH-TOTAL + QUO-TAX-AMOUNT
               + QUO-FREIGHT-AMOUNT
           ADD 1 TO WS-QUOTED-COUNT
           ADD WS-QUOTE-TOTAL TO WS-TOTAL-QUOTED
           PERFORM 3200-PRINT-QUOTE-DOCUMENT

           MOVE WS-QUOTE-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "QUOTE " QUO-QUOTE-NO
               "  CUST " QUO-CUST-ID
               "  REP " QUO-SALESPERSON-ID
               "  TOTAL " WS-AMOUNT-EDIT
               "  EXPIRES " QUO-EXPIRY-DATE
               "  QUOTED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3050-CHECK-OVERRIDE-AUTHORITY holds an override-priced
      *  line to its code's AUTHFILE row as TRANVAL holds an order
      *  line: the code must be keyed, on file and active, and the
      *  discount from list - PRICEFIL history for the quote date
      *  falling back to the master price - within the code's
      *  override-discount limit.  Every breach prints on AUTHVIOL
      *  and rejects the quote.
      *-----------------------------------------------------------*
       3050-CHECK-OVERRIDE-AUTHORITY.
           IF NOT ORD-PRICED-OVERRIDE (WS-LINE-NO)
               GO TO 3050-EXIT
           END-IF
           MOVE ORD-AUTH-CODE (WS-LINE-NO) TO WS-AUTH-CODE
           MOVE 0 TO WS-OVERRIDE-DISCOUNT
           IF WS-AUTH-CODE = SPACES
               MOVE SPACES TO WS-AUTHORITY-DATA
               MOVE 0 TO WS-ATH-MAX-OVERRIDE-DISC
               MOVE "OVERRIDE PRICE WITHOUT AUTH CODE"
                   TO WS-REJECT-TEXT
               PERFORM 3070-REPORT-VIOLATION
               GO TO 3050-EXIT
           END-IF
           CALL "AUTHLOOK" USING WS-AUTH-CODE WS-AUTHORITY-DATA
               WS-AUTH-FOUND-SWITCH
           IF NOT WS-AUTHORITY-FOUND
               MOVE SPACES TO WS-AUTHORITY-DATA
               MOVE 0 TO WS-ATH-MAX-OVERRIDE-DISC
               MOVE "OVERRIDE AUTH CODE NOT ON AUTHFILE"
                   TO WS-REJECT-TEXT
               PERFORM 3070-REPORT-VIOLATION
               GO TO 3050-EXIT
           END-IF
           IF NOT WS-ATH-STATUS-ACTIVE
               MOVE "OVERRIDE AUTH CODE INACTIVE" TO WS-REJECT-TEXT
               PERFORM 3070-REPORT-VIOLATION
               GO TO 3050-EXIT
           END-IF
           PERFORM 3060-REBUILD-LIST-PRICE
           COMPUTE WS-OVERRIDE-DISCOUNT =
               (WS-LIST-PRICE - ORD-UNIT-PRICE (WS-LINE-NO))
               * ORD-QTY-ORDERED (WS-LINE-NO)
           IF WS-OVERRIDE-DISCOUNT > WS-ATH-MAX-OVERRIDE-DISC
               MOVE "OVERRIDE DISCOUNT OVER AUTHORITY LIMIT"
                   TO WS-REJECT-TEXT
               PERFORM 3070-REPORT-VIOLATION
           END-IF.
       3050-EXIT.
           EXIT.

       3060-REBUILD-LIST-PRICE.
           CALL "PRCLOOK" USING ORD-PRODUCT-ID (WS-LINE-NO)
               WS-TODAY-DATE WS-HISTORY-PRICE
               WS-PRICE-FOUND-SWITCH
           IF WS-PRICE-FOUND
               MOVE WS-HISTORY-PRICE TO WS-LIST-PRICE
           ELSE
               MOVE ORD-PRODUCT-ID (WS-LINE-NO) TO PROD-ID
               CALL "PRODIO" USING WS-PROD-REQUEST PROD-MASTER-RECORD
                   WS-PROD-STATUS
               IF WS-PROD-STATUS = "00"
                   MOVE PROD-UNIT-PRICE TO WS-LIST-PRICE
               ELSE
                   MOVE 0 TO WS-LIST-PRICE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  3070-REPORT-VIOLATION lists an authority breach on the
      *  AUTHVIOL report for internal audit - code, role, the
      *  discount given and the limit it broke - and rejects the
      *  quote on the register.
      *-----------------------------------------------------------*
       3070-REPORT-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE WS-LINE-NO TO WS-LINE-NO-EDIT
           MOVE WS-OVERRIDE-DISCOUNT TO WS-DISCOUNT-EDIT
           MOVE WS-ATH-MAX-OVERRIDE-DISC TO WS-LIMIT-EDIT
           MOVE SPACES TO VIO-LINE
           STRING "CUST " ORD-CUST-ID "  LINE " WS-LINE-NO-EDIT
               "  AUTH " WS-AUTH-CODE " " WS-ATH-ROLE
               "  DISCOUNT " WS-DISCOUNT-EDIT
               "  LIMIT " WS-LIMIT-EDIT
               "  " WS-REJECT-TEXT
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE
           PERFORM 8000-PRINT-REJECT-LINE.

       3100-COPY-QUOTE-LINE.
           IF WS-LINE-NO > ORD-LINE-COUNT
               MOVE SPACES TO QUO-PRODUCT-ID (WS-LINE-NO)
               MOVE SPACES TO QUO-WAREHOUSE-ID (WS-LINE-NO)
               MOVE 0 TO QUO-QTY-QUOTED (WS-LINE-NO)
               MOVE 0 TO QUO-UNIT-PRICE (WS-LINE-NO)
               MOVE 0 TO QUO-EXTENDED-AMOUNT (WS-LINE-NO)
               MOVE SPACES TO QUO-PRICE-SOURCE (WS-LINE-NO)
               MOVE SPACES TO QUO-AUTH-CODE (WS-LINE-NO)
           ELSE
               MOVE ORD-PRODUCT-ID (WS-LINE-NO)
                   TO QUO-PRODUCT-ID (WS-LINE-NO)
               MOVE ORD-WAREHOUSE-ID (WS-LINE-NO)
                   TO QUO-WAREHOUSE-ID (WS-LINE-NO)
               MOVE ORD-QTY-ORDERED (WS-LINE-NO)
                   TO QUO-QTY-QUOTED (WS-LINE-NO)
               MOVE ORD-UNIT-PRICE (WS-LINE-NO)
                   TO QUO-UNIT-PRICE (WS-LINE-NO)
               MOVE ORD-EXTENDED-AMOUNT (WS-LINE-NO)
                   TO QUO-EXTENDED-AMOUNT (WS-LINE-NO)
               MOVE ORD-PRICE-SOURCE (WS-LINE-NO)
                   TO QUO-PRICE-SOURCE (WS-LINE-NO)
               MOVE ORD-AUTH-CODE (WS-LINE-NO)
                   TO QUO-AUTH-CODE (WS-LINE-NO)
           END-IF.

      *-----------------------------------------------------------*
      *  3200-PRINT-QUOTE-DOCUMENT prints the quote the customer
      *  receives - bill-to, ship-to, the priced lines, discount,
      *  estimated tax and freight, total and the expiry date - in
      *  the invoice's layout.  An account on credit hold is quoted
      *  all the same, but the document says so: the order will be
      *  held when it posts.
      *-----------------------------------------------------------*
       3200-PRINT-QUOTE-DOCUMENT.
           MOVE SPACES TO DOC-LINE
           STRING "=============================================="
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE QUO-QUOTE-NO TO WS-QUOTE-NO-EDIT
           MOVE SPACES TO DOC-LINE
           STRING "QUOTATION " WS-QUOTE-NO-EDIT
               "  DATED " QUO-QUOTE-DATE
               "  SALES REP " QUO-SALESPERSON-ID
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE

           MOVE QUO-CUST-ID TO CUST-ID
           CALL "CUSTIO" USING WS-CUST-REQUEST CUST-MASTER-RECORD
               WS-CUST-STATUS
           IF WS-CUST-STATUS = "00"
               MOVE SPACES TO DOC-LINE
               STRING "BILL TO: " CUST-ID "  " CUST-NAME
                   DELIMITED BY SIZE INTO DOC-LINE
               WRITE DOC-LINE
               MOVE CUST-ADDR-LINE1 TO DOC-LINE
               WRITE DOC-LINE
               IF CUST-ADDR-LINE2 NOT = SPACES
                   MOVE CUST-ADDR-LINE2 TO DOC-LINE
                   WRITE DOC-LINE
               END-IF
               MOVE SPACES TO DOC-LINE
               STRING CUST-ADDR-CITY " " CUST-ADDR-STATE " "
                   CUST-ADDR-ZIP
                   DELIMITED BY SIZE INTO DOC-LINE
               WRITE DOC-LINE
           ELSE
               MOVE SPACES TO DOC-LINE
               STRING "BILL TO: " QUO-CUST-ID
                   "  (NOT ON CUSTOMER MASTER)"
                   DELIMITED BY SIZE INTO DOC-LINE
               WRITE DOC-LINE
           END-IF

           IF QUO-SHIP-TO-CODE NOT = SPACES
               PERFORM 3300-PRINT-SHIP-TO-BLOCK
           END-IF

           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           PERFORM 3400-PRINT-QUOTE-LINE
               VARYING WS-LINE-NO FROM 1 BY 1
               UNTIL WS-LINE-NO > QUO-LINE-COUNT

           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE QUO-DISCOUNT-PCT TO WS-PCT-EDIT
           MOVE SPACES TO DOC-LINE
           STRING "DISCOUNT APPLIED ...: " WS-PCT-EDIT " PCT"
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE QUO-MERCH-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO DOC-LINE
           STRING "MERCHANDISE ........: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE QUO-TAX-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO DOC-LINE
           STRING "EST. SALES TAX .....: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE QUO-FREIGHT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO DOC-LINE
           STRING "EST. FREIGHT (" QUO-SHIP-VIA ") .: "
               WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE WS-QUOTE-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO DOC-LINE
           STRING "QUOTATION TOTAL ....: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "PRICES ARE HELD FOR ORDERS CONVERTED ON OR BEFORE "
               QUO-EXPIRY-DATE
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "TAX AND FREIGHT ARE ESTIMATES AND ARE BILLED AS OF "
               "THE ORDER DATE"
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE
           IF WS-CUST-STATUS = "00" AND CUST-ON-CREDIT-HOLD
               MOVE SPACES TO DOC-LINE
               STRING "*** ACCOUNT ON CREDIT HOLD - ORDER WILL BE "
                   "HELD FOR CREDIT REVIEW ***"
                   DELIMITED BY SIZE INTO DOC-LINE
               WRITE DOC-LINE
           END-IF
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE.

      *-----------------------------------------------------------*
      *  3300-PRINT-SHIP-TO-BLOCK prints the SHIPTO address for
      *  the quote's ship-to code.  TakeOrder has already proved
      *  the code is on file.
      *-----------------------------------------------------------*
       3300-PRINT-SHIP-TO-BLOCK.
           CALL "SHTLOOK" USING QUO-CUST-ID QUO-SHIP-TO-CODE
               SHIP-TO-RECORD WS-SHT-FOUND-SWITCH
           IF WS-SHIP-TO-FOUND
               MOVE SPACES TO DOC-LINE
               STRING "SHIP TO: " QUO-SHIP-TO-CODE "  " SHT-NAME
                   DELIMITED BY SIZE INTO DOC-LINE
               WRITE DOC-LINE
               MOVE SHT-ADDR-LINE1 TO DOC-LINE
               WRITE DOC-LINE
               IF SHT-ADDR-LINE2 NOT = SPACES
                   MOVE SHT-ADDR-LINE2 TO DOC-LINE
                   WRITE DOC-LINE
               END-IF
               MOVE SPACES TO DOC-LINE
               STRING SHT-ADDR-CITY " " SHT-ADDR-STATE " "
                   SHT-ADDR-ZIP
                   DELIMITED BY SIZE INTO DOC-LINE
               WRITE DOC-LINE
           ELSE
               MOVE SPACES TO DOC-LINE
               STRING "SHIP TO: " QUO-SHIP-TO-CODE
                   "  (NOT ON SHIP-TO FILE)"
                   DELIMITED BY SIZE INTO DOC-LINE
               WRITE DOC-LINE
           END-IF.

       3400-PRINT-QUOTE-LINE.
           MOVE QUO-QTY-QUOTED (WS-LINE-NO) TO WS-QTY-EDIT
           MOVE QUO-UNIT-PRICE (WS-LINE-NO) TO WS-PRICE-EDIT
           MOVE QUO-EXTENDED-AMOUNT (WS-LINE-NO) TO WS-AMOUNT-EDIT
           MOVE SPACES TO DOC-LINE
           STRING "  " QUO-PRODUCT-ID (WS-LINE-NO)
               "  QTY " WS-QTY-EDIT
               "  UNIT " WS-PRICE-EDIT
               "  AMOUNT " WS-AMOUNT-EDIT
               "  PRICE-SRC " QUO-PRICE-SOURCE (WS-LINE-NO)
               DELIMITED BY SIZE INTO DOC-LINE
           WRITE DOC-LINE.

      *-----------------------------------------------------------*
      *  4000-CONVERT-QUOTE writes an open, unexpired quote to
      *  TRANFILE as an order.  The key is Q plus the quote number
      *  - keyed transactions are numeric-prefixed and EDI ones
      *  E-series, so the streams never collide, and TRANXREF
      *  rejects a second posting of the same quote.  Every line
      *  goes as an override at the quoted unit price, carrying
      *  the supervisor who authorized an override-priced quote
      *  line, or QUOTE for a line priced from the files; the
      *  override register shows the deal either way.  A quote
      *  already converted whose key never reached TRANXREF - the
      *  order was rejected or pulled before it posted - converts
      *  again under the same key, expired or not: the customer
      *  took it up while it was good.  Should both copies reach
      *  order entry, TRANXREF posts the first and rejects the
      *  second.
      *-----------------------------------------------------------*
       4000-CONVERT-QUOTE.
           MOVE "N" TO WS-RECONVERT-SWITCH
           MOVE QTR-QUOTE-NO TO QUO-QUOTE-NO
           READ QUOTATION-FILE
               KEY IS QUO-QUOTE-NO
               INVALID KEY
                   MOVE "QUOTE NOT ON FILE" TO WS-REJECT-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 4000-EXIT
           END-READ
           IF QUO-STATUS-CONVERTED
               MOVE QUO-CONVERT-TRAN-KEY TO TRX-TRAN-KEY
               CALL "XRFIO" USING WS-XRF-REQUEST TRAN-XREF-RECORD
                   WS-XRF-STATUS
               IF WS-XRF-STATUS = "00"
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING "ALREADY CONVERTED AS TRAN "
                       QUO-CONVERT-TRAN-KEY
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 4000-EXIT
               END-IF
               IF WS-XRF-STATUS NOT = "23"
                   DISPLAY "TRANXREF READ FAILED - STATUS "
                       WS-XRF-STATUS " TRAN " QUO-CONVERT-TRAN-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-RECONVERSION TO TRUE
           END-IF
           IF QUO-EXPIRY-DATE < WS-TODAY-DATE
               AND NOT WS-RECONVERSION
               MOVE SPACES TO WS-REJECT-TEXT
               STRING "QUOTE EXPIRED " QUO-EXPIRY-DATE
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO ORDER-TRANSACTION-RECORD
           MOVE "Q" TO TRAN-KEY (1:1)
           MOVE QUO-QUOTE-NO (2:7) TO TRAN-KEY (2:7)
           MOVE QUO-CUST-ID TO TRAN-CUST-ID
           MOVE WS-TODAY-DATE TO TRAN-ORDER-DATE
           MOVE QUO-SHIP-TO-CODE TO TRAN-SHIP-TO-CODE
           MOVE QUO-SHIP-VIA TO TRAN-SHIP-VIA
           MOVE QTR-REQUEST-DATE TO TRAN-REQUEST-DATE
           MOVE QUO-LINE-COUNT TO TRAN-LINE-COUNT
           PERFORM 4100-BUILD-ORDER-LINE
               VARYING WS-LINE-NO FROM 1 BY 1
               UNTIL WS-LINE-NO > 10

           WRITE ORDER-TRANSACTION-RECORD
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "TRANFILE WRITE FAILED - STATUS "
                   WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET QUO-STATUS-CONVERTED TO TRUE
           MOVE WS-TODAY-DATE TO QUO-CONVERTED-DATE
           MOVE TRAN-KEY TO QUO-CONVERT-TRAN-KEY
           REWRITE QUOTATION-RECORD
           IF WS-QUO-FILE-STATUS NOT = "00"
               DISPLAY "QUOTFILE REWRITE FAILED - STATUS "
                   WS-QUO-FILE-STATUS " QUOTE " QUO-QUOTE-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-CONVERTED-COUNT
           ADD QUO-MERCH-TOTAL TO WS-TOTAL-CONVERTED
           MOVE QUO-MERCH-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           IF WS-RECONVERSION
               STRING "QUOTE " QUO-QUOTE-NO
                   "  CUST " QUO-CUST-ID
                   "  REP " QUO-SALESPERSON-ID
                   "  MERCH " WS-AMOUNT-EDIT
                   "  RECONVERTED AS TRAN " TRAN-KEY
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "QUOTE " QUO-QUOTE-NO
                   "  CUST " QUO-CUST-ID
                   "  REP " QUO-SALESPERSON-ID
                   "  MERCH " WS-AMOUNT-EDIT
                   "  CONVERTED AS TRAN " TRAN-KEY
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.
       4000-EXIT.
           EXIT.

       4100-BUILD-ORDER-LINE.
           IF WS-LINE-NO > QUO-LINE-COUNT
               MOVE SPACES TO TRAN-PRODUCT-ID (WS-LINE-NO)
               MOVE SPACES TO TRAN-WAREHOUSE-ID (WS-LINE-NO)
               MOVE 0 TO TRAN-QTY-ORDERED (WS-LINE-NO)
               MOVE 0 TO TRAN-OVERRIDE-PRICE (WS-LINE-NO)
               MOVE SPACES TO TRAN-AUTH-CODE (WS-LINE-NO)
           ELSE
               MOVE QUO-PRODUCT-ID (WS-LINE-NO)
                   TO TRAN-PRODUCT-ID (WS-LINE-NO)
               MOVE QUO-WAREHOUSE-ID (WS-LINE-NO)
                   TO TRAN-WAREHOUSE-ID (WS-LINE-NO)
               MOVE QUO-QTY-QUOTED (WS-LINE-NO)
                   TO TRAN-QTY-ORDERED (WS-LINE-NO)
               MOVE QUO-UNIT-PRICE (WS-LINE-NO)
                   TO TRAN-OVERRIDE-PRICE (WS-LINE-NO)
      *        an override line goes back under the code that
      *        authorized it, to be held to that code's authority
      *        again - only a line priced from the files is QUOTE.
               IF QUO-PRICE-SOURCE (WS-LINE-NO) = "O"
                   MOVE QUO-AUTH-CODE (WS-LINE-NO)
                       TO TRAN-AUTH-CODE (WS-LINE-NO)
               ELSE
                   MOVE "QUOTE " TO TRAN-AUTH-CODE (WS-LINE-NO)
               END-IF
           END-IF.

       8000-PRINT-REJECT-LINE.
           IF WS-TRAN-OK
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE "N" TO WS-TRAN-OK-SWITCH
           MOVE SPACES TO RPT-LINE
           IF QTR-CONVERT-QUOTE
               STRING "QUOTE " QTR-QUOTE-NO
                   "  CONVERSION REJECTED - " WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "NEW QUOTE  CUST " QTR-REQUEST-AREA (9:6)
                   "  REJECTED - " WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS READ .....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-QUOTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "QUOTES ISSUED .........: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-QUOTED TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "VALUE QUOTED ..........: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "QUOTES CONVERTED ......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-CONVERTED TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "MERCHANDISE CONVERTED .: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS REJECTED .: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-VIOLATION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO VIO-LINE
           WRITE VIO-LINE
           MOVE SPACES TO VIO-LINE
           STRING "AUTHORITY VIOLATIONS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE.

      *-----------------------------------------------------------*
      *  9800/9810 log the run's start and its end on the BATWIN
      *  batch-window log for the morning report.  A run that stops
      *  early leaves its start row alone, which the report flags.
      *  The CALL hands back BWLWRIT's own return code, so the end
      *  restores ours from the row.
      *-----------------------------------------------------------*
       9800-LOG-WINDOW-START.
           MOVE "QUOTENT " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "QUOTENT " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM QUOTENT.
