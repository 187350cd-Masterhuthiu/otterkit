      *  records, and for a salesperson still assigned to a             *
      *  customer.  Balance, volume and on-hand quantities are not       *
      *  maintainable here - they belong to the posting runs.            *
      *  A product still holding stock (on hand or in transit on          *
      *  XFRFILE) cannot be deleted, and a unit-cost change on one         *
      *  logs a PROD-STOCK-VALUE row - that stock at the old and the       *
      *  new cost - so the GLEXTR inventory journal revalues it.           *
      *  VNDMAST vendors (type V) are kept here too; a product names       *
      *  its primary vendor, which must be an active vendor, and a         *
      *  vendor any product still names cannot be deleted.                 *
      *  The COAFILE chart of accounts (type G) is kept here as well;      *
      *  an account is never deleted - it is made inactive, and GLEXTR     *
      *  then refuses to journal to it.                                    *
      *  STDORD standing orders (type O) are kept here; STOGEN             *
      *  generates the day's orders from them in ORDRUN.                   *
      *  KITFILE kit structures (type K) are kept here too; a kit's        *
      *  components are real products and never kits themselves, and      *
      *  neither a kit nor a component of one can be deleted as a          *
      *  product while the kit stands.                                     *
      *  REBATE volume-rebate agreements (type R) are kept here too -      *
      *  period, qualifying products and tiers; a settled agreement        *
      *  is renewed by keying its next period.                             *
      *  Every transaction is keyed under an AUTHFILE code (MNT-AUTH-      *
      *  CODE) that must be on file and active; a credit-limit raise       *
      *  must sit within the code's credit-change limit, and only a        *
      *  supervisor changes a list price or maintains the AUTHFILE         *
      *  authority file itself (type A).  Breaches are rejected and        *
      *  print on the AUTHVIOL violations report as well.                  *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-23  JPS  Added program.
      *                    truncated the ten-character SHIPTO key
      *                    and two ship-tos sharing a code prefix
      *                    left indistinguishable rows.
      *   2026-10-15  JPS  Added the product's unit cost (PROD-UNIT-
      *                    COST) as a maintainable field.
      *   2026-10-15  JPS  A unit-cost change logs the revaluation of
      *                    the stock held (PROD-STOCK-VALUE) for the
      *                    inventory journal; a product holding stock
      *                    can no longer be deleted.
      *   2026-10-15  JPS  Added the VNDMAST vendor master (type V)
      *                    and the product's primary vendor and
      *                    vendor part number; a primary vendor
      *                    must be active, and a vendor still
      *                    primary for a product cannot be deleted.
      *   2026-10-15  JPS  Added the COAFILE chart of accounts (type G);
      *                    an account is made inactive, never deleted.
      *   2026-10-15  JPS  Added the customer's collector (CUST-
      *                    COLLECTOR-ID) for the collections
      *                    worklist.
      *   2026-10-15  JPS  Added the product's safety stock (PROD-
      *                    SAFETY-STOCK).
      *   2026-10-15  JPS  Added the product's unit weight and carton
      *                    quantity for the carrier manifest.
      *   2026-10-15  JPS  Added the STDORD standing-order file (type
      *                    O) - customer, ship-to, ship-via, lines,
      *                    frequency and start/end dates for STOGEN.
      *   2026-10-15  JPS  Added the KITFILE kit structures (type K) -
      *                    components and quantity per kit; a kit or a
      *                    kit component can no longer be deleted as a
      *                    product.
      *   2026-10-15  JPS  Added the REBATE volume-rebate agreements
      *                    (type R) - period, qualifying products and
      *                    tiers; a settled agreement renews with a new
      *                    period, and one still carrying an accrual
      *                    cannot be deleted.
      *   2026-10-15  JPS  Added the AUTHFILE authority file (type A);
      *                    every transaction must carry an active
      *                    AUTHFILE code, a credit-limit raise must be
      *                    within its credit-change limit and a price
      *                    change needs a supervisor.  Breaches print
      *                    on the AUTHVIOL violations report.
      *   2026-10-15  JPS  A new AUTHFILE code must fit the six
      *                    characters order lines carry, and may
      *                    not be the reserved "QUOTE".
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLS-ID
               FILE STATUS IS WS-SLS-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VNDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-ID
               FILE STATUS IS WS-VND-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NO
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT SUBSTITUTE-FILE ASSIGN TO "SUBFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHT-KEY
               FILE STATUS IS WS-SHT-FILE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-ORDER-NO
               FILE STATUS IS WS-STO-FILE-STATUS.
           SELECT KIT-FILE ASSIGN TO "KITFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-PRODUCT-ID
               FILE STATUS IS WS-KIT-FILE-STATUS.
           SELECT REBATE-FILE ASSIGN TO "REBATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBA-CUST-ID
               FILE STATUS IS WS-RBA-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATH-CODE
               FILE STATUS IS WS-ATH-FILE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO "XFRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFR-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "MNTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "AUTHVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESPERSON-MASTER-FILE.
       COPY SLSREC.

       FD  VENDOR-MASTER-FILE.
       COPY VNDREC.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY COAREC.

       FD  SUBSTITUTE-FILE.
       COPY SUBXREF.

       FD  SHIP-TO-FILE.
       COPY SHTREC.

       FD  STANDING-ORDER-FILE.
       COPY STOREC.

       FD  KIT-FILE.
       COPY KITREC.

       FD  REBATE-FILE.
       COPY RBAREC.

       FD  AUTHORITY-FILE.
       COPY AUTHREC.

       FD  BACKORDER-FILE.
       COPY BACKORD.

       FD  TRANSFER-FILE.
       COPY XFRREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  VIOLATION-FILE.
       01  VIO-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-MNT-FILE-STATUS           PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-SLS-FILE-STATUS           PIC X(02).
       01  WS-VND-FILE-STATUS           PIC X(02).
       01  WS-COA-FILE-STATUS           PIC X(02).
       01  WS-SUB-FILE-STATUS           PIC X(02).
       01  WS-SHT-FILE-STATUS           PIC X(02).
       01  WS-STO-FILE-STATUS           PIC X(02).
       01  WS-KIT-FILE-STATUS           PIC X(02).
       01  WS-RBA-FILE-STATUS           PIC X(02).
       01  WS-ATH-FILE-STATUS           PIC X(02).
       01  WS-BKO-FILE-STATUS           PIC X(02).
       01  WS-XFR-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-VIO-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-BKO-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-BKO-EOF                   VALUE "Y".
       01  WS-XFR-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-XFR-EOF                   VALUE "Y".

       01  WS-TRAN-OK-SWITCH             PIC X(01).
           88  WS-TRAN-OK                    VALUE "Y".
           88  WS-SCAN-EOF                   VALUE "Y".
       01  WS-REP-IN-USE-SWITCH          PIC X(01).
           88  WS-REP-IN-USE                 VALUE "Y".
       01  WS-VENDOR-IN-USE-SWITCH       PIC X(01).
           88  WS-VENDOR-IN-USE              VALUE "Y".
       01  WS-KIT-IN-USE-SWITCH          PIC X(01).
           88  WS-KIT-IN-USE                 VALUE "Y".
       01  WS-ATH-EMPTY-SWITCH           PIC X(01) VALUE "N".
           88  WS-AUTHFILE-EMPTY             VALUE "Y".

      *-----------------------------------------------------------*
      *  the AUTHFILE row of the code the transaction is keyed
      *  under, kept apart from the record area so maintaining
      *  another code's row cannot overwrite it.
      *-----------------------------------------------------------*
       COPY AUTHREC REPLACING OPERATOR-AUTHORITY-RECORD
                              BY WS-KEYER-AUTHORITY
                              LEADING ==ATH-== BY ==WS-KYR-==.
       01  WS-ORIG-CREDIT-LIMIT          PIC 9(09)V99.
       01  WS-CREDIT-RAISE               PIC S9(09)V99.
       01  WS-VIO-LIMIT-SWITCH           PIC X(01).
           88  WS-VIO-LIMIT-BREACH           VALUE "Y".
       01  WS-VIO-AMOUNT-EDIT            PIC -(9)9.99.
       01  WS-VIO-LIMIT-EDIT             PIC Z(8)9.99.
       01  WS-VIOLATION-COUNT            PIC 9(07) COMP VALUE 0.

       01  WS-FIELD-NO                   PIC 9(02) COMP.
       01  WS-WHSE-NO                    PIC 9(02) COMP.
       01  WS-STO-LINE-NO                PIC 9(02) COMP.
       01  WS-STO-QTY-WORK               PIC 9(05).
       01  WS-STO-DATE-WORK              PIC 9(08).
       01  WS-KIT-COMP-NO                PIC 9(02) COMP.
       01  WS-KIT-QTY-WORK               PIC 9(05).
       01  WS-KIT-SCAN-ID                PIC X(06).
       01  WS-KIT-SAVE-AREA              PIC X(108).
       01  WS-RBA-PROD-NO                PIC 9(02) COMP.
       01  WS-RBA-TIER-NO                PIC 9(02) COMP.
       01  WS-RBA-SHIFT-NO               PIC 9(02) COMP.
       01  WS-RBA-THRESHOLD-WORK         PIC 9(09).
       01  WS-RBA-PCT-DIGITS             PIC 9(04).
       01  WS-RBA-PCT-WORK REDEFINES WS-RBA-PCT-DIGITS
                                         PIC 9(02)V99.
       01  WS-RBA-OLD-PERIOD-END         PIC 9(08).
       01  WS-BAD-CHAR-COUNT             PIC 9(02) COMP.
       01  WS-NUMVAL-WORK                PIC S9(09)V99.
       01  WS-TODAY-DATE                 PIC 9(08).
                       INDEXED BY WS-OBP-IDX
                                          PIC X(06).

      *-----------------------------------------------------------*
      *  quantity in transit (XFRFILE rows still IT) by product -
      *  stock off every warehouse's on-hand but still ours.
      *-----------------------------------------------------------*
       01  WS-IN-TRANSIT-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-IN-TRANSIT-PRODUCTS.
           05  WS-ITP-ENTRY OCCURS 500 TIMES INDEXED BY WS-ITP-IDX.
               10  WS-ITP-PRODUCT-ID          PIC X(06).
               10  WS-ITP-QTY                 PIC S9(09) COMP.

       01  WS-STOCK-HELD-QTY             PIC S9(09) COMP.
       01  WS-OLD-UNIT-COST              PIC 9(07)V99.
       01  WS-STOCK-VALUE                PIC S9(13)V99.
       01  WS-STOCK-VALUE-EDIT           PIC -(12)9.99.

      *-----------------------------------------------------------*
      *  audit rows collected while a transaction's fields are
      *  applied - flushed to AUDWRIT only after the master WRITE/
      *-----------------------------------------------------------*
       01  WS-AUD-PENDING-COUNT          PIC 9(02) COMP VALUE 0.
       01  WS-AUD-PENDING.
           05  WS-AP-ENTRY OCCURS 20 TIMES.
               10  WS-AP-FIELD                PIC X(20).
               10  WS-AP-OLD-VALUE            PIC X(20).
               10  WS-AP-NEW-VALUE            PIC X(20).
           PERFORM 9000-PRINT-TRAILER
           CLOSE MAINT-FILE CUSTOMER-MASTER-FILE
               PRODUCT-MASTER-FILE SALESPERSON-MASTER-FILE
               VENDOR-MASTER-FILE CHART-OF-ACCOUNTS-FILE
               SUBSTITUTE-FILE SHIP-TO-FILE STANDING-ORDER-FILE
               KIT-FILE REBATE-FILE AUTHORITY-FILE REGISTER-FILE
               VIOLATION-FILE
           CALL "AUDCLOSE"
           IF WS-TRAN-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O VENDOR-MASTER-FILE
           IF WS-VND-FILE-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER-FILE
               CLOSE VENDOR-MASTER-FILE
               OPEN I-O VENDOR-MASTER-FILE
           END-IF
           IF WS-VND-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VNDMAST - STATUS "
                   WS-VND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CHART-OF-ACCOUNTS-FILE
           IF WS-COA-FILE-STATUS = "35"
               OPEN OUTPUT CHART-OF-ACCOUNTS-FILE
               CLOSE CHART-OF-ACCOUNTS-FILE
               OPEN I-O CHART-OF-ACCOUNTS-FILE
           END-IF
           IF WS-COA-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN COAFILE - STATUS "
                   WS-COA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SUBSTITUTE-FILE
           IF WS-SUB-FILE-STATUS = "35"
               OPEN OUTPUT SUBSTITUTE-FILE
               STOP RUN
           END-IF

           OPEN I-O STANDING-ORDER-FILE
           IF WS-STO-FILE-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF
           IF WS-STO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STDORD - STATUS "
                   WS-STO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O KIT-FILE
           IF WS-KIT-FILE-STATUS = "35"
               OPEN OUTPUT KIT-FILE
               CLOSE KIT-FILE
               OPEN I-O KIT-FILE
           END-IF
           IF WS-KIT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN KITFILE - STATUS "
                   WS-KIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REBATE-FILE
           IF WS-RBA-FILE-STATUS = "35"
               OPEN OUTPUT REBATE-FILE
               CLOSE REBATE-FILE
               OPEN I-O REBATE-FILE
           END-IF
           IF WS-RBA-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN REBATE - STATUS "
                   WS-RBA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O AUTHORITY-FILE
           IF WS-ATH-FILE-STATUS = "35"
               OPEN OUTPUT AUTHORITY-FILE
               CLOSE AUTHORITY-FILE
               OPEN I-O AUTHORITY-FILE
           END-IF
           IF WS-ATH-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUTHFILE - STATUS "
                   WS-ATH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    an empty authority file has no supervisor to key its
      *    first row under - 2100 lets that one add through.
           MOVE LOW-VALUES TO ATH-CODE
           START AUTHORITY-FILE KEY IS NOT LESS THAN ATH-CODE
               INVALID KEY
                   SET WS-AUTHFILE-EMPTY TO TRUE
           END-START

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MNTRPT - STATUS "
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
           STRING "MASTER-FILE MAINTENANCE AUTHORITY VIOLATIONS"
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE
           MOVE SPACES TO VIO-LINE
           WRITE VIO-LINE
           MOVE SPACES TO RPT-LINE
           STRING "MASTER-FILE MAINTENANCE REGISTER"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1200-LOAD-OPEN-BKO-PRODUCTS
           PERFORM 1300-LOAD-IN-TRANSIT
           PERFORM 1100-READ-MAINT-TRAN.

       1100-READ-MAINT-TRAN.
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       1300-LOAD-IN-TRANSIT.
           OPEN INPUT TRANSFER-FILE
           IF WS-XFR-FILE-STATUS = "35"
               SET WS-XFR-EOF TO TRUE
           ELSE
               IF WS-XFR-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN XFRFILE - STATUS "
                       WS-XFR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1310-READ-TRANSFER
               PERFORM 1320-NOTE-IN-TRANSIT
                   UNTIL WS-XFR-EOF
               CLOSE TRANSFER-FILE
           END-IF.

       1310-READ-TRANSFER.
           READ TRANSFER-FILE
               AT END
                   SET WS-XFR-EOF TO TRUE
           END-READ.

       1320-NOTE-IN-TRANSIT.
           IF XFR-STATUS-IN-TRANSIT
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM 1330-FIND-IN-TRANSIT-PRODUCT
                   VARYING WS-ITP-IDX FROM 1 BY 1
                   UNTIL WS-ITP-IDX > WS-IN-TRANSIT-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-ENTRY-FOUND
      *            the find loop leaves the index one past the match
                   SET WS-ITP-IDX DOWN BY 1
               ELSE
      *            a product dropped here would slip past the
      *            stock-held delete guard - refuse to run off the
      *            end of the table instead.
                   IF WS-IN-TRANSIT-COUNT >= 500
                       DISPLAY "MSTMAINT - IN-TRANSIT TABLE FULL - "
                           "RAISE THE TABLE AND RERUN"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-IN-TRANSIT-COUNT
                   SET WS-ITP-IDX TO WS-IN-TRANSIT-COUNT
                   MOVE XFR-PRODUCT-ID TO WS-ITP-PRODUCT-ID (WS-ITP-IDX)
                   MOVE 0 TO WS-ITP-QTY (WS-ITP-IDX)
               END-IF
               ADD XFR-QTY TO WS-ITP-QTY (WS-ITP-IDX)
           END-IF
           PERFORM 1310-READ-TRANSFER.

       1330-FIND-IN-TRANSIT-PRODUCT.
           IF WS-ITP-PRODUCT-ID (WS-ITP-IDX) = XFR-PRODUCT-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  2000-APPLY-MAINT-TRAN routes one transaction by record
      *  type and action.  Any validation failure rejects the whole
                   AND NOT MNT-TYPE-SALESPERSON
                   AND NOT MNT-TYPE-SUBSTITUTE
                   AND NOT MNT-TYPE-SHIP-TO
                   AND NOT MNT-TYPE-VENDOR
                   AND NOT MNT-TYPE-GL-ACCOUNT
                   AND NOT MNT-TYPE-STANDING-ORDER
                   AND NOT MNT-TYPE-KIT
                   AND NOT MNT-TYPE-REBATE
                   AND NOT MNT-TYPE-AUTHORITY
               MOVE "RECORD TYPE NOT C,P,S,X,T,V,G,O,K,R OR A"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 2000-NEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
           IF NOT WS-TRAN-OK
               GO TO 2000-NEXT
           END-IF

           EVALUATE TRUE
               WHEN MNT-TYPE-CUSTOMER
                   PERFORM 6000-MAINTAIN-SUBSTITUTE THRU 6000-EXIT
               WHEN MNT-TYPE-SHIP-TO
                   PERFORM 6500-MAINTAIN-SHIP-TO THRU 6500-EXIT
               WHEN MNT-TYPE-VENDOR
                   PERFORM 6800-MAINTAIN-VENDOR THRU 6800-EXIT
               WHEN MNT-TYPE-GL-ACCOUNT
                   PERFORM 6900-MAINTAIN-GL-ACCOUNT THRU 6900-EXIT
               WHEN MNT-TYPE-STANDING-ORDER
                   PERFORM 6940-MAINTAIN-STANDING-ORDER
                       THRU 6940-EXIT
               WHEN MNT-TYPE-KIT
                   PERFORM 6700-MAINTAIN-KIT THRU 6700-EXIT
               WHEN MNT-TYPE-REBATE
                   PERFORM 5500-MAINTAIN-REBATE THRU 5500-EXIT
               WHEN MNT-TYPE-AUTHORITY
                   PERFORM 5700-MAINTAIN-AUTHORITY THRU 5700-EXIT
           END-EVALUATE

           IF WS-TRAN-OK
       2000-NEXT.
           PERFORM 1100-READ-MAINT-TRAN.

      *-----------------------------------------------------------*
      *  2100-CHECK-AUTHORITY holds the transaction to the code it
      *  was keyed under: on AUTHFILE and active, and - for the
      *  authority file itself - a supervisor other than the one
      *  whose row it maintains.  The limits a field is held to
      *  are checked as that field is applied.  The one exception
      *  is the first row added to an empty authority file, which
      *  must be an active supervisor (5700).
      *-----------------------------------------------------------*
       2100-CHECK-AUTHORITY.
           MOVE SPACES TO WS-KEYER-AUTHORITY
           MOVE 0 TO WS-KYR-MAX-OVERRIDE-DISC
           MOVE 0 TO WS-KYR-MAX-RELEASE-AMT
           MOVE 0 TO WS-KYR-MAX-CREDIT-CHANGE
           MOVE "N" TO WS-VIO-LIMIT-SWITCH
           IF MNT-TYPE-AUTHORITY AND MNT-ACTION-ADD
                   AND WS-AUTHFILE-EMPTY
               GO TO 2100-EXIT
           END-IF
           IF MNT-AUTH-CODE = SPACES
               MOVE "NO AUTHORITY CODE ON THE TRANSACTION"
                   TO STD-REASON-TEXT
               PERFORM 8200-PRINT-VIOLATION-LINE
               GO TO 2100-EXIT
           END-IF
           MOVE MNT-AUTH-CODE TO ATH-CODE
           READ AUTHORITY-FILE
               KEY IS ATH-CODE
               INVALID KEY
                   MOVE "AUTHORITY CODE NOT ON AUTHFILE"
                       TO STD-REASON-TEXT
                   PERFORM 8200-PRINT-VIOLATION-LINE
                   GO TO 2100-EXIT
           END-READ
           MOVE OPERATOR-AUTHORITY-RECORD TO WS-KEYER-AUTHORITY
           IF NOT WS-KYR-STATUS-ACTIVE
               MOVE "AUTHORITY CODE INACTIVE" TO STD-REASON-TEXT
               PERFORM 8200-PRINT-VIOLATION-LINE
               GO TO 2100-EXIT
           END-IF
           IF MNT-TYPE-AUTHORITY
               IF NOT WS-KYR-ROLE-SUPERVISOR
                   MOVE "ONLY A SUPERVISOR MAINTAINS AUTHFILE"
                       TO STD-REASON-TEXT
                   PERFORM 8200-PRINT-VIOLATION-LINE
                   GO TO 2100-EXIT
               END-IF
               IF MNT-KEY (1:8) = MNT-AUTH-CODE
                   MOVE "NO ONE MAINTAINS THEIR OWN AUTHORITY"
                       TO STD-REASON-TEXT
                   PERFORM 8200-PRINT-VIOLATION-LINE
                   GO TO 2100-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-MAINTAIN-CUSTOMER adds, changes or deletes one
      *  CUSTMAST record.  An add starts from an initialized
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 3000-EXIT
           END-READ
           MOVE CUST-CREDIT-LIMIT TO WS-ORIG-CREDIT-LIMIT

           IF MNT-ACTION-DELETE
               IF CUST-BALANCE-DUE NOT = 0
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 3000-EXIT
               END-IF
               MOVE CUST-ID TO RBA-CUST-ID
               READ REBATE-FILE
                   KEY IS RBA-CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CUSTOMER STILL HAS A REBATE AGREEMENT"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 3000-EXIT
               END-READ
               DELETE CUSTOMER-MASTER-FILE
               MOVE "CUSTOMER" TO WS-AUD-CLASS
               MOVE "MSTMAINT" TO WS-AUD-METHOD
           MOVE SPACES TO CUST-MASTER-RECORD
           MOVE MNT-KEY TO CUST-ID
           MOVE 0 TO CUST-CREDIT-LIMIT
           MOVE 0 TO WS-ORIG-CREDIT-LIMIT
           MOVE 0 TO CUST-BALANCE-DUE
           MOVE 0 TO CUST-VOLUME-12MO
           MOVE WS-TODAY-DATE TO CUST-DATE-OPENED
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 3300-EXIT
                   END-IF
      *            a raise is measured from the limit the customer
      *            carried before this transaction, so two values
      *            keyed in one transaction cannot step past the
      *            code's limit; a cut takes no more than an active
      *            code - it only lowers the exposure.
                   COMPUTE WS-CREDIT-RAISE =
                       WS-NUMVAL-WORK - WS-ORIG-CREDIT-LIMIT
                   IF WS-CREDIT-RAISE > WS-KYR-MAX-CREDIT-CHANGE
                       SET WS-VIO-LIMIT-BREACH TO TRUE
                       MOVE WS-CREDIT-RAISE TO WS-VIO-AMOUNT-EDIT
                       MOVE WS-KYR-MAX-CREDIT-CHANGE
                           TO WS-VIO-LIMIT-EDIT
                       MOVE "CREDIT-LIMIT RAISE OVER AUTHORITY LIMIT"
                           TO STD-REASON-TEXT
                       PERFORM 8200-PRINT-VIOLATION-LINE
                       GO TO 3300-EXIT
                   END-IF
                   MOVE CUST-CREDIT-LIMIT TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO CUST-CREDIT-LIMIT
                   MOVE CUST-TERRITORY TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:4)
                       TO CUST-TERRITORY
               WHEN "CUST-COLLECTOR-ID"
                   MOVE CUST-COLLECTOR-ID TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:4)
                       TO CUST-COLLECTOR-ID
               WHEN "CUST-NO-SUB-SWITCH"
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1) NOT = "Y"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 4000-EXIT
               END-IF
      *        stock deleted with its product would stay in the
      *        inventory account with nothing left to value it.
               PERFORM 4360-SUM-STOCK-HELD
               IF WS-STOCK-HELD-QTY NOT = 0
                   MOVE "PRODUCT STILL HOLDS STOCK" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 4000-EXIT
               END-IF
      *        a kit, or a component some kit is built from, would
      *        leave order entry exploding to a product that is gone.
               MOVE PROD-ID TO KIT-PRODUCT-ID
               READ KIT-FILE
                   KEY IS KIT-PRODUCT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "PRODUCT IS A KIT - DELETE ITS KIT FIRST"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 4000-EXIT
               END-READ
               MOVE PROD-ID TO WS-KIT-SCAN-ID
               PERFORM 6740-CHECK-KIT-COMPONENT-USE
               IF WS-KIT-IN-USE
                   MOVE "PRODUCT IS A COMPONENT OF A KIT"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 4000-EXIT
               END-IF
               DELETE PRODUCT-MASTER-FILE
               MOVE "PRODUCT" TO WS-AUD-CLASS
               MOVE "MSTMAINT" TO WS-AUD-METHOD
           MOVE SPACES TO PROD-MASTER-RECORD
           MOVE MNT-KEY TO PROD-ID
           MOVE 0 TO PROD-UNIT-PRICE
           MOVE 0 TO PROD-UNIT-COST
           MOVE 0 TO PROD-REORDER-POINT
           MOVE 0 TO PROD-SAFETY-STOCK
           MOVE 0 TO PROD-UNIT-WEIGHT
           MOVE 0 TO PROD-CARTON-QTY
           MOVE 0 TO PROD-WHSE-COUNT.

      *-----------------------------------------------------------*
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO PROD-DESCRIPTION
               WHEN "PROD-UNIT-PRICE"
                   IF NOT WS-KYR-ROLE-SUPERVISOR
                       MOVE "PRICE CHANGE NEEDS A SUPERVISOR CODE"
                           TO STD-REASON-TEXT
                       PERFORM 8200-PRINT-VIOLATION-LINE
                       GO TO 4300-EXIT
                   END-IF
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 4300-EXIT
                   MOVE PROD-UNIT-PRICE TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO PROD-UNIT-PRICE
               WHEN "PROD-UNIT-COST"
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 4300-EXIT
                   END-IF
                   MOVE PROD-UNIT-COST TO WS-OLD-UNIT-COST
                   MOVE PROD-UNIT-COST TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO PROD-UNIT-COST
               WHEN "PROD-REORDER-POINT"
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                   MOVE PROD-REORDER-POINT TO WS-QTY-EDIT
                   MOVE WS-QTY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO PROD-REORDER-POINT
               WHEN "PROD-SAFETY-STOCK"
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 4300-EXIT
                   END-IF
                   MOVE PROD-SAFETY-STOCK TO WS-QTY-EDIT
                   MOVE WS-QTY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO PROD-SAFETY-STOCK
               WHEN "PROD-UNIT-WEIGHT"
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 4300-EXIT
                   END-IF
                   MOVE PROD-UNIT-WEIGHT TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO PROD-UNIT-WEIGHT
               WHEN "PROD-CARTON-QTY"
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 4300-EXIT
                   END-IF
                   MOVE PROD-CARTON-QTY TO WS-QTY-EDIT
                   MOVE WS-QTY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO PROD-CARTON-QTY
               WHEN "PROD-VENDOR-ID"
      *            a blank value clears the primary vendor; anything
      *            else must be an active vendor on VNDMAST.
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
                           NOT = SPACES
                       MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
                           TO VND-ID
                       READ VENDOR-MASTER-FILE
                           KEY IS VND-ID
                           INVALID KEY
                               MOVE "VENDOR NOT ON VNDMAST"
                                   TO STD-REASON-TEXT
                               PERFORM 8000-PRINT-REJECT-LINE
                               GO TO 4300-EXIT
                       END-READ
                       IF NOT VND-STATUS-ACTIVE
                           MOVE "VENDOR IS NOT ACTIVE"
                               TO STD-REASON-TEXT
                           PERFORM 8000-PRINT-REJECT-LINE
                           GO TO 4300-EXIT
                       END-IF
                   END-IF
                   MOVE PROD-VENDOR-ID TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
                       TO PROD-VENDOR-ID
               WHEN "PROD-VENDOR-PART-NO"
                   MOVE PROD-VENDOR-PART-NO TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO PROD-VENDOR-PART-NO
               WHEN "PROD-WAREHOUSE-ADD"
                   PERFORM 4310-ADD-WAREHOUSE THRU 4310-EXIT
                   IF NOT WS-TRAN-OK

           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:20)
               TO WS-NEW-VALUE-DISP
           PERFORM 7500-QUEUE-AUDIT-ROW
           IF MNT-FIELD-NAME (MNT-FLD-IDX) = "PROD-UNIT-COST"
               PERFORM 4350-QUEUE-STOCK-REVALUATION
           END-IF.
       4300-EXIT.
           EXIT.

           END-IF
           ADD 1 TO WS-WHSE-NO.

      *-----------------------------------------------------------*
      *  4350-QUEUE-STOCK-REVALUATION logs what the stock held -
      *  every warehouse's on-hand plus what is in transit - was
      *  worth at the old and at the new unit cost.  GLEXTR's
      *  inventory journal takes the difference to the cost
      *  revaluation account, so the inventory account keeps
      *  tying to on-hand times cost across the change.
      *-----------------------------------------------------------*
       4350-QUEUE-STOCK-REVALUATION.
           PERFORM 4360-SUM-STOCK-HELD
           IF WS-STOCK-HELD-QTY NOT = 0
               AND PROD-UNIT-COST NOT = WS-OLD-UNIT-COST
               COMPUTE WS-STOCK-VALUE =
                   WS-STOCK-HELD-QTY * WS-OLD-UNIT-COST
               MOVE WS-STOCK-VALUE TO WS-STOCK-VALUE-EDIT
               MOVE WS-STOCK-VALUE-EDIT TO WS-OLD-VALUE-DISP
               COMPUTE WS-STOCK-VALUE =
                   WS-STOCK-HELD-QTY * PROD-UNIT-COST
               MOVE WS-STOCK-VALUE TO WS-STOCK-VALUE-EDIT
               MOVE WS-STOCK-VALUE-EDIT TO WS-NEW-VALUE-DISP
               ADD 1 TO WS-AUD-PENDING-COUNT
               MOVE "PROD-STOCK-VALUE"
                   TO WS-AP-FIELD (WS-AUD-PENDING-COUNT)
               MOVE WS-OLD-VALUE-DISP
                   TO WS-AP-OLD-VALUE (WS-AUD-PENDING-COUNT)
               MOVE WS-NEW-VALUE-DISP
                   TO WS-AP-NEW-VALUE (WS-AUD-PENDING-COUNT)
           END-IF.

       4360-SUM-STOCK-HELD.
           MOVE 0 TO WS-STOCK-HELD-QTY
           PERFORM 4370-ADD-WAREHOUSE-STOCK
               VARYING WS-WHSE-NO FROM 1 BY 1
               UNTIL WS-WHSE-NO > PROD-WHSE-COUNT
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 4380-FIND-IN-TRANSIT-STOCK
               VARYING WS-ITP-IDX FROM 1 BY 1
               UNTIL WS-ITP-IDX > WS-IN-TRANSIT-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-ITP-IDX DOWN BY 1
               ADD WS-ITP-QTY (WS-ITP-IDX) TO WS-STOCK-HELD-QTY
           END-IF.

       4370-ADD-WAREHOUSE-STOCK.
           ADD PROD-QTY-ON-HAND (WS-WHSE-NO) TO WS-STOCK-HELD-QTY.

       4380-FIND-IN-TRANSIT-STOCK.
           IF WS-ITP-PRODUCT-ID (WS-ITP-IDX) = PROD-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  5000-MAINTAIN-SALESPERSON adds, changes or deletes one
      *  SLSMAST record.  An add starts active with a zero rate;
           END-IF.

      *-----------------------------------------------------------*
      *  5500-MAINTAIN-REBATE adds, changes or deletes one REBATE
      *  volume-rebate agreement, keyed by the customer ID.  The
      *  period's dates and at least one tier are required; the
      *  products are optional - none listed means every product
      *  qualifies.  A settled agreement takes no change but a new
      *  period starting after the old one ends, which renews it:
      *  accruing again from nothing.  An agreement still carrying
      *  an accrual cannot be deleted - it is settled first.
      *-----------------------------------------------------------*
       5500-MAINTAIN-REBATE.
           IF MNT-ACTION-ADD
               PERFORM 5510-INIT-NEW-REBATE
               PERFORM 5530-APPLY-REBATE-FIELD THRU 5530-EXIT
                   VARYING WS-FIELD-NO FROM 1 BY 1
                   UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
                   OR NOT WS-TRAN-OK
               IF NOT WS-TRAN-OK
                   GO TO 5500-EXIT
               END-IF
               PERFORM 5590-CHECK-REBATE THRU 5590-EXIT
               IF NOT WS-TRAN-OK
                   GO TO 5500-EXIT
               END-IF
               WRITE REBATE-AGREEMENT-RECORD
                   INVALID KEY
                       MOVE "REBATE AGREEMENT ALREADY ON FILE"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                   NOT INVALID KEY
                       MOVE "REBATE-AGR" TO WS-AUD-CLASS
                       MOVE RBA-CUST-ID TO WS-AUD-KEY
                       PERFORM 7600-FLUSH-AUDIT-ROWS
               END-WRITE
               GO TO 5500-EXIT
           END-IF

           MOVE MNT-KEY (1:6) TO RBA-CUST-ID
           READ REBATE-FILE
               KEY IS RBA-CUST-ID
               INVALID KEY
                   MOVE "REBATE AGREEMENT NOT ON FILE"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 5500-EXIT
           END-READ

           IF MNT-ACTION-DELETE
               IF RBA-STATUS-ACCRUING AND RBA-REBATE-ACCRUED NOT = 0
                   MOVE "REBATE STILL ACCRUED - SETTLE IT FIRST"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 5500-EXIT
               END-IF
               DELETE REBATE-FILE
               MOVE "REBATE-AGR" TO WS-AUD-CLASS
               MOVE "MSTMAINT" TO WS-AUD-METHOD
               MOVE RBA-CUST-ID TO WS-AUD-KEY
               MOVE "RECORD-DELETED" TO WS-AUD-FIELD
               MOVE SPACES TO WS-OLD-VALUE-DISP
               STRING RBA-PERIOD-START "-" RBA-PERIOD-END
                   DELIMITED BY SIZE INTO WS-OLD-VALUE-DISP
               MOVE SPACES TO WS-NEW-VALUE-DISP
               CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD
                   WS-AUD-KEY WS-AUD-FIELD WS-OLD-VALUE-DISP
                   WS-NEW-VALUE-DISP
               GO TO 5500-EXIT
           END-IF

           MOVE RBA-PERIOD-END TO WS-RBA-OLD-PERIOD-END
           PERFORM 5530-APPLY-REBATE-FIELD THRU 5530-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
               OR NOT WS-TRAN-OK
           IF NOT WS-TRAN-OK
               GO TO 5500-EXIT
           END-IF
           IF RBA-STATUS-SETTLED
               PERFORM 5520-RENEW-REBATE THRU 5520-EXIT
               IF NOT WS-TRAN-OK
                   GO TO 5500-EXIT
               END-IF
           END-IF
           PERFORM 5590-CHECK-REBATE THRU 5590-EXIT
           IF WS-TRAN-OK
               REWRITE REBATE-AGREEMENT-RECORD
               IF WS-RBA-FILE-STATUS NOT = "00"
                   DISPLAY "REBATE REWRITE FAILED - STATUS "
                       WS-RBA-FILE-STATUS " CUSTOMER " RBA-CUST-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "REBATE-AGR" TO WS-AUD-CLASS
               MOVE RBA-CUST-ID TO WS-AUD-KEY
               PERFORM 7600-FLUSH-AUDIT-ROWS
           END-IF.
       5500-EXIT.
           EXIT.

       5510-INIT-NEW-REBATE.
           MOVE SPACES TO REBATE-AGREEMENT-RECORD
           MOVE MNT-KEY (1:6) TO RBA-CUST-ID
           MOVE 0 TO RBA-PERIOD-START
           MOVE 0 TO RBA-PERIOD-END
           SET RBA-STATUS-ACCRUING TO TRUE
           MOVE 0 TO RBA-PRODUCT-COUNT
           MOVE 0 TO RBA-TIER-COUNT
           PERFORM 5515-CLEAR-REBATE-TIER
               VARYING WS-RBA-TIER-NO FROM 1 BY 1
               UNTIL WS-RBA-TIER-NO > 5
           PERFORM 5525-CLEAR-REBATE-ACCRUAL.

       5515-CLEAR-REBATE-TIER.
           MOVE 0 TO RBA-TIER-THRESHOLD (WS-RBA-TIER-NO)
           MOVE 0 TO RBA-TIER-PCT (WS-RBA-TIER-NO).

      *-----------------------------------------------------------*
      *  5520-RENEW-REBATE reopens a settled agreement for the
      *  period just keyed, which must start after the settled
      *  period ended - anything less would accrue purchases the
      *  settlement has already paid for.
      *-----------------------------------------------------------*
       5520-RENEW-REBATE.
           IF RBA-PERIOD-START NOT > WS-RBA-OLD-PERIOD-END
               MOVE "SETTLED - RENEW WITH A LATER PERIOD"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5520-EXIT
           END-IF
           SET RBA-STATUS-ACCRUING TO TRUE
           PERFORM 5525-CLEAR-REBATE-ACCRUAL
           ADD 1 TO WS-AUD-PENDING-COUNT
           MOVE "RBA-STATUS" TO WS-AP-FIELD (WS-AUD-PENDING-COUNT)
           MOVE "ST" TO WS-AP-OLD-VALUE (WS-AUD-PENDING-COUNT)
           MOVE "AC" TO WS-AP-NEW-VALUE (WS-AUD-PENDING-COUNT).
       5520-EXIT.
           EXIT.

       5525-CLEAR-REBATE-ACCRUAL.
           MOVE 0 TO RBA-NET-PURCHASES
           MOVE 0 TO RBA-REBATE-ACCRUED
           MOVE 0 TO RBA-LAST-ACCRUAL-DATE
           MOVE 0 TO RBA-SETTLED-DATE
           MOVE 0 TO RBA-CREDIT-MEMO-NO.

      *-----------------------------------------------------------*
      *  5530-APPLY-REBATE-FIELD applies one field-name/value pair
      *  to the agreement.  Products and tiers are added and
      *  removed one at a time: RBA-PRODUCT-ADD/-DEL carry the
      *  product in positions 1-6; RBA-TIER-ADD carries the tier's
      *  threshold as nine whole-dollar digits in positions 1-9
      *  and its rebate percentage as four digits, two of them
      *  decimals, in 11-14; RBA-TIER-DEL carries the threshold
      *  alone.  A percentage change is a delete and an add in the
      *  same transaction.
      *-----------------------------------------------------------*
       5530-APPLY-REBATE-FIELD.
           SET MNT-FLD-IDX TO WS-FIELD-NO
           MOVE SPACES TO WS-OLD-VALUE-DISP
           MOVE SPACES TO WS-NEW-VALUE-DISP

           EVALUATE MNT-FIELD-NAME (MNT-FLD-IDX)
               WHEN "RBA-PERIOD-START"
                   PERFORM 6960-PARSE-DATE-VALUE
                   IF NOT WS-TRAN-OK
                       GO TO 5530-EXIT
                   END-IF
                   MOVE RBA-PERIOD-START TO WS-OLD-VALUE-DISP
                   MOVE WS-STO-DATE-WORK TO RBA-PERIOD-START
               WHEN "RBA-PERIOD-END"
                   PERFORM 6960-PARSE-DATE-VALUE
                   IF NOT WS-TRAN-OK
                       GO TO 5530-EXIT
                   END-IF
                   MOVE RBA-PERIOD-END TO WS-OLD-VALUE-DISP
                   MOVE WS-STO-DATE-WORK TO RBA-PERIOD-END
               WHEN "RBA-PRODUCT-ADD"
                   PERFORM 5540-ADD-REBATE-PRODUCT THRU 5540-EXIT
                   IF NOT WS-TRAN-OK
                       GO TO 5530-EXIT
                   END-IF
               WHEN "RBA-PRODUCT-DEL"
                   PERFORM 5550-DELETE-REBATE-PRODUCT THRU 5550-EXIT
                   IF NOT WS-TRAN-OK
                       GO TO 5530-EXIT
                   END-IF
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
                       TO WS-OLD-VALUE-DISP
               WHEN "RBA-TIER-ADD"
                   PERFORM 5560-ADD-REBATE-TIER THRU 5560-EXIT
                   IF NOT WS-TRAN-OK
                       GO TO 5530-EXIT
                   END-IF
               WHEN "RBA-TIER-DEL"
                   PERFORM 5570-DELETE-REBATE-TIER THRU 5570-EXIT
                   IF NOT WS-TRAN-OK
                       GO TO 5530-EXIT
                   END-IF
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:9)
                       TO WS-OLD-VALUE-DISP
               WHEN OTHER
                   MOVE "UNKNOWN REBATE FIELD NAME" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 5530-EXIT
           END-EVALUATE

           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:20)
               TO WS-NEW-VALUE-DISP
           IF MNT-FIELD-NAME (MNT-FLD-IDX) = "RBA-PRODUCT-DEL"
               OR MNT-FIELD-NAME (MNT-FLD-IDX) = "RBA-TIER-DEL"
               MOVE SPACES TO WS-NEW-VALUE-DISP
           END-IF
           PERFORM 7500-QUEUE-AUDIT-ROW.
       5530-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5540-ADD-REBATE-PRODUCT adds one qualifying product.  It
      *  must be on PRODMAST and may appear only once.
      *-----------------------------------------------------------*
       5540-ADD-REBATE-PRODUCT.
           IF RBA-PRODUCT-COUNT >= 20
               MOVE "REBATE PRODUCTS FULL" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5540-EXIT
           END-IF
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6) TO PROD-ID
           READ PRODUCT-MASTER-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE "PRODUCT NOT ON FILE" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 5540-EXIT
           END-READ
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 5555-FIND-REBATE-PRODUCT
               VARYING WS-RBA-PROD-NO FROM 1 BY 1
               UNTIL WS-RBA-PROD-NO > RBA-PRODUCT-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               MOVE "PRODUCT ALREADY ON THE AGREEMENT"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5540-EXIT
           END-IF
           ADD 1 TO RBA-PRODUCT-COUNT
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
               TO RBA-PRODUCT-ID (RBA-PRODUCT-COUNT).
       5540-EXIT.
           EXIT.

       5550-DELETE-REBATE-PRODUCT.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 5555-FIND-REBATE-PRODUCT
               VARYING WS-RBA-PROD-NO FROM 1 BY 1
               UNTIL WS-RBA-PROD-NO > RBA-PRODUCT-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               MOVE "PRODUCT NOT ON THE AGREEMENT" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5550-EXIT
           END-IF
      *    5555 leaves WS-RBA-PROD-NO one past the found product.
           SUBTRACT 1 FROM WS-RBA-PROD-NO
           PERFORM 5557-SHIFT-REBATE-PRODUCT-UP
               UNTIL WS-RBA-PROD-NO >= RBA-PRODUCT-COUNT
           MOVE SPACES TO RBA-PRODUCT-ID (RBA-PRODUCT-COUNT)
           SUBTRACT 1 FROM RBA-PRODUCT-COUNT.
       5550-EXIT.
           EXIT.

       5555-FIND-REBATE-PRODUCT.
           IF RBA-PRODUCT-ID (WS-RBA-PROD-NO)
                   = MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       5557-SHIFT-REBATE-PRODUCT-UP.
           IF WS-RBA-PROD-NO < RBA-PRODUCT-COUNT
               MOVE RBA-PRODUCT-ID (WS-RBA-PROD-NO + 1)
                   TO RBA-PRODUCT-ID (WS-RBA-PROD-NO)
           END-IF
           ADD 1 TO WS-RBA-PROD-NO.

      *-----------------------------------------------------------*
      *  5560-ADD-REBATE-TIER adds one tier in its place in the
      *  ascending threshold order REBACCR relies on.  Two tiers
      *  may not share a threshold, and the percentage must be
      *  above zero.
      *-----------------------------------------------------------*
       5560-ADD-REBATE-TIER.
           IF RBA-TIER-COUNT >= 5
               MOVE "REBATE TIERS FULL" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5560-EXIT
           END-IF
           IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:9) NOT NUMERIC
               MOVE "TIER THRESHOLD NOT NINE DIGITS"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5560-EXIT
           END-IF
           IF MNT-FIELD-VALUE (MNT-FLD-IDX) (11:4) NOT NUMERIC
               OR MNT-FIELD-VALUE (MNT-FLD-IDX) (11:4) = "0000"
               MOVE "TIER PERCENT NOT FOUR DIGITS ABOVE ZERO"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5560-EXIT
           END-IF
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:9)
               TO WS-RBA-THRESHOLD-WORK
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (11:4)
               TO WS-RBA-PCT-DIGITS
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 5575-FIND-REBATE-TIER
               VARYING WS-RBA-TIER-NO FROM 1 BY 1
               UNTIL WS-RBA-TIER-NO > RBA-TIER-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               MOVE "TIER THRESHOLD ALREADY ON THE AGREEMENT"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5560-EXIT
           END-IF
      *    find the first tier above the new one and open a slot
      *    there by shifting it and the tiers after it down one.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 5565-FIND-HIGHER-TIER
               VARYING WS-RBA-TIER-NO FROM 1 BY 1
               UNTIL WS-RBA-TIER-NO > RBA-TIER-COUNT
               OR WS-ENTRY-FOUND
      *    5565 leaves WS-RBA-TIER-NO one past the tier it found.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-RBA-TIER-NO
           END-IF
           PERFORM 5567-SHIFT-REBATE-TIER-DOWN
               VARYING WS-RBA-SHIFT-NO FROM RBA-TIER-COUNT BY -1
               UNTIL WS-RBA-SHIFT-NO < WS-RBA-TIER-NO
           ADD 1 TO RBA-TIER-COUNT
           MOVE WS-RBA-THRESHOLD-WORK
               TO RBA-TIER-THRESHOLD (WS-RBA-TIER-NO)
           MOVE WS-RBA-PCT-WORK TO RBA-TIER-PCT (WS-RBA-TIER-NO).
       5560-EXIT.
           EXIT.

       5565-FIND-HIGHER-TIER.
           IF RBA-TIER-THRESHOLD (WS-RBA-TIER-NO)
                   > WS-RBA-THRESHOLD-WORK
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       5567-SHIFT-REBATE-TIER-DOWN.
           MOVE RBA-TIER (WS-RBA-SHIFT-NO)
               TO RBA-TIER (WS-RBA-SHIFT-NO + 1).

       5570-DELETE-REBATE-TIER.
           IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:9) NOT NUMERIC
               MOVE "TIER THRESHOLD NOT NINE DIGITS"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5570-EXIT
           END-IF
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:9)
               TO WS-RBA-THRESHOLD-WORK
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 5575-FIND-REBATE-TIER
               VARYING WS-RBA-TIER-NO FROM 1 BY 1
               UNTIL WS-RBA-TIER-NO > RBA-TIER-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               MOVE "TIER THRESHOLD NOT ON THE AGREEMENT"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5570-EXIT
           END-IF
      *    5575 leaves WS-RBA-TIER-NO one past the found tier.
           SUBTRACT 1 FROM WS-RBA-TIER-NO
           PERFORM 5577-SHIFT-REBATE-TIER-UP
               UNTIL WS-RBA-TIER-NO >= RBA-TIER-COUNT
           MOVE 0 TO RBA-TIER-THRESHOLD (RBA-TIER-COUNT)
           MOVE 0 TO RBA-TIER-PCT (RBA-TIER-COUNT)
           SUBTRACT 1 FROM RBA-TIER-COUNT.
       5570-EXIT.
           EXIT.

       5575-FIND-REBATE-TIER.
           IF RBA-TIER-THRESHOLD (WS-RBA-TIER-NO)
                   = WS-RBA-THRESHOLD-WORK
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       5577-SHIFT-REBATE-TIER-UP.
           IF WS-RBA-TIER-NO < RBA-TIER-COUNT
               MOVE RBA-TIER (WS-RBA-TIER-NO + 1)
                   TO RBA-TIER (WS-RBA-TIER-NO)
           END-IF
           ADD 1 TO WS-RBA-TIER-NO.

      *-----------------------------------------------------------*
      *  5590-CHECK-REBATE proves the agreement whole once every
      *  field is applied.  An accruing agreement's period may not
      *  be cut back behind the month-end it was last accrued
      *  through - REBSETL would pay that accrual as final.
      *-----------------------------------------------------------*
       5590-CHECK-REBATE.
           MOVE RBA-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 5590-EXIT
           END-READ
           IF RBA-PERIOD-START = 0 OR RBA-PERIOD-END = 0
               MOVE "REBATE PERIOD NEEDS A START AND AN END"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5590-EXIT
           END-IF
           IF RBA-PERIOD-END < RBA-PERIOD-START
               MOVE "END DATE BEFORE START DATE" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5590-EXIT
           END-IF
           IF RBA-STATUS-ACCRUING
               AND RBA-LAST-ACCRUAL-DATE > RBA-PERIOD-END
               MOVE "PERIOD END BEFORE LAST ACCRUAL DATE"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5590-EXIT
           END-IF
           IF RBA-TIER-COUNT < 1
               MOVE "REBATE AGREEMENT CARRIES NO TIERS"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
           END-IF.
       5590-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5700-MAINTAIN-AUTHORITY adds or changes one AUTHFILE row.
      *  A delete is always refused - overrides, approvals and
      *  master changes already keyed under the code still name
      *  it, so a code going out of use is set inactive instead.
      *  The first row on an empty file must be an active
      *  supervisor, who then keys every row after it.  A new code
      *  is at most six characters - the order, transaction and
      *  quote lines carry the code in six - and may not be
      *  "QUOTE", which marks a converted quote's held price.
      *-----------------------------------------------------------*
       5700-MAINTAIN-AUTHORITY.
           IF MNT-ACTION-DELETE
               MOVE "CODES ARE NEVER DELETED - SET INACTIVE"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 5700-EXIT
           END-IF

           IF MNT-ACTION-ADD
               PERFORM 5710-INIT-NEW-AUTHORITY
               IF ATH-CODE (7:2) NOT = SPACES
                   MOVE "CODE LONGER THAN SIX CHARACTERS"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 5700-EXIT
               END-IF
               IF ATH-CODE = "QUOTE"
                   MOVE "QUOTE IS RESERVED FOR CONVERTED QUOTES"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 5700-EXIT
               END-IF
               PERFORM 5730-APPLY-AUTHORITY-FIELD THRU 5730-EXIT
                   VARYING WS-FIELD-NO FROM 1 BY 1
                   UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
                   OR NOT WS-TRAN-OK
               IF NOT WS-TRAN-OK
                   GO TO 5700-EXIT
               END-IF
               IF WS-AUTHFILE-EMPTY
                   AND (NOT ATH-ROLE-SUPERVISOR
                        OR NOT ATH-STATUS-ACTIVE)
                   MOVE "FIRST CODE MUST BE AN ACTIVE SUPERVISOR"
                       TO STD-REASON-TEXT
                   PERFORM 8200-PRINT-VIOLATION-LINE
                   GO TO 5700-EXIT
               END-IF
               WRITE OPERATOR-AUTHORITY-RECORD
                   INVALID KEY
                       MOVE "CODE ALREADY ON AUTHFILE"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                   NOT INVALID KEY
                       MOVE "N" TO WS-ATH-EMPTY-SWITCH
                       MOVE "AUTHORITY" TO WS-AUD-CLASS
                       MOVE ATH-CODE TO WS-AUD-KEY
                       PERFORM 7600-FLUSH-AUDIT-ROWS
               END-WRITE
               GO TO 5700-EXIT
           END-IF

           MOVE MNT-KEY (1:8) TO ATH-CODE
           READ AUTHORITY-FILE
               KEY IS ATH-CODE
               INVALID KEY
                   MOVE "CODE NOT ON AUTHFILE" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 5700-EXIT
           END-READ

           PERFORM 5730-APPLY-AUTHORITY-FIELD THRU 5730-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
               OR NOT WS-TRAN-OK
           IF WS-TRAN-OK
               REWRITE OPERATOR-AUTHORITY-RECORD
               IF WS-ATH-FILE-STATUS NOT = "00"
                   DISPLAY "AUTHFILE REWRITE FAILED - STATUS "
                       WS-ATH-FILE-STATUS " CODE " ATH-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "AUTHORITY" TO WS-AUD-CLASS
               MOVE ATH-CODE TO WS-AUD-KEY
               PERFORM 7600-FLUSH-AUDIT-ROWS
           END-IF.
       5700-EXIT.
           EXIT.

       5710-INIT-NEW-AUTHORITY.
           MOVE SPACES TO OPERATOR-AUTHORITY-RECORD
           MOVE MNT-KEY (1:8) TO ATH-CODE
           SET ATH-ROLE-OPERATOR TO TRUE
           SET ATH-STATUS-ACTIVE TO TRUE
           MOVE 0 TO ATH-MAX-OVERRIDE-DISC
           MOVE 0 TO ATH-MAX-RELEASE-AMT
           MOVE 0 TO ATH-MAX-CREDIT-CHANGE.

      *-----------------------------------------------------------*
      *  5730-APPLY-AUTHORITY-FIELD applies one field-name/value
      *  pair to the authority row.  The role must be OP or SV and
      *  the status A or I; the three limits are whole dollars and
      *  cents, zero meaning no authority.
      *-----------------------------------------------------------*
       5730-APPLY-AUTHORITY-FIELD.
           SET MNT-FLD-IDX TO WS-FIELD-NO
           MOVE SPACES TO WS-OLD-VALUE-DISP
           MOVE SPACES TO WS-NEW-VALUE-DISP

           EVALUATE MNT-FIELD-NAME (MNT-FLD-IDX)
               WHEN "ATH-NAME"
                   MOVE ATH-NAME (1:20) TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) TO ATH-NAME
               WHEN "ATH-ROLE"
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2) NOT = "OP"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2)
                           NOT = "SV"
                       MOVE "ROLE NOT OP OR SV" TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 5730-EXIT
                   END-IF
                   MOVE ATH-ROLE TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2)
                       TO ATH-ROLE
               WHEN "ATH-STATUS"
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1) NOT = "A"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                           NOT = "I"
                       MOVE "STATUS NOT A OR I" TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 5730-EXIT
                   END-IF
                   MOVE ATH-STATUS TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                       TO ATH-STATUS
               WHEN "ATH-MAX-OVERRIDE-DISC"
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 5730-EXIT
                   END-IF
                   MOVE ATH-MAX-OVERRIDE-DISC TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO ATH-MAX-OVERRIDE-DISC
               WHEN "ATH-MAX-RELEASE-AMT"
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 5730-EXIT
                   END-IF
                   MOVE ATH-MAX-RELEASE-AMT TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO ATH-MAX-RELEASE-AMT
               WHEN "ATH-MAX-CREDIT-CHANGE"
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 5730-EXIT
                   END-IF
                   MOVE ATH-MAX-CREDIT-CHANGE TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO ATH-MAX-CREDIT-CHANGE
               WHEN OTHER
                   MOVE "UNKNOWN AUTHORITY FIELD NAME"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 5730-EXIT
           END-EVALUATE

           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:20)
               TO WS-NEW-VALUE-DISP
           PERFORM 7500-QUEUE-AUDIT-ROW.
       5730-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-MAINTAIN-SUBSTITUTE adds, changes or deletes one
      *  SUBFILE substitution cross-reference row.  The substitute
      *  must be a real product and may not be the product itself.
      *-----------------------------------------------------------*
       6000-MAINTAIN-SUBSTITUTE.
           IF MNT-ACTION-ADD
               MOVE SPACES TO SUBSTITUTE-XREF-RECORD
               MOVE MNT-KEY (1:6) TO SUB-PRODUCT-ID
               PERFORM 6300-APPLY-SUBSTITUTE-FIELD THRU 6300-EXIT
                   VARYING WS-FIELD-NO FROM 1 BY 1
                   UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
                   OR NOT WS-TRAN-OK
               IF NOT WS-TRAN-OK
                   GO TO 6000-EXIT
               END-IF
               IF SUB-SUBSTITUTE-ID = SPACES
                   MOVE "NO SUBSTITUTE PRODUCT GIVEN"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6000-EXIT
               END-IF
               WRITE SUBSTITUTE-XREF-RECORD
                   INVALID KEY
                       MOVE "SUBSTITUTION ALREADY ON FILE"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                   NOT INVALID KEY
                       MOVE "SUBSTITUTE" TO WS-AUD-CLASS
                       MOVE SUB-PRODUCT-ID TO WS-AUD-KEY
                       PERFORM 7600-FLUSH-AUDIT-ROWS
               END-WRITE
               GO TO 6000-EXIT
           END-IF

           MOVE MNT-KEY (1:6) TO SUB-PRODUCT-ID
           READ SUBSTITUTE-FILE
               KEY IS SUB-PRODUCT-ID
               INVALID KEY
                   MOVE "SUBSTITUTION NOT ON FILE"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6000-EXIT
           END-READ

           IF MNT-ACTION-DELETE
               DELETE SUBSTITUTE-FILE
               MOVE "SUBSTITUTE" TO WS-AUD-CLASS
               MOVE "MSTMAINT" TO WS-AUD-METHOD
               MOVE SUB-PRODUCT-ID TO WS-AUD-KEY
               MOVE "RECORD-DELETED" TO WS-AUD-FIELD
               MOVE SUB-SUBSTITUTE-ID TO WS-OLD-VALUE-DISP
               MOVE SPACES TO WS-NEW-VALUE-DISP
               CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD
                   WS-AUD-KEY WS-AUD-FIELD WS-OLD-VALUE-DISP
                   WS-NEW-VALUE-DISP
               GO TO 6000-EXIT
           END-IF

           PERFORM 6300-APPLY-SUBSTITUTE-FIELD THRU 6300-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
               OR NOT WS-TRAN-OK
           IF WS-TRAN-OK
               REWRITE SUBSTITUTE-XREF-RECORD
               IF WS-SUB-FILE-STATUS NOT = "00"
                   DISPLAY "SUBFILE REWRITE FAILED - STATUS "
                       WS-SUB-FILE-STATUS " PRODUCT "
                       SUB-PRODUCT-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "SUBSTITUTE" TO WS-AUD-CLASS
               MOVE SUB-PRODUCT-ID TO WS-AUD-KEY
               PERFORM 7600-FLUSH-AUDIT-ROWS
           END-IF.
       6000-EXIT.
           EXIT.

       6300-APPLY-SUBSTITUTE-FIELD.
           SET MNT-FLD-IDX TO WS-FIELD-NO
           MOVE SPACES TO WS-OLD-VALUE-DISP
           MOVE SPACES TO WS-NEW-VALUE-DISP

           EVALUATE MNT-FIELD-NAME (MNT-FLD-IDX)
               WHEN "SUB-SUBSTITUTE-ID"
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
                           = SUB-PRODUCT-ID
                       MOVE "SUBSTITUTE IS THE PRODUCT ITSELF"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 6300-EXIT
                   END-IF
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
                       TO PROD-ID
                   READ PRODUCT-MASTER-FILE
                       KEY IS PROD-ID
                       INVALID KEY
                           MOVE "SUBSTITUTE NOT ON PRODUCT MASTER"
                               TO STD-REASON-TEXT
                           PERFORM 8000-PRINT-REJECT-LINE
                           GO TO 6300-EXIT
                   END-READ
                   MOVE SUB-SUBSTITUTE-ID TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
                       TO SUB-SUBSTITUTE-ID
               WHEN OTHER
                   MOVE "UNKNOWN SUBSTITUTION FIELD NAME"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6300-EXIT
           END-EVALUATE

           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:20)
               TO WS-NEW-VALUE-DISP
           PERFORM 7500-QUEUE-AUDIT-ROW.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6500-MAINTAIN-SHIP-TO adds, changes or deletes one SHIPTO
      *  address row.  The key is the customer ID plus the
      *  four-character ship-to code; an add proves the customer
      *  is on CUSTMAST first.
      *-----------------------------------------------------------*
       6500-MAINTAIN-SHIP-TO.
           IF MNT-KEY (7:4) = SPACES
               MOVE "MISSING SHIP-TO CODE ON KEY"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6500-EXIT
           END-IF

           IF MNT-ACTION-ADD
               MOVE MNT-KEY (1:6) TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 6500-EXIT
               END-READ
               MOVE SPACES TO SHIP-TO-RECORD
               MOVE MNT-KEY (1:6) TO SHT-CUST-ID
               MOVE MNT-KEY (7:4) TO SHT-SHIP-TO-CODE
               PERFORM 6600-APPLY-SHIP-TO-FIELD THRU 6600-EXIT
                   VARYING WS-FIELD-NO FROM 1 BY 1
                   UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
                   OR NOT WS-TRAN-OK
               IF NOT WS-TRAN-OK
                   GO TO 6500-EXIT
               END-IF
               WRITE SHIP-TO-RECORD
                   INVALID KEY
                       MOVE "SHIP-TO ALREADY ON FILE"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                   NOT INVALID KEY
                       MOVE "SHIP-TO" TO WS-AUD-CLASS
                       MOVE SHT-CUST-ID TO WS-AUD-KEY
                       PERFORM 7600-FLUSH-AUDIT-ROWS
               END-WRITE
               GO TO 6500-EXIT
           END-IF

           MOVE MNT-KEY (1:6) TO SHT-CUST-ID
           MOVE MNT-KEY (7:4) TO SHT-SHIP-TO-CODE
           READ SHIP-TO-FILE
               KEY IS SHT-KEY
               INVALID KEY
                   MOVE "SHIP-TO NOT ON FILE" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6500-EXIT
           END-READ

           IF MNT-ACTION-DELETE
               DELETE SHIP-TO-FILE
               MOVE "SHIP-TO" TO WS-AUD-CLASS
               MOVE "MSTMAINT" TO WS-AUD-METHOD
               MOVE SHT-CUST-ID TO WS-AUD-KEY
      *        the audit key holds eight characters - the customer
      *        fits but the full ten-character SHIPTO key does
      *        not, so the field name says which ship-to.
               MOVE SPACES TO WS-AUD-FIELD
               STRING SHT-SHIP-TO-CODE " RECORD-DELETED"
                   DELIMITED BY SIZE INTO WS-AUD-FIELD
               MOVE SHT-NAME (1:20) TO WS-OLD-VALUE-DISP
               MOVE SPACES TO WS-NEW-VALUE-DISP
               CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD
                   WS-AUD-KEY WS-AUD-FIELD WS-OLD-VALUE-DISP
                   WS-NEW-VALUE-DISP
               GO TO 6500-EXIT
           END-IF

           PERFORM 6600-APPLY-SHIP-TO-FIELD THRU 6600-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
               OR NOT WS-TRAN-OK
           IF WS-TRAN-OK
               REWRITE SHIP-TO-RECORD
               IF WS-SHT-FILE-STATUS NOT = "00"
                   DISPLAY "SHIPTO REWRITE FAILED - STATUS "
                       WS-SHT-FILE-STATUS " KEY " SHT-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "SHIP-TO" TO WS-AUD-CLASS
               MOVE SHT-CUST-ID TO WS-AUD-KEY
               PERFORM 7600-FLUSH-AUDIT-ROWS
           END-IF.
       6500-EXIT.
           EXIT.

       6600-APPLY-SHIP-TO-FIELD.
           SET MNT-FLD-IDX TO WS-FIELD-NO
           MOVE SPACES TO WS-OLD-VALUE-DISP
           MOVE SPACES TO WS-NEW-VALUE-DISP

           EVALUATE MNT-FIELD-NAME (MNT-FLD-IDX)
               WHEN "SHT-NAME"
                   MOVE SHT-NAME (1:20) TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) TO SHT-NAME
               WHEN "SHT-ADDR-LINE1"
                   MOVE SHT-ADDR-LINE1 (1:20) TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO SHT-ADDR-LINE1
               WHEN "SHT-ADDR-LINE2"
                   MOVE SHT-ADDR-LINE2 (1:20) TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO SHT-ADDR-LINE2
               WHEN "SHT-ADDR-CITY"
                   MOVE SHT-ADDR-CITY TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO SHT-ADDR-CITY
               WHEN "SHT-ADDR-STATE"
                   MOVE SHT-ADDR-STATE TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO SHT-ADDR-STATE
               WHEN "SHT-ADDR-ZIP"
                   MOVE SHT-ADDR-ZIP TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO SHT-ADDR-ZIP
               WHEN OTHER
                   MOVE "UNKNOWN SHIP-TO FIELD NAME"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6600-EXIT
           END-EVALUATE

           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:20)
               TO WS-NEW-VALUE-DISP
           PERFORM 7550-QUEUE-SHIP-TO-AUDIT-ROW.
       6600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6700-MAINTAIN-KIT adds, changes or deletes one KITFILE
      *  bill of materials.  The kit must be a product on PRODMAST
      *  and may not itself be a component of another kit - kits
      *  do not nest.  An add or change must leave at least one
      *  component, or order entry would issue nothing for it.
      *-----------------------------------------------------------*
       6700-MAINTAIN-KIT.
           IF MNT-ACTION-ADD
               MOVE MNT-KEY (1:6) TO PROD-ID
               READ PRODUCT-MASTER-FILE
                   KEY IS PROD-ID
                   INVALID KEY
                       MOVE "KIT PRODUCT NOT ON PRODUCT MASTER"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 6700-EXIT
               END-READ
               MOVE MNT-KEY (1:6) TO WS-KIT-SCAN-ID
               PERFORM 6740-CHECK-KIT-COMPONENT-USE
               IF WS-KIT-IN-USE
                   MOVE "PRODUCT IS A COMPONENT OF ANOTHER KIT"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6700-EXIT
               END-IF
               MOVE SPACES TO KIT-STRUCTURE-RECORD
               MOVE MNT-KEY (1:6) TO KIT-PRODUCT-ID
               MOVE 0 TO KIT-COMPONENT-COUNT
               PERFORM 6710-APPLY-KIT-FIELD THRU 6710-EXIT
                   VARYING WS-FIELD-NO FROM 1 BY 1
                   UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
                   OR NOT WS-TRAN-OK
               IF NOT WS-TRAN-OK
                   GO TO 6700-EXIT
               END-IF
               IF KIT-COMPONENT-COUNT < 1
                   MOVE "KIT CARRIES NO COMPONENTS" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6700-EXIT
               END-IF
               WRITE KIT-STRUCTURE-RECORD
                   INVALID KEY
                       MOVE "KIT ALREADY ON FILE"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                   NOT INVALID KEY
                       MOVE "KIT" TO WS-AUD-CLASS
                       MOVE KIT-PRODUCT-ID TO WS-AUD-KEY
                       PERFORM 7600-FLUSH-AUDIT-ROWS
               END-WRITE
               GO TO 6700-EXIT
           END-IF

           MOVE MNT-KEY (1:6) TO KIT-PRODUCT-ID
           READ KIT-FILE
               KEY IS KIT-PRODUCT-ID
               INVALID KEY
                   MOVE "KIT NOT ON FILE" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6700-EXIT
           END-READ

           IF MNT-ACTION-DELETE
               DELETE KIT-FILE
               MOVE "KIT" TO WS-AUD-CLASS
               MOVE "MSTMAINT" TO WS-AUD-METHOD
               MOVE KIT-PRODUCT-ID TO WS-AUD-KEY
               MOVE "RECORD-DELETED" TO WS-AUD-FIELD
               MOVE KIT-COMPONENT-COUNT TO WS-QTY-EDIT
               MOVE SPACES TO WS-OLD-VALUE-DISP
               STRING "COMPONENTS " WS-QTY-EDIT
                   DELIMITED BY SIZE INTO WS-OLD-VALUE-DISP
               MOVE SPACES TO WS-NEW-VALUE-DISP
               CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD
                   WS-AUD-KEY WS-AUD-FIELD WS-OLD-VALUE-DISP
                   WS-NEW-VALUE-DISP
               GO TO 6700-EXIT
           END-IF

           PERFORM 6710-APPLY-KIT-FIELD THRU 6710-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
               OR NOT WS-TRAN-OK
           IF NOT WS-TRAN-OK
               GO TO 6700-EXIT
           END-IF
           IF KIT-COMPONENT-COUNT < 1
               MOVE "KIT CARRIES NO COMPONENTS" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6700-EXIT
           END-IF
           REWRITE KIT-STRUCTURE-RECORD
           IF WS-KIT-FILE-STATUS NOT = "00"
               DISPLAY "KITFILE REWRITE FAILED - STATUS "
                   WS-KIT-FILE-STATUS " KIT " KIT-PRODUCT-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "KIT" TO WS-AUD-CLASS
           MOVE KIT-PRODUCT-ID TO WS-AUD-KEY
           PERFORM 7600-FLUSH-AUDIT-ROWS.
       6700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6710-APPLY-KIT-FIELD applies one field-name/value pair.
      *  Components are added and removed one at a time:
      *  KIT-COMP-ADD carries the component product in positions
      *  1-6 and a five-digit quantity per kit in 8-12;
      *  KIT-COMP-DEL carries the component product alone.  A
      *  quantity change is a delete and an add in the same
      *  transaction.
      *-----------------------------------------------------------*
       6710-APPLY-KIT-FIELD.
           SET MNT-FLD-IDX TO WS-FIELD-NO
           MOVE SPACES TO WS-OLD-VALUE-DISP
           MOVE SPACES TO WS-NEW-VALUE-DISP

           EVALUATE MNT-FIELD-NAME (MNT-FLD-IDX)
               WHEN "KIT-COMP-ADD"
                   PERFORM 6720-ADD-KIT-COMPONENT THRU 6720-EXIT
                   IF NOT WS-TRAN-OK
                       GO TO 6710-EXIT
                   END-IF
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:20)
                       TO WS-NEW-VALUE-DISP
               WHEN "KIT-COMP-DEL"
                   PERFORM 6730-DELETE-KIT-COMPONENT THRU 6730-EXIT
                   IF NOT WS-TRAN-OK
                       GO TO 6710-EXIT
                   END-IF
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
                       TO WS-OLD-VALUE-DISP
               WHEN OTHER
                   MOVE "UNKNOWN KIT FIELD NAME" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6710-EXIT
           END-EVALUATE
           PERFORM 7500-QUEUE-AUDIT-ROW.
       6710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6720-ADD-KIT-COMPONENT adds one component.  It must be on
      *  PRODMAST, must not be the kit itself and must not be a
      *  kit in its own right, and may appear only once.  The kit
      *  being built is parked in WS-KIT-SAVE-AREA across the
      *  KITFILE probe, which reads into the same record area.
      *-----------------------------------------------------------*
       6720-ADD-KIT-COMPONENT.
           IF KIT-COMPONENT-COUNT >= 10
               MOVE "KIT COMPONENTS FULL" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6720-EXIT
           END-IF
           IF MNT-FIELD-VALUE (MNT-FLD-IDX) (8:5) NOT NUMERIC
               OR MNT-FIELD-VALUE (MNT-FLD-IDX) (8:5) = "00000"
               MOVE "QTY PER KIT NOT FIVE DIGITS ABOVE ZERO"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6720-EXIT
           END-IF
           IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6) = KIT-PRODUCT-ID
               MOVE "COMPONENT IS THE KIT ITSELF" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6720-EXIT
           END-IF
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6) TO PROD-ID
           READ PRODUCT-MASTER-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE "COMPONENT NOT ON PRODUCT MASTER"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6720-EXIT
           END-READ
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 6735-FIND-KIT-COMPONENT
               VARYING WS-KIT-COMP-NO FROM 1 BY 1
               UNTIL WS-KIT-COMP-NO > KIT-COMPONENT-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               MOVE "COMPONENT ALREADY ON THE KIT" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6720-EXIT
           END-IF
           MOVE KIT-STRUCTURE-RECORD TO WS-KIT-SAVE-AREA
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6) TO KIT-PRODUCT-ID
           READ KIT-FILE
               KEY IS KIT-PRODUCT-ID
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
           END-READ
           MOVE WS-KIT-SAVE-AREA TO KIT-STRUCTURE-RECORD
           IF WS-ENTRY-FOUND
               MOVE "COMPONENT IS ITSELF A KIT" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6720-EXIT
           END-IF
           ADD 1 TO KIT-COMPONENT-COUNT
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
               TO KIT-COMP-PRODUCT-ID (KIT-COMPONENT-COUNT)
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (8:5)
               TO WS-KIT-QTY-WORK
           MOVE WS-KIT-QTY-WORK TO KIT-COMP-QTY (KIT-COMPONENT-COUNT).
       6720-EXIT.
           EXIT.

       6730-DELETE-KIT-COMPONENT.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 6735-FIND-KIT-COMPONENT
               VARYING WS-KIT-COMP-NO FROM 1 BY 1
               UNTIL WS-KIT-COMP-NO > KIT-COMPONENT-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               MOVE "COMPONENT NOT ON THE KIT" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6730-EXIT
           END-IF
      *    6735 leaves WS-KIT-COMP-NO one past the found component.
           SUBTRACT 1 FROM WS-KIT-COMP-NO
           PERFORM 6737-SHIFT-KIT-COMPONENT-UP
               UNTIL WS-KIT-COMP-NO >= KIT-COMPONENT-COUNT
           MOVE SPACES TO KIT-COMP-PRODUCT-ID (KIT-COMPONENT-COUNT)
           MOVE 0 TO KIT-COMP-QTY (KIT-COMPONENT-COUNT)
           SUBTRACT 1 FROM KIT-COMPONENT-COUNT.
       6730-EXIT.
           EXIT.

       6735-FIND-KIT-COMPONENT.
           IF KIT-COMP-PRODUCT-ID (WS-KIT-COMP-NO)
                   = MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       6737-SHIFT-KIT-COMPONENT-UP.
           IF WS-KIT-COMP-NO < KIT-COMPONENT-COUNT
               MOVE KIT-COMPONENT (WS-KIT-COMP-NO + 1)
                   TO KIT-COMPONENT (WS-KIT-COMP-NO)
           END-IF
           ADD 1 TO WS-KIT-COMP-NO.

      *-----------------------------------------------------------*
      *  6740-CHECK-KIT-COMPONENT-USE scans KITFILE for any kit
      *  built from WS-KIT-SCAN-ID.  The scan reads through the
      *  KITFILE record area, so callers run it before they build
      *  or read the kit they are maintaining.
      *-----------------------------------------------------------*
       6740-CHECK-KIT-COMPONENT-USE.
           MOVE "N" TO WS-KIT-IN-USE-SWITCH
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO KIT-PRODUCT-ID
           START KIT-FILE
               KEY IS NOT LESS THAN KIT-PRODUCT-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
               PERFORM 6750-READ-NEXT-KIT
           END-IF
           PERFORM 6760-CHECK-ONE-KIT
               UNTIL WS-SCAN-EOF OR WS-KIT-IN-USE.

       6750-READ-NEXT-KIT.
           READ KIT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

       6760-CHECK-ONE-KIT.
           PERFORM 6765-CHECK-ONE-COMPONENT
               VARYING WS-KIT-COMP-NO FROM 1 BY 1
               UNTIL WS-KIT-COMP-NO > KIT-COMPONENT-COUNT
               OR WS-KIT-IN-USE
           IF NOT WS-KIT-IN-USE
               PERFORM 6750-READ-NEXT-KIT
           END-IF.

       6765-CHECK-ONE-COMPONENT.
           IF KIT-COMP-PRODUCT-ID (WS-KIT-COMP-NO) = WS-KIT-SCAN-ID
               SET WS-KIT-IN-USE TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  6800-MAINTAIN-VENDOR adds, changes or deletes one
      *  VNDMAST record.  An add starts active with no lead time
      *  and no minimum order; a delete is refused while any
      *  product still names the vendor as its primary vendor -
      *  a vendor being retired is set inactive first.
      *-----------------------------------------------------------*
       6800-MAINTAIN-VENDOR.
           IF MNT-ACTION-ADD
               PERFORM 6810-INIT-NEW-VENDOR
               PERFORM 6830-APPLY-VENDOR-FIELD THRU 6830-EXIT
                   VARYING WS-FIELD-NO FROM 1 BY 1
                   UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
                   OR NOT WS-TRAN-OK
               IF NOT WS-TRAN-OK
                   GO TO 6800-EXIT
               END-IF
               WRITE VENDOR-MASTER-RECORD
                   INVALID KEY
                       MOVE "VENDOR ALREADY ON FILE"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                   NOT INVALID KEY
                       MOVE "VENDOR" TO WS-AUD-CLASS
                       MOVE VND-ID TO WS-AUD-KEY
                       PERFORM 7600-FLUSH-AUDIT-ROWS
               END-WRITE
               GO TO 6800-EXIT
           END-IF

           MOVE MNT-KEY (1:6) TO VND-ID
           READ VENDOR-MASTER-FILE
               KEY IS VND-ID
               INVALID KEY
                   MOVE "VENDOR NOT ON FILE" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6800-EXIT
           END-READ

           IF MNT-ACTION-DELETE
               PERFORM 6840-CHECK-VENDOR-ASSIGNED
               IF WS-VENDOR-IN-USE
                   MOVE "VENDOR STILL PRIMARY FOR A PRODUCT"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6800-EXIT
               END-IF
               DELETE VENDOR-MASTER-FILE
               MOVE "VENDOR" TO WS-AUD-CLASS
               MOVE "MSTMAINT" TO WS-AUD-METHOD
               MOVE VND-ID TO WS-AUD-KEY
               MOVE "RECORD-DELETED" TO WS-AUD-FIELD
               MOVE VND-NAME (1:20) TO WS-OLD-VALUE-DISP
               MOVE SPACES TO WS-NEW-VALUE-DISP
               CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD
                   WS-AUD-KEY WS-AUD-FIELD WS-OLD-VALUE-DISP
                   WS-NEW-VALUE-DISP
               GO TO 6800-EXIT
           END-IF

           PERFORM 6830-APPLY-VENDOR-FIELD THRU 6830-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
               OR NOT WS-TRAN-OK
           IF WS-TRAN-OK
               REWRITE VENDOR-MASTER-RECORD
               IF WS-VND-FILE-STATUS NOT = "00"
                   DISPLAY "VNDMAST REWRITE FAILED - STATUS "
                       WS-VND-FILE-STATUS " VENDOR " VND-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "VENDOR" TO WS-AUD-CLASS
               MOVE VND-ID TO WS-AUD-KEY
               PERFORM 7600-FLUSH-AUDIT-ROWS
           END-IF.
       6800-EXIT.
           EXIT.

       6810-INIT-NEW-VENDOR.
           MOVE SPACES TO VENDOR-MASTER-RECORD
           MOVE MNT-KEY (1:6) TO VND-ID
           MOVE 0 TO VND-LEAD-TIME-DAYS
           MOVE 0 TO VND-MIN-ORDER-AMOUNT
           SET VND-STATUS-ACTIVE TO TRUE.

      *-----------------------------------------------------------*
      *  6830-APPLY-VENDOR-FIELD applies one field-name/value pair
      *  to the vendor record.  The terms code must be on the
      *  TERMFILE terms table, the same as a customer's.
      *-----------------------------------------------------------*
       6830-APPLY-VENDOR-FIELD.
           SET MNT-FLD-IDX TO WS-FIELD-NO
           MOVE SPACES TO WS-OLD-VALUE-DISP
           MOVE SPACES TO WS-NEW-VALUE-DISP

           EVALUATE MNT-FIELD-NAME (MNT-FLD-IDX)
               WHEN "VND-NAME"
                   MOVE VND-NAME (1:20) TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) TO VND-NAME
               WHEN "VND-ADDR-LINE1"
                   MOVE VND-ADDR-LINE1 (1:20) TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO VND-ADDR-LINE1
               WHEN "VND-ADDR-LINE2"
                   MOVE VND-ADDR-LINE2 (1:20) TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO VND-ADDR-LINE2
               WHEN "VND-ADDR-CITY"
                   MOVE VND-ADDR-CITY TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO VND-ADDR-CITY
               WHEN "VND-ADDR-STATE"
                   MOVE VND-ADDR-STATE TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO VND-ADDR-STATE
               WHEN "VND-ADDR-ZIP"
                   MOVE VND-ADDR-ZIP TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO VND-ADDR-ZIP
               WHEN "VND-PHONE"
                   MOVE VND-PHONE TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) TO VND-PHONE
               WHEN "VND-LEAD-TIME-DAYS"
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 6830-EXIT
                   END-IF
                   MOVE VND-LEAD-TIME-DAYS TO WS-QTY-EDIT
                   MOVE WS-QTY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO VND-LEAD-TIME-DAYS
               WHEN "VND-TERMS-CODE"
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:3)
                           NOT = SPACES
                       CALL "TRMLOOK" USING
                           MNT-FIELD-VALUE (MNT-FLD-IDX) (1:3)
                           WS-TRM-NET-DAYS WS-TRM-DISC-PCT
                           WS-TRM-DISC-DAYS WS-TRM-FOUND-SWITCH
                       IF NOT WS-TERMS-FOUND
                           MOVE "TERMS CODE NOT ON TERMFILE"
                               TO STD-REASON-TEXT
                           PERFORM 8000-PRINT-REJECT-LINE
                           GO TO 6830-EXIT
                       END-IF
                   END-IF
                   MOVE VND-TERMS-CODE TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:3)
                       TO VND-TERMS-CODE
               WHEN "VND-MIN-ORDER-AMOUNT"
                   PERFORM 7000-PARSE-NUMERIC-VALUE
                   IF NOT WS-VALUE-NUMERIC
                       GO TO 6830-EXIT
                   END-IF
                   MOVE VND-MIN-ORDER-AMOUNT TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NUMVAL-WORK TO VND-MIN-ORDER-AMOUNT
               WHEN "VND-STATUS"
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2) NOT = "AC"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2)
                           NOT = "IN"
                       MOVE "STATUS NOT AC OR IN"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 6830-EXIT
                   END-IF
                   MOVE VND-STATUS TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2)
                       TO VND-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN VENDOR FIELD NAME"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6830-EXIT
           END-EVALUATE

           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:20)
               TO WS-NEW-VALUE-DISP
           PERFORM 7500-QUEUE-AUDIT-ROW.
       6830-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6840-CHECK-VENDOR-ASSIGNED scans PRODMAST for any product
      *  still naming the vendor being deleted as its primary
      *  vendor - POGEN would have nowhere to send its orders.
      *-----------------------------------------------------------*
       6840-CHECK-VENDOR-ASSIGNED.
           MOVE "N" TO WS-VENDOR-IN-USE-SWITCH
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO PROD-ID
           START PRODUCT-MASTER-FILE
               KEY IS NOT LESS THAN PROD-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           IF NOT WS-SCAN-EOF
               PERFORM 6850-READ-NEXT-PRODUCT
           END-IF
           PERFORM 6860-CHECK-ONE-PRODUCT
               UNTIL WS-SCAN-EOF OR WS-VENDOR-IN-USE.

       6850-READ-NEXT-PRODUCT.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.

       6860-CHECK-ONE-PRODUCT.
           IF PROD-VENDOR-ID = VND-ID
               SET WS-VENDOR-IN-USE TO TRUE
           ELSE
               PERFORM 6850-READ-NEXT-PRODUCT
           END-IF.

      *-----------------------------------------------------------*
      *  6900-MAINTAIN-GL-ACCOUNT adds or changes one COAFILE
      *  account.  A delete is always refused - journal lines
      *  already posted to the account still report against it,
      *  so an account going out of use is set inactive instead.
      *-----------------------------------------------------------*
       6900-MAINTAIN-GL-ACCOUNT.
           IF MNT-ACTION-DELETE
               MOVE "ACCOUNTS ARE NEVER DELETED - SET IN"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6900-EXIT
           END-IF

           IF MNT-ACTION-ADD
               PERFORM 6910-INIT-NEW-GL-ACCOUNT
               PERFORM 6930-APPLY-ACCOUNT-FIELD THRU 6930-EXIT
                   VARYING WS-FIELD-NO FROM 1 BY 1
                   UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
                   OR NOT WS-TRAN-OK
               IF NOT WS-TRAN-OK
                   GO TO 6900-EXIT
               END-IF
               IF COA-ACCOUNT-TYPE = SPACE
                   MOVE "NEW ACCOUNT CARRIES NO ACCOUNT TYPE"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6900-EXIT
               END-IF
               WRITE GL-ACCOUNT-RECORD
                   INVALID KEY
                       MOVE "ACCOUNT ALREADY ON FILE"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                   NOT INVALID KEY
                       MOVE "GL-ACCOUNT" TO WS-AUD-CLASS
                       MOVE COA-ACCOUNT-NO TO WS-AUD-KEY
                       PERFORM 7600-FLUSH-AUDIT-ROWS
               END-WRITE
               GO TO 6900-EXIT
           END-IF

           MOVE MNT-KEY (1:8) TO COA-ACCOUNT-NO
           READ CHART-OF-ACCOUNTS-FILE
               KEY IS COA-ACCOUNT-NO
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6900-EXIT
           END-READ

           PERFORM 6930-APPLY-ACCOUNT-FIELD THRU 6930-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
               OR NOT WS-TRAN-OK
           IF WS-TRAN-OK
               REWRITE GL-ACCOUNT-RECORD
               IF WS-COA-FILE-STATUS NOT = "00"
                   DISPLAY "COAFILE REWRITE FAILED - STATUS "
                       WS-COA-FILE-STATUS " ACCOUNT " COA-ACCOUNT-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "GL-ACCOUNT" TO WS-AUD-CLASS
               MOVE COA-ACCOUNT-NO TO WS-AUD-KEY
               PERFORM 7600-FLUSH-AUDIT-ROWS
           END-IF.
       6900-EXIT.
           EXIT.

       6910-INIT-NEW-GL-ACCOUNT.
           MOVE SPACES TO GL-ACCOUNT-RECORD
           MOVE MNT-KEY (1:8) TO COA-ACCOUNT-NO
           SET COA-STATUS-ACTIVE TO TRUE.

      *-----------------------------------------------------------*
      *  6930-APPLY-ACCOUNT-FIELD applies one field-name/value
      *  pair to the account.  The type must be A, L, Q, R or E
      *  (asset, liability, equity, revenue, expense) and an add
      *  must carry one.
      *-----------------------------------------------------------*
       6930-APPLY-ACCOUNT-FIELD.
           SET MNT-FLD-IDX TO WS-FIELD-NO
           MOVE SPACES TO WS-OLD-VALUE-DISP
           MOVE SPACES TO WS-NEW-VALUE-DISP

           EVALUATE MNT-FIELD-NAME (MNT-FLD-IDX)
               WHEN "COA-DESCRIPTION"
                   MOVE COA-DESCRIPTION (1:20) TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX)
                       TO COA-DESCRIPTION
               WHEN "COA-ACCOUNT-TYPE"
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1) NOT = "A"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                           NOT = "L"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                           NOT = "Q"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                           NOT = "R"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                           NOT = "E"
                       MOVE "ACCOUNT TYPE NOT A, L, Q, R OR E"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 6930-EXIT
                   END-IF
                   MOVE COA-ACCOUNT-TYPE TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                       TO COA-ACCOUNT-TYPE
               WHEN "COA-STATUS"
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2) NOT = "AC"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2)
                           NOT = "IN"
                       MOVE "STATUS NOT AC OR IN"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 6930-EXIT
                   END-IF
                   MOVE COA-STATUS TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2)
                       TO COA-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN ACCOUNT FIELD NAME"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6930-EXIT
           END-EVALUATE

           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:20)
               TO WS-NEW-VALUE-DISP
           PERFORM 7500-QUEUE-AUDIT-ROW.
       6930-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6940-MAINTAIN-STANDING-ORDER adds, changes or deletes one
      *  STDORD standing order.  An add starts active, never yet
      *  generated; an add or change must leave the order whole -
      *  a customer, a frequency, a start date and at least one
      *  line - or STOGEN would write a transaction TRANVAL
      *  refuses, flushing the whole posting stream.
      *-----------------------------------------------------------*
       6940-MAINTAIN-STANDING-ORDER.
           IF MNT-ACTION-ADD
               PERFORM 6945-INIT-NEW-STANDING-ORDER
               PERFORM 6950-APPLY-STANDING-FIELD THRU 6950-EXIT
                   VARYING WS-FIELD-NO FROM 1 BY 1
                   UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
                   OR NOT WS-TRAN-OK
               IF NOT WS-TRAN-OK
                   GO TO 6940-EXIT
               END-IF
               PERFORM 6990-CHECK-STANDING-ORDER THRU 6990-EXIT
               IF NOT WS-TRAN-OK
                   GO TO 6940-EXIT
               END-IF
               WRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       MOVE "STANDING ORDER ALREADY ON FILE"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                   NOT INVALID KEY
                       MOVE "STANDING-ORD" TO WS-AUD-CLASS
                       MOVE STO-ORDER-NO TO WS-AUD-KEY
                       PERFORM 7600-FLUSH-AUDIT-ROWS
               END-WRITE
               GO TO 6940-EXIT
           END-IF

           MOVE MNT-KEY (1:4) TO STO-ORDER-NO
           READ STANDING-ORDER-FILE
               KEY IS STO-ORDER-NO
               INVALID KEY
                   MOVE "STANDING ORDER NOT ON FILE"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6940-EXIT
           END-READ

           IF MNT-ACTION-DELETE
               DELETE STANDING-ORDER-FILE
               MOVE "STANDING-ORD" TO WS-AUD-CLASS
               MOVE "MSTMAINT" TO WS-AUD-METHOD
               MOVE STO-ORDER-NO TO WS-AUD-KEY
               MOVE "RECORD-DELETED" TO WS-AUD-FIELD
               MOVE STO-CUST-ID TO WS-OLD-VALUE-DISP
               MOVE SPACES TO WS-NEW-VALUE-DISP
               CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD
                   WS-AUD-KEY WS-AUD-FIELD WS-OLD-VALUE-DISP
                   WS-NEW-VALUE-DISP
               GO TO 6940-EXIT
           END-IF

           PERFORM 6950-APPLY-STANDING-FIELD THRU 6950-EXIT
               VARYING WS-FIELD-NO FROM 1 BY 1
               UNTIL WS-FIELD-NO > MNT-FIELD-COUNT
               OR NOT WS-TRAN-OK
           IF NOT WS-TRAN-OK
               GO TO 6940-EXIT
           END-IF
           PERFORM 6990-CHECK-STANDING-ORDER THRU 6990-EXIT
           IF WS-TRAN-OK
               REWRITE STANDING-ORDER-RECORD
               IF WS-STO-FILE-STATUS NOT = "00"
                   DISPLAY "STDORD REWRITE FAILED - STATUS "
                       WS-STO-FILE-STATUS " ORDER " STO-ORDER-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "STANDING-ORD" TO WS-AUD-CLASS
               MOVE STO-ORDER-NO TO WS-AUD-KEY
               PERFORM 7600-FLUSH-AUDIT-ROWS
           END-IF.
       6940-EXIT.
           EXIT.

       6945-INIT-NEW-STANDING-ORDER.
           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE MNT-KEY (1:4) TO STO-ORDER-NO
           MOVE 0 TO STO-START-DATE
           MOVE 0 TO STO-END-DATE
           MOVE 0 TO STO-LAST-GEN-DATE
           MOVE 0 TO STO-GENERATION-NO
           MOVE 0 TO STO-LINE-COUNT
           SET STO-STATUS-ACTIVE TO TRUE.

      *-----------------------------------------------------------*
      *  6950-APPLY-STANDING-FIELD applies one field-name/value
      *  pair to the standing order.  Lines are added and removed
      *  one at a time: STO-LINE-ADD carries the product in
      *  positions 1-6, the warehouse in 8-11 and a five-digit
      *  quantity in 13-17; STO-LINE-DEL carries the product and
      *  warehouse alone.  A quantity change is a delete and an
      *  add in the same transaction.
      *-----------------------------------------------------------*
       6950-APPLY-STANDING-FIELD.
           SET MNT-FLD-IDX TO WS-FIELD-NO
           MOVE SPACES TO WS-OLD-VALUE-DISP
           MOVE SPACES TO WS-NEW-VALUE-DISP

           EVALUATE MNT-FIELD-NAME (MNT-FLD-IDX)
               WHEN "STO-CUST-ID"
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6) TO CUST-ID
                   READ CUSTOMER-MASTER-FILE
                       KEY IS CUST-ID
                       INVALID KEY
                           MOVE "CUSTOMER NOT ON FILE"
                               TO STD-REASON-TEXT
                           PERFORM 8000-PRINT-REJECT-LINE
                           GO TO 6950-EXIT
                   END-READ
                   MOVE STO-CUST-ID TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
                       TO STO-CUST-ID
               WHEN "STO-SHIP-TO-CODE"
                   MOVE STO-SHIP-TO-CODE TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:4)
                       TO STO-SHIP-TO-CODE
               WHEN "STO-SHIP-VIA"
                   MOVE STO-SHIP-VIA TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:4)
                       TO STO-SHIP-VIA
               WHEN "STO-FREQUENCY"
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1) NOT = "W"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                           NOT = "B"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                           NOT = "M"
                       MOVE "FREQUENCY NOT W, B OR M"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 6950-EXIT
                   END-IF
                   MOVE STO-FREQUENCY TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:1)
                       TO STO-FREQUENCY
               WHEN "STO-START-DATE"
                   PERFORM 6960-PARSE-DATE-VALUE
                   IF NOT WS-TRAN-OK
                       GO TO 6950-EXIT
                   END-IF
                   MOVE STO-START-DATE TO WS-OLD-VALUE-DISP
                   MOVE WS-STO-DATE-WORK TO STO-START-DATE
               WHEN "STO-END-DATE"
                   PERFORM 6960-PARSE-DATE-VALUE
                   IF NOT WS-TRAN-OK
                       GO TO 6950-EXIT
                   END-IF
                   MOVE STO-END-DATE TO WS-OLD-VALUE-DISP
                   MOVE WS-STO-DATE-WORK TO STO-END-DATE
               WHEN "STO-STATUS"
                   IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2) NOT = "AC"
                       AND MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2)
                           NOT = "SU"
                       MOVE "STATUS NOT AC OR SU"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
                       GO TO 6950-EXIT
                   END-IF
                   MOVE STO-STATUS TO WS-OLD-VALUE-DISP
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:2)
                       TO STO-STATUS
               WHEN "STO-LINE-ADD"
                   PERFORM 6970-ADD-STANDING-LINE THRU 6970-EXIT
                   IF NOT WS-TRAN-OK
                       GO TO 6950-EXIT
                   END-IF
               WHEN "STO-LINE-DEL"
                   PERFORM 6980-DELETE-STANDING-LINE THRU 6980-EXIT
                   IF NOT WS-TRAN-OK
                       GO TO 6950-EXIT
                   END-IF
                   MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:11)
                       TO WS-OLD-VALUE-DISP
               WHEN OTHER
                   MOVE "UNKNOWN STANDING ORDER FIELD NAME"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6950-EXIT
           END-EVALUATE

           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:20)
               TO WS-NEW-VALUE-DISP
           IF MNT-FIELD-NAME (MNT-FLD-IDX) = "STO-LINE-DEL"
               MOVE SPACES TO WS-NEW-VALUE-DISP
           END-IF
           PERFORM 7500-QUEUE-AUDIT-ROW.
       6950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6960-PARSE-DATE-VALUE proves the value a real YYYYMMDD
      *  date - or zero, which leaves an end date open - into
      *  WS-STO-DATE-WORK.
      *-----------------------------------------------------------*
       6960-PARSE-DATE-VALUE.
           IF MNT-FIELD-VALUE (MNT-FLD-IDX) (1:8) NOT NUMERIC
               MOVE "DATE NOT EIGHT DIGITS YYYYMMDD"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
           ELSE
               MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:8)
                   TO WS-STO-DATE-WORK
               IF WS-STO-DATE-WORK NOT = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD (WS-STO-DATE-WORK)
                       NOT = 0
                   MOVE "NOT A VALID CALENDAR DATE"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  6970-ADD-STANDING-LINE adds one product/warehouse line.
      *  The product must be on PRODMAST and stocked in the
      *  warehouse named, and the pair may appear only once.
      *-----------------------------------------------------------*
       6970-ADD-STANDING-LINE.
           IF STO-LINE-COUNT >= 10
               MOVE "STANDING ORDER LINES FULL" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6970-EXIT
           END-IF
           IF MNT-FIELD-VALUE (MNT-FLD-IDX) (13:5) NOT NUMERIC
               OR MNT-FIELD-VALUE (MNT-FLD-IDX) (13:5) = "00000"
               MOVE "LINE QUANTITY NOT FIVE DIGITS ABOVE ZERO"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6970-EXIT
           END-IF
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6) TO PROD-ID
           READ PRODUCT-MASTER-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE "PRODUCT NOT ON FILE" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 6970-EXIT
           END-READ
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 6975-FIND-PRODUCT-WAREHOUSE
               VARYING WS-WHSE-NO FROM 1 BY 1
               UNTIL WS-WHSE-NO > PROD-WHSE-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               MOVE "PRODUCT NOT STOCKED IN THAT WAREHOUSE"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6970-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 6985-FIND-STANDING-LINE
               VARYING WS-STO-LINE-NO FROM 1 BY 1
               UNTIL WS-STO-LINE-NO > STO-LINE-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               MOVE "LINE ALREADY ON STANDING ORDER"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6970-EXIT
           END-IF
           ADD 1 TO STO-LINE-COUNT
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
               TO STO-PRODUCT-ID (STO-LINE-COUNT)
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (8:4)
               TO STO-WAREHOUSE-ID (STO-LINE-COUNT)
           MOVE MNT-FIELD-VALUE (MNT-FLD-IDX) (13:5)
               TO WS-STO-QTY-WORK
           MOVE WS-STO-QTY-WORK TO STO-QTY-ORDERED (STO-LINE-COUNT).
       6970-EXIT.
           EXIT.

       6975-FIND-PRODUCT-WAREHOUSE.
           IF PROD-WAREHOUSE-ID (WS-WHSE-NO)
                   = MNT-FIELD-VALUE (MNT-FLD-IDX) (8:4)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       6980-DELETE-STANDING-LINE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 6985-FIND-STANDING-LINE
               VARYING WS-STO-LINE-NO FROM 1 BY 1
               UNTIL WS-STO-LINE-NO > STO-LINE-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               MOVE "LINE NOT ON STANDING ORDER" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6980-EXIT
           END-IF
      *    6985 leaves WS-STO-LINE-NO one past the found line.
           SUBTRACT 1 FROM WS-STO-LINE-NO
           PERFORM 6987-SHIFT-STANDING-LINE-UP
               UNTIL WS-STO-LINE-NO >= STO-LINE-COUNT
           MOVE SPACES TO STO-PRODUCT-ID (STO-LINE-COUNT)
           MOVE SPACES TO STO-WAREHOUSE-ID (STO-LINE-COUNT)
           MOVE 0 TO STO-QTY-ORDERED (STO-LINE-COUNT)
           SUBTRACT 1 FROM STO-LINE-COUNT.
       6980-EXIT.
           EXIT.

       6985-FIND-STANDING-LINE.
           IF STO-PRODUCT-ID (WS-STO-LINE-NO)
                   = MNT-FIELD-VALUE (MNT-FLD-IDX) (1:6)
               AND STO-WAREHOUSE-ID (WS-STO-LINE-NO)
                   = MNT-FIELD-VALUE (MNT-FLD-IDX) (8:4)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       6987-SHIFT-STANDING-LINE-UP.
           IF WS-STO-LINE-NO < STO-LINE-COUNT
               MOVE STO-LINE (WS-STO-LINE-NO + 1)
                   TO STO-LINE (WS-STO-LINE-NO)
           END-IF
           ADD 1 TO WS-STO-LINE-NO.

      *-----------------------------------------------------------*
      *  6990-CHECK-STANDING-ORDER proves the order whole once
      *  every field is applied - the ship-to is checked here,
      *  against the customer the order ends up with.
      *-----------------------------------------------------------*
       6990-CHECK-STANDING-ORDER.
           IF STO-CUST-ID = SPACES
               MOVE "STANDING ORDER CARRIES NO CUSTOMER"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6990-EXIT
           END-IF
           IF STO-FREQUENCY = SPACE
               MOVE "STANDING ORDER CARRIES NO FREQUENCY"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6990-EXIT
           END-IF
           IF STO-START-DATE = 0
               MOVE "STANDING ORDER CARRIES NO START DATE"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6990-EXIT
           END-IF
           IF STO-END-DATE NOT = 0
               AND STO-END-DATE < STO-START-DATE
               MOVE "END DATE BEFORE START DATE" TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6990-EXIT
           END-IF
           IF STO-LINE-COUNT < 1
               MOVE "STANDING ORDER CARRIES NO LINES"
                   TO STD-REASON-TEXT
               PERFORM 8000-PRINT-REJECT-LINE
               GO TO 6990-EXIT
           END-IF
           IF STO-SHIP-TO-CODE NOT = SPACES
               MOVE STO-CUST-ID TO SHT-CUST-ID
               MOVE STO-SHIP-TO-CODE TO SHT-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   KEY IS SHT-KEY
                   INVALID KEY
                       MOVE "SHIP-TO NOT ON FILE FOR THE CUSTOMER"
                           TO STD-REASON-TEXT
                       PERFORM 8000-PRINT-REJECT-LINE
               END-READ
           END-IF.
       6990-EXIT.
           EXIT.

      *-----------------------------------------------------------*
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  8200-PRINT-VIOLATION-LINE lists an authority breach on the
      *  AUTHVIOL report for internal audit - the code and role the
      *  transaction was keyed under and, for a limit breach, the
      *  amount and the limit it broke - and rejects it on MNTRPT.
      *-----------------------------------------------------------*
       8200-PRINT-VIOLATION-LINE.
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE SPACES TO VIO-LINE
           IF WS-VIO-LIMIT-BREACH
               STRING MNT-ACTION-CODE " " MNT-RECORD-TYPE
                   "  KEY " MNT-KEY
                   "  AUTH " MNT-AUTH-CODE " " WS-KYR-ROLE
                   "  AMOUNT " WS-VIO-AMOUNT-EDIT
                   "  LIMIT " WS-VIO-LIMIT-EDIT
                   "  " STD-REASON-TEXT
                   DELIMITED BY SIZE INTO VIO-LINE
           ELSE
               STRING MNT-ACTION-CODE " " MNT-RECORD-TYPE
                   "  KEY " MNT-KEY
                   "  AUTH " MNT-AUTH-CODE " " WS-KYR-ROLE
                   "  " STD-REASON-TEXT
                   DELIMITED BY SIZE INTO VIO-LINE
           END-IF
           WRITE VIO-LINE
           PERFORM 8000-PRINT-REJECT-LINE.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS REJECTED : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-VIOLATION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "AUTHORITY VIOLATIONS .: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO VIO-LINE
           WRITE VIO-LINE
           MOVE SPACES TO VIO-LINE
           STRING "AUTHORITY VIOLATIONS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE.

       END PROGRAM MSTMAINT.
