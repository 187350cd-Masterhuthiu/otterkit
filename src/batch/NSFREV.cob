       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFREV.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  NSFREV is the bank returned-item reversal run.  Each check  *
      *  on the bank's RTNITEMS file is found again on CASHAPPL by    *
      *  the remittance reference CASHAPP applied it under, and        *
      *  every application under that reference is backed out: the     *
      *  cash and any early-payment discount it earned go back on        *
      *  CUST-BALANCE-DUE, audit-logged through AUDWRIT like every        *
      *  other balance change; the invoice's OPI-AMOUNT-APPLIED is         *
      *  restored and the item reopened; a negative PAYMENT row            *
      *  takes the cash back out of the payment history statements         *
      *  and finance charges read; and the application is stamped           *
      *  reversed so it can never be backed out twice.  The customer         *
      *  is then charged WS-RETURN-FEE, and a customer with                  *
      *  WS-REPEAT-LIMIT or more returned items inside a year goes            *
      *  on credit-desk hold and is listed for the desk.  The cash            *
      *  reversed is kept on RUNCTL, and the discounts reversed and            *
      *  fees charged on the audit rows, for the GLEXTR CASH                   *
      *  journal.  A returned item that does not agree with what was           *
      *  applied under its reference - nothing applied, already                 *
      *  reversed, another customer, a different amount - reverses              *
      *  nothing and prints as an exception (RC=4) for the cash desk.           *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-ITEM-FILE ASSIGN TO "RTNITEMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO "CASHAPPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAP-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO "PAYMENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMT-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "NSFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-ITEM-FILE.
       COPY RTNREC.

       FD  APPLICATION-FILE.
       COPY CAPREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  PAYMENT-MASTER-FILE.
       COPY PAYMREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-RTN-FILE-STATUS           PIC X(02).
       01  WS-CAP-FILE-STATUS           PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-PMT-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-RTN-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-RTN-EOF                   VALUE "Y".
       01  WS-CAP-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-CAP-EOF                   VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".
       01  WS-CUST-FOUND-SWITCH         PIC X(01).
           88  WS-CUSTOMER-FOUND            VALUE "Y".

      *    the fee charged for every returned item, and the number
      *    of returned items inside a year that puts the customer
      *    on credit-desk hold.
       77  WS-RETURN-FEE                PIC 9(05)V99 VALUE 25.00.
       77  WS-REPEAT-LIMIT              PIC 9(02) COMP VALUE 2.
       77  WS-REPEAT-WINDOW-DAYS        PIC 9(03) COMP VALUE 365.

      *-----------------------------------------------------------*
      *  the day's returned items, with what CASHAPPL says was
      *  applied under each one's remittance reference.
      *-----------------------------------------------------------*
       01  WS-RETURN-COUNT              PIC 9(04) COMP VALUE 0.
       01  WS-RETURN-TABLE.
           05  WS-RI-ENTRY OCCURS 200 TIMES INDEXED BY WS-RI-IDX.
               10  WS-RI-REMIT-REF            PIC X(10).
               10  WS-RI-CUST-ID              PIC X(06).
               10  WS-RI-RETURN-DATE          PIC 9(08).
               10  WS-RI-AMOUNT               PIC S9(09)V99.
               10  WS-RI-REASON-TEXT          PIC X(20).
               10  WS-RI-APPLIED-CASH         PIC S9(09)V99.
               10  WS-RI-APPLIED-COUNT        PIC 9(04) COMP.
               10  WS-RI-REVERSED-COUNT       PIC 9(04) COMP.
               10  WS-RI-OTHER-CUST-COUNT     PIC 9(04) COMP.
               10  WS-RI-REJECT-TEXT          PIC X(40).
               10  WS-RI-VALID-SWITCH         PIC X(01).
                   88  WS-RI-VALID                VALUE "Y".

      *-----------------------------------------------------------*
      *  earlier returned items inside the repeat window for the
      *  day's customers - one entry per customer and reference,
      *  however many invoices the check paid.
      *-----------------------------------------------------------*
       01  WS-PRIOR-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-PRIOR-RETURNS.
           05  WS-PR-ENTRY OCCURS 500 TIMES INDEXED BY WS-PR-IDX.
               10  WS-PR-CUST-ID              PIC X(06).
               10  WS-PR-REMIT-REF            PIC X(10).

       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-TODAY-DAY-INT             PIC S9(08) COMP.
       01  WS-RETURN-DAY-INT            PIC S9(08) COMP.
       01  WS-RETURN-COUNT-CUST         PIC 9(04) COMP.
       01  WS-IO-REQUEST                PIC X(04).
       01  WS-OPI-STATUS                PIC X(02).
       COPY OPENREC.
       COPY RCTREC.
       COPY BWLREC.

       01  WS-BAL-EDIT                  PIC -(7)9.99.
       01  WS-OLD-VALUE-DISP            PIC X(20).
       01  WS-NEW-VALUE-DISP            PIC X(20).
       01  WS-AUD-CLASS                 PIC X(12).
       01  WS-AUD-METHOD                PIC X(20).
       01  WS-AUD-KEY                   PIC X(08).
       01  WS-AUD-FIELD                 PIC X(20).
       01  WS-ADJUST-AMOUNT             PIC S9(09)V99.

       01  WS-ITEMS-READ-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-ITEMS-REVERSED-COUNT      PIC 9(07) COMP VALUE 0.
       01  WS-ITEMS-EXCEPT-COUNT        PIC 9(07) COMP VALUE 0.
       01  WS-APPLS-REVERSED-COUNT      PIC 9(07) COMP VALUE 0.
       01  WS-HOLDS-SET-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-CASH-REVERSED       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-DISC-REVERSED       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-FEES                PIC S9(11)V99 VALUE 0.

       01  WS-AMOUNT-EDIT               PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-2             PIC Z,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RETURNED-ITEMS
           PERFORM 2000-MATCH-APPLICATIONS
           PERFORM 2500-VALIDATE-RETURNED-ITEM
               VARYING WS-RI-IDX FROM 1 BY 1
               UNTIL WS-RI-IDX > WS-RETURN-COUNT
           PERFORM 3000-REVERSE-APPLICATIONS
           PERFORM 4000-CHARGE-RETURNED-ITEM THRU 4000-EXIT
               VARYING WS-RI-IDX FROM 1 BY 1
               UNTIL WS-RI-IDX > WS-RETURN-COUNT
           PERFORM 9000-PRINT-TRAILER
           PERFORM 9400-WRITE-RUN-CONTROL
           CLOSE CUSTOMER-MASTER-FILE PAYMENT-MASTER-FILE
               REGISTER-FILE
           CALL "OPNCLS"
           CALL "RCTCLS"
           CALL "AUDCLOSE"
           IF WS-ITEMS-EXCEPT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)

           OPEN INPUT RETURNED-ITEM-FILE
           IF WS-RTN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RTNITEMS - STATUS "
                   WS-RTN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTMAST - STATUS "
                   WS-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PAYMENT-MASTER-FILE
           IF WS-PMT-FILE-STATUS = "35"
               OPEN OUTPUT PAYMENT-MASTER-FILE
               CLOSE PAYMENT-MASTER-FILE
               OPEN EXTEND PAYMENT-MASTER-FILE
           END-IF
           IF WS-PMT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYMENT - STATUS "
                   WS-PMT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN NSFRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "RETURNED-ITEM REVERSAL REGISTER - RUN DATE "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  1100-LOAD-RETURNED-ITEMS reads the bank's file into the
      *  returned-item table.  An item dropped here would leave a
      *  bounced check standing as paid - refuse to run off the
      *  end instead.
      *-----------------------------------------------------------*
       1100-LOAD-RETURNED-ITEMS.
           PERFORM 1110-READ-RETURNED-ITEM
           PERFORM 1120-STORE-RETURNED-ITEM
               UNTIL WS-RTN-EOF
           CLOSE RETURNED-ITEM-FILE.

       1110-READ-RETURNED-ITEM.
           READ RETURNED-ITEM-FILE
               AT END
                   SET WS-RTN-EOF TO TRUE
           END-READ.

       1120-STORE-RETURNED-ITEM.
           ADD 1 TO WS-ITEMS-READ-COUNT
           IF WS-RETURN-COUNT >= 200
               DISPLAY "NSFREV - RETURNED-ITEM TABLE FULL - RAISE "
                   "THE TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RETURN-COUNT
           SET WS-RI-IDX TO WS-RETURN-COUNT
           MOVE RTN-REMIT-REF TO WS-RI-REMIT-REF (WS-RI-IDX)
           MOVE RTN-CUST-ID TO WS-RI-CUST-ID (WS-RI-IDX)
           MOVE RTN-RETURN-DATE TO WS-RI-RETURN-DATE (WS-RI-IDX)
           MOVE RTN-AMOUNT TO WS-RI-AMOUNT (WS-RI-IDX)
           MOVE RTN-REASON-TEXT TO WS-RI-REASON-TEXT (WS-RI-IDX)
           MOVE 0 TO WS-RI-APPLIED-CASH (WS-RI-IDX)
           MOVE 0 TO WS-RI-APPLIED-COUNT (WS-RI-IDX)
           MOVE 0 TO WS-RI-REVERSED-COUNT (WS-RI-IDX)
           MOVE 0 TO WS-RI-OTHER-CUST-COUNT (WS-RI-IDX)
           MOVE SPACES TO WS-RI-REJECT-TEXT (WS-RI-IDX)
           MOVE "N" TO WS-RI-VALID-SWITCH (WS-RI-IDX)
           PERFORM 1110-READ-RETURNED-ITEM.

      *-----------------------------------------------------------*
      *  2000-MATCH-APPLICATIONS passes CASHAPPL once, totalling
      *  what was applied under each returned item's reference,
      *  and noting the day's customers' earlier returned items
      *  inside the repeat window.
      *-----------------------------------------------------------*
       2000-MATCH-APPLICATIONS.
           MOVE "N" TO WS-CAP-EOF-SWITCH
           OPEN INPUT APPLICATION-FILE
           IF WS-CAP-FILE-STATUS = "35"
               SET WS-CAP-EOF TO TRUE
           ELSE
               IF WS-CAP-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CASHAPPL - STATUS "
                       WS-CAP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2010-READ-APPLICATION
               PERFORM 2100-MATCH-ONE-APPLICATION
                   UNTIL WS-CAP-EOF
               CLOSE APPLICATION-FILE
           END-IF.

       2010-READ-APPLICATION.
           READ APPLICATION-FILE
               AT END
                   SET WS-CAP-EOF TO TRUE
           END-READ.

       2100-MATCH-ONE-APPLICATION.
           PERFORM 2200-FIND-RETURNED-ITEM
           IF WS-ENTRY-FOUND
               EVALUATE TRUE
                   WHEN CAP-CUST-ID NOT = WS-RI-CUST-ID (WS-RI-IDX)
                       ADD 1 TO WS-RI-OTHER-CUST-COUNT (WS-RI-IDX)
                   WHEN CAP-STATUS-REVERSED
                       ADD 1 TO WS-RI-REVERSED-COUNT (WS-RI-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-RI-APPLIED-COUNT (WS-RI-IDX)
                       ADD CAP-CASH-AMOUNT
                           TO WS-RI-APPLIED-CASH (WS-RI-IDX)
               END-EVALUATE
           END-IF
           IF CAP-STATUS-REVERSED
               PERFORM 2300-NOTE-PRIOR-RETURN THRU 2300-EXIT
           END-IF
           PERFORM 2010-READ-APPLICATION.

      *-----------------------------------------------------------*
      *  2200-FIND-RETURNED-ITEM leaves WS-RI-IDX on the returned
      *  item carrying the application's remittance reference.
      *-----------------------------------------------------------*
       2200-FIND-RETURNED-ITEM.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2210-TEST-RETURNED-ITEM
               VARYING WS-RI-IDX FROM 1 BY 1
               UNTIL WS-RI-IDX > WS-RETURN-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-RI-IDX DOWN BY 1
           END-IF.

       2210-TEST-RETURNED-ITEM.
           IF WS-RI-REMIT-REF (WS-RI-IDX) = CAP-REMIT-REF
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  2300-NOTE-PRIOR-RETURN keeps an earlier reversed
      *  application inside the repeat window when its customer
      *  has a returned item today, once per reference.
      *-----------------------------------------------------------*
       2300-NOTE-PRIOR-RETURN.
           COMPUTE WS-RETURN-DAY-INT =
               FUNCTION INTEGER-OF-DATE (CAP-RETURN-DATE)
           IF WS-TODAY-DAY-INT - WS-RETURN-DAY-INT
                   > WS-REPEAT-WINDOW-DAYS
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2310-TEST-CUSTOMER-TODAY
               VARYING WS-RI-IDX FROM 1 BY 1
               UNTIL WS-RI-IDX > WS-RETURN-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               GO TO 2300-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2320-TEST-PRIOR-RETURN
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PRIOR-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-PRIOR-COUNT >= 500
                   DISPLAY "NSFREV - PRIOR-RETURN TABLE FULL - "
                       "RAISE THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRIOR-COUNT
               SET WS-PR-IDX TO WS-PRIOR-COUNT
               MOVE CAP-CUST-ID TO WS-PR-CUST-ID (WS-PR-IDX)
               MOVE CAP-REMIT-REF TO WS-PR-REMIT-REF (WS-PR-IDX)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-TEST-CUSTOMER-TODAY.
           IF WS-RI-CUST-ID (WS-RI-IDX) = CAP-CUST-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2320-TEST-PRIOR-RETURN.
           IF WS-PR-CUST-ID (WS-PR-IDX) = CAP-CUST-ID
               AND WS-PR-REMIT-REF (WS-PR-IDX) = CAP-REMIT-REF
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  2500-VALIDATE-RETURNED-ITEM - an item reverses only when
      *  what CASHAPPL holds under its reference is still applied,
      *  all for its customer, and adds up to the returned check.
      *  Anything else reverses nothing and goes to the cash desk.
      *-----------------------------------------------------------*
       2500-VALIDATE-RETURNED-ITEM.
           MOVE WS-RI-CUST-ID (WS-RI-IDX) TO CUST-ID
           PERFORM 7000-READ-CUSTOMER
           EVALUATE TRUE
               WHEN WS-RI-APPLIED-COUNT (WS-RI-IDX) = 0
                       AND WS-RI-REVERSED-COUNT (WS-RI-IDX) > 0
                   MOVE "REMITTANCE ALREADY REVERSED"
                       TO WS-RI-REJECT-TEXT (WS-RI-IDX)
               WHEN WS-RI-APPLIED-COUNT (WS-RI-IDX) = 0
                       AND WS-RI-OTHER-CUST-COUNT (WS-RI-IDX) > 0
                   MOVE "REMITTANCE APPLIED FOR ANOTHER CUSTOMER"
                       TO WS-RI-REJECT-TEXT (WS-RI-IDX)
               WHEN WS-RI-APPLIED-COUNT (WS-RI-IDX) = 0
                   MOVE "NO APPLICATION ON CASHAPPL - SEE CASHSUSP"
                       TO WS-RI-REJECT-TEXT (WS-RI-IDX)
               WHEN WS-RI-OTHER-CUST-COUNT (WS-RI-IDX) > 0
                   MOVE "REMITTANCE SPLIT ACROSS CUSTOMERS"
                       TO WS-RI-REJECT-TEXT (WS-RI-IDX)
               WHEN WS-RI-APPLIED-CASH (WS-RI-IDX)
                       NOT = WS-RI-AMOUNT (WS-RI-IDX)
                   MOVE "RETURNED AMOUNT NOT THE CASH APPLIED"
                       TO WS-RI-REJECT-TEXT (WS-RI-IDX)
               WHEN NOT WS-CUSTOMER-FOUND
                   MOVE "CUSTOMER NOT ON CUSTOMER MASTER FILE"
                       TO WS-RI-REJECT-TEXT (WS-RI-IDX)
               WHEN OTHER
                   SET WS-RI-VALID (WS-RI-IDX) TO TRUE
           END-EVALUATE
           IF NOT WS-RI-VALID (WS-RI-IDX)
               PERFORM 8000-PRINT-EXCEPTION-LINE
           END-IF.

      *-----------------------------------------------------------*
      *  3000-REVERSE-APPLICATIONS passes CASHAPPL again and backs
      *  out every still-applied row under a valid returned item.
      *-----------------------------------------------------------*
       3000-REVERSE-APPLICATIONS.
           MOVE "N" TO WS-CAP-EOF-SWITCH
           OPEN I-O APPLICATION-FILE
           IF WS-CAP-FILE-STATUS = "35"
               SET WS-CAP-EOF TO TRUE
           ELSE
               IF WS-CAP-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CASHAPPL - STATUS "
                       WS-CAP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2010-READ-APPLICATION
               PERFORM 3100-REVERSE-ONE-APPLICATION
                   UNTIL WS-CAP-EOF
               CLOSE APPLICATION-FILE
           END-IF.

       3100-REVERSE-ONE-APPLICATION.
           IF CAP-STATUS-APPLIED
               PERFORM 2200-FIND-RETURNED-ITEM
               IF WS-ENTRY-FOUND
                   IF WS-RI-VALID (WS-RI-IDX)
                       PERFORM 3200-RESTORE-BALANCE
                       PERFORM 3300-REOPEN-INVOICE
                       PERFORM 3400-WRITE-PAYMENT-REVERSAL
                       PERFORM 3500-STAMP-APPLICATION
                       PERFORM 8100-PRINT-REVERSED-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-APPLICATION.

      *-----------------------------------------------------------*
      *  3200-RESTORE-BALANCE puts the cash, and any discount the
      *  remittance earned, back on the customer's balance - two
      *  audit rows, so the journal can tell the cash from the
      *  discount.
      *-----------------------------------------------------------*
       3200-RESTORE-BALANCE.
           MOVE CAP-CUST-ID TO CUST-ID
           PERFORM 7000-READ-CUSTOMER
           IF NOT WS-CUSTOMER-FOUND
               DISPLAY "NSFREV - CUSTOMER " CAP-CUST-ID
                   " LEFT CUSTMAST MID-RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CAP-CASH-AMOUNT TO WS-ADJUST-AMOUNT
           MOVE "RETURNED ITEM" TO WS-AUD-FIELD
           PERFORM 7100-ADJUST-BALANCE
           IF CAP-DISCOUNT-AMOUNT > 0
               MOVE CAP-DISCOUNT-AMOUNT TO WS-ADJUST-AMOUNT
               MOVE "DISCOUNT REVERSED" TO WS-AUD-FIELD
               PERFORM 7100-ADJUST-BALANCE
               ADD CAP-DISCOUNT-AMOUNT TO WS-TOTAL-DISC-REVERSED
           END-IF
           PERFORM 7200-REWRITE-CUSTOMER
           ADD 1 TO WS-APPLS-REVERSED-COUNT
           ADD CAP-CASH-AMOUNT TO WS-TOTAL-CASH-REVERSED.

      *-----------------------------------------------------------*
      *  3300-REOPEN-INVOICE takes the cash and discount back off
      *  the invoice's applied amount and reopens it.  The balance
      *  is already restored, so a ledger failure stops the run
      *  for repair rather than leave the two out of step.
      *-----------------------------------------------------------*
       3300-REOPEN-INVOICE.
           MOVE CAP-INVOICE-NO TO OPI-INVOICE-NO
           MOVE "READ" TO WS-IO-REQUEST
           CALL "OPNIO" USING WS-IO-REQUEST OPEN-ITEM-RECORD
               WS-OPI-STATUS
           IF WS-OPI-STATUS NOT = "00"
               DISPLAY "NSFREV - INVOICE " CAP-INVOICE-NO
                   " NOT ON OPENITEM - STATUS " WS-OPI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SUBTRACT CAP-CASH-AMOUNT FROM OPI-AMOUNT-APPLIED
           SUBTRACT CAP-DISCOUNT-AMOUNT FROM OPI-AMOUNT-APPLIED
           SET OPI-STATUS-OPEN TO TRUE
           MOVE "SAVE" TO WS-IO-REQUEST
           CALL "OPNIO" USING WS-IO-REQUEST OPEN-ITEM-RECORD
               WS-OPI-STATUS
           IF WS-OPI-STATUS NOT = "00"
               DISPLAY "NSFREV - OPENITEM UPDATE FAILED - STATUS "
                   WS-OPI-STATUS " INVOICE " OPI-INVOICE-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      *  3400-WRITE-PAYMENT-REVERSAL appends the returned cash as a
      *  negative PAYMENT row, dated the day the bank returned it,
      *  so statements and the finance-charge run stop counting
      *  the payment.
      *-----------------------------------------------------------*
       3400-WRITE-PAYMENT-REVERSAL.
           MOVE CAP-CUST-ID TO PMT-CUST-ID
           MOVE WS-RI-RETURN-DATE (WS-RI-IDX) TO PMT-PAYMENT-DATE
           COMPUTE PMT-PAYMENT-AMOUNT = 0 - CAP-CASH-AMOUNT
           WRITE PAYMENT-RECORD.

       3500-STAMP-APPLICATION.
           MOVE WS-RI-RETURN-DATE (WS-RI-IDX) TO CAP-RETURN-DATE
           SET CAP-STATUS-REVERSED TO TRUE
           REWRITE CASH-APPLICATION-RECORD
           IF WS-CAP-FILE-STATUS NOT = "00"
               DISPLAY "CASHAPPL REWRITE FAILED - STATUS "
                   WS-CAP-FILE-STATUS " REMIT " CAP-REMIT-REF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      *  4000-CHARGE-RETURNED-ITEM charges the returned-check fee
      *  once per reversed item and puts a repeat offender on
      *  credit-desk hold - this return plus the earlier ones
      *  inside the window.
      *-----------------------------------------------------------*
       4000-CHARGE-RETURNED-ITEM.
           IF NOT WS-RI-VALID (WS-RI-IDX)
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-REVERSED-COUNT
           MOVE WS-RI-CUST-ID (WS-RI-IDX) TO CUST-ID
           PERFORM 7000-READ-CUSTOMER
           MOVE WS-RETURN-FEE TO WS-ADJUST-AMOUNT
           MOVE "RETURNED-ITEM FEE" TO WS-AUD-FIELD
           PERFORM 7100-ADJUST-BALANCE
           ADD WS-RETURN-FEE TO WS-TOTAL-FEES

           MOVE 1 TO WS-RETURN-COUNT-CUST
           PERFORM 4100-COUNT-PRIOR-RETURN
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PRIOR-COUNT
           IF WS-RETURN-COUNT-CUST >= WS-REPEAT-LIMIT
               AND NOT CUST-ON-CREDIT-HOLD
               MOVE "CUSTOMER" TO WS-AUD-CLASS
               MOVE "NSFREV" TO WS-AUD-METHOD
               MOVE CUST-ID TO WS-AUD-KEY
               MOVE "CUST-HOLD-SWITCH" TO WS-AUD-FIELD
               MOVE CUST-HOLD-SWITCH TO WS-OLD-VALUE-DISP
               MOVE "Y" TO CUST-HOLD-SWITCH
               MOVE CUST-HOLD-SWITCH TO WS-NEW-VALUE-DISP
               CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD
                   WS-AUD-KEY WS-AUD-FIELD WS-OLD-VALUE-DISP
                   WS-NEW-VALUE-DISP
               ADD 1 TO WS-HOLDS-SET-COUNT
           END-IF
           PERFORM 7200-REWRITE-CUSTOMER
           PERFORM 8200-PRINT-FEE-LINE.
       4000-EXIT.
           EXIT.

       4100-COUNT-PRIOR-RETURN.
           IF WS-PR-CUST-ID (WS-PR-IDX) = CUST-ID
               AND WS-PR-REMIT-REF (WS-PR-IDX)
                   NOT = WS-RI-REMIT-REF (WS-RI-IDX)
               ADD 1 TO WS-RETURN-COUNT-CUST
           END-IF.

       7000-READ-CUSTOMER.
           SET WS-CUSTOMER-FOUND TO TRUE
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   MOVE "N" TO WS-CUST-FOUND-SWITCH
           END-READ.

      *-----------------------------------------------------------*
      *  7100-ADJUST-BALANCE adds WS-ADJUST-AMOUNT to the balance
      *  in the record area and audit-logs it under the reason in
      *  WS-AUD-FIELD - the journal reads these rows back.
      *-----------------------------------------------------------*
       7100-ADJUST-BALANCE.
           MOVE CUST-BALANCE-DUE TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-OLD-VALUE-DISP
           ADD WS-ADJUST-AMOUNT TO CUST-BALANCE-DUE
           MOVE CUST-BALANCE-DUE TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-NEW-VALUE-DISP
           MOVE "CUSTOMER" TO WS-AUD-CLASS
           MOVE "NSFREV" TO WS-AUD-METHOD
           MOVE CUST-ID TO WS-AUD-KEY
           CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD WS-AUD-KEY
               WS-AUD-FIELD WS-OLD-VALUE-DISP WS-NEW-VALUE-DISP.

       7200-REWRITE-CUSTOMER.
           REWRITE CUST-MASTER-RECORD
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMAST REWRITE FAILED - STATUS "
                   WS-CUST-FILE-STATUS " CUSTOMER " CUST-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-ITEMS-EXCEPT-COUNT
           MOVE WS-RI-AMOUNT (WS-RI-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "REMIT " WS-RI-REMIT-REF (WS-RI-IDX)
               "  CUST " WS-RI-CUST-ID (WS-RI-IDX)
               "  AMOUNT " WS-AMOUNT-EDIT
               "  *** " WS-RI-REJECT-TEXT (WS-RI-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       8100-PRINT-REVERSED-LINE.
           MOVE CAP-CASH-AMOUNT TO WS-AMOUNT-EDIT
           MOVE CAP-DISCOUNT-AMOUNT TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO RPT-LINE
           STRING "REMIT " CAP-REMIT-REF
               "  CUST " CAP-CUST-ID
               "  INV " CAP-INVOICE-NO
               "  CASH " WS-AMOUNT-EDIT
               "  DISCOUNT " WS-AMOUNT-EDIT-2
               "  REVERSED - INVOICE REOPENED  "
               WS-RI-REASON-TEXT (WS-RI-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       8200-PRINT-FEE-LINE.
           MOVE WS-RETURN-FEE TO WS-AMOUNT-EDIT
           MOVE WS-RETURN-COUNT-CUST TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           IF WS-RETURN-COUNT-CUST >= WS-REPEAT-LIMIT
               STRING "REMIT " WS-RI-REMIT-REF (WS-RI-IDX)
                   "  CUST " CUST-ID
                   "  FEE " WS-AMOUNT-EDIT
                   "  RETURNS IN A YEAR " WS-COUNT-EDIT
                   "  *** CREDIT DESK - CUSTOMER ON HOLD"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "REMIT " WS-RI-REMIT-REF (WS-RI-IDX)
                   "  CUST " CUST-ID
                   "  FEE " WS-AMOUNT-EDIT
                   "  RETURNS IN A YEAR " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  9400-WRITE-RUN-CONTROL records the run's counts and the
      *  cash reversed on RUNCTL - the GLEXTR CASH journal reads
      *  the cash back from here, as it does CASHAPP's.
      *-----------------------------------------------------------*
       9400-WRITE-RUN-CONTROL.
           MOVE "NSFREV  " TO RCT-PROGRAM-ID
           MOVE WS-TODAY-DATE TO RCT-RUN-DATE
           MOVE 0 TO RCT-TIMESTAMP
           MOVE WS-ITEMS-READ-COUNT TO RCT-READ-COUNT
           MOVE WS-ITEMS-REVERSED-COUNT TO RCT-POSTED-COUNT
           MOVE WS-ITEMS-EXCEPT-COUNT TO RCT-EXCEPT-COUNT
           MOVE 0 TO RCT-QTY-TOTAL
           MOVE 0 TO RCT-QTY-TOTAL-2
           MOVE WS-TOTAL-CASH-REVERSED TO RCT-AMOUNT-TOTAL
           CALL "RCTWRIT" USING RUN-CONTROL-RECORD.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ITEMS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RETURNED ITEMS READ .....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ITEMS-REVERSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RETURNED ITEMS REVERSED .: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-APPLS-REVERSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "APPLICATIONS REVERSED ...: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ITEMS-EXCEPT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "EXCEPTIONS ..............: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HOLDS-SET-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS PUT ON HOLD ...: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-CASH-REVERSED TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL CASH REVERSED .....: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-DISC-REVERSED TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL DISCOUNTS REVERSED : " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-FEES TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL FEES CHARGED ......: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  9800/9810 log the run's start and its end on the BATWIN
      *  batch-window log for the morning report.  A run that stops
      *  early leaves its start row alone, which the report flags.
      *  The CALL hands back BWLWRIT's own return code, so the end
      *  restores ours from the row.
      *-----------------------------------------------------------*
       9800-LOG-WINDOW-START.
           MOVE "NSFREV  " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "NSFREV  " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM NSFREV.
