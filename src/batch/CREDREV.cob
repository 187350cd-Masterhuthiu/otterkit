       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDREV.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  CREDREV is the periodic credit-limit review.  For every     *
      *  customer it measures, over the WS-REVIEW-DAYS before the     *
      *  run date, how the account actually pays and uses its          *
      *  line:                                                          *
      *    average days to pay - each paid OPENITEM invoice dated       *
      *      in the window is cleared by the customer's PAYMENT          *
      *      rows oldest-first, and the invoice took as long as          *
      *      the payment that finished it;                                *
      *    high balance - the highest CUST-BALANCE-DUE on the customer's    *
      *      balance audit rows in the window, or today's balance;        *
      *    trailing volume - CUST-VOLUME-12MO;                             *
      *    held orders - HELDFILE rows held in the window.                 *
      *  Against the customer's own TERMFILE terms it recommends a          *
      *  credit hold, a lower limit, a higher limit, or no change,          *
      *  and prints the review report for the credit manager.  Every        *
      *  recommended change is written to CRVPROP as an MSTMAINT             *
      *  change transaction - nothing on CUSTMAST changes here.              *
      *  CRVAPPLY passes a proposal to MSTMAINT only once the                *
      *  manager has keyed its approval on CRVAPPRV, and this run             *
      *  clears CRVAPPRV so approvals never outlive the proposals              *
      *  they were keyed against.  The run date defaults to today;             *
      *  a YYYYMMDD COMMAND-LINE parameter reviews as of another                *
      *  day, as ARAGING does.                                                  *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-SCAN-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPI-INVOICE-NO
               FILE STATUS IS WS-OPI-FILE-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO "PAYMENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMT-FILE-STATUS.
           SELECT HELD-ORDER-FILE ASSIGN TO "HELDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "CRVPROP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRP-FILE-STATUS.
           SELECT CREDIT-APPROVAL-FILE ASSIGN TO "CRVAPPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRA-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CRVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SCAN-FILE.
       COPY CUSTREC.

       FD  OPEN-ITEM-FILE.
       COPY OPENREC.

       FD  PAYMENT-MASTER-FILE.
       COPY PAYMREC.

       FD  HELD-ORDER-FILE.
       COPY HELDORD.

       FD  AUDIT-LOG-FILE.
       COPY AUDITREC.

       FD  PROPOSAL-FILE.
       COPY MNTREC.

       FD  CREDIT-APPROVAL-FILE.
       COPY CRAREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-OPI-FILE-STATUS           PIC X(02).
       01  WS-PMT-FILE-STATUS           PIC X(02).
       01  WS-HLD-FILE-STATUS           PIC X(02).
       01  WS-AUD-FILE-STATUS           PIC X(02).
       01  WS-PRP-FILE-STATUS           PIC X(02).
       01  WS-CRA-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-EOF                       VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".
       01  WS-CLEARED-SWITCH            PIC X(01).
           88  WS-INVOICE-CLEARED           VALUE "Y".

      *-----------------------------------------------------------*
      *  the review rules.  Lateness is average days to pay less
      *  the customer's net terms days.  A limit is raised only
      *  for a customer paying inside terms who has run the
      *  balance up to WS-RAISE-USE-PCT of the line (or had
      *  orders held) and turns the line over WS-RAISE-TURNS
      *  times a year; a raise or a cut moves the limit by
      *  WS-RAISE-PCT/WS-LOWER-PCT, in whole hundreds.  Fewer than
      *  WS-MIN-INVOICES cleared invoices is too little history to
      *  judge, and the limit is held.
      *-----------------------------------------------------------*
       77  WS-REVIEW-DAYS               PIC 9(03) COMP VALUE 365.
       77  WS-TERMS-DAYS                PIC 9(03) COMP VALUE 30.
       77  WS-MIN-INVOICES              PIC 9(03) COMP VALUE 3.
       77  WS-HOLD-LATE-DAYS            PIC 9(03) COMP VALUE 60.
       77  WS-LOWER-LATE-DAYS           PIC 9(03) COMP VALUE 15.
       77  WS-LOWER-PCT                 PIC 9(03) COMP VALUE 75.
       77  WS-RAISE-PCT                 PIC 9(03) COMP VALUE 125.
       77  WS-RAISE-USE-PCT             PIC 9(03) COMP VALUE 80.
       77  WS-RAISE-TURNS               PIC 9(03) COMP VALUE 4.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-REVIEW-DATE               PIC 9(08).
       01  WS-REVIEW-DAY-INT            PIC S9(08) COMP.
       01  WS-WINDOW-START-DATE         PIC 9(08).
       01  WS-WORK-CUST-ID              PIC X(06).
       01  WS-DAYS-TO-PAY               PIC S9(05) COMP.
       01  WS-BALANCE-NUM               PIC S9(09)V99.
       01  WS-TRM-NET-DAYS              PIC 9(03).
       01  WS-TRM-DISC-PCT              PIC 9(02)V99.
       01  WS-TRM-DISC-DAYS             PIC 9(03).
       01  WS-TRM-FOUND-SWITCH          PIC X(01).
           88  WS-TERMS-FOUND               VALUE "Y".

      *-----------------------------------------------------------*
      *  one entry per customer, loaded from CUSTMAST in key
      *  order, with the figures the review is made from and the
      *  state of the oldest-first invoice clearing.
      *-----------------------------------------------------------*
       01  WS-REVIEW-COUNT              PIC 9(04) COMP VALUE 0.
       01  WS-REVIEW-TABLE.
           05  WS-CR-ENTRY OCCURS 500 TIMES INDEXED BY WS-CR-IDX.
               10  WS-CR-CUST-ID              PIC X(06).
               10  WS-CR-CUST-NAME            PIC X(30).
               10  WS-CR-CREDIT-LIMIT         PIC 9(07)V99.
               10  WS-CR-BALANCE-DUE          PIC S9(07)V99.
               10  WS-CR-VOLUME-12MO          PIC 9(09)V99.
               10  WS-CR-HOLD-SWITCH          PIC X(01).
                   88  WS-CR-ON-HOLD              VALUE "Y".
               10  WS-CR-NET-DAYS             PIC 9(03) COMP.
               10  WS-CR-HIGH-BALANCE         PIC S9(09)V99.
               10  WS-CR-HELD-COUNT           PIC 9(05) COMP.
               10  WS-CR-CLEARED-COUNT        PIC 9(05) COMP.
               10  WS-CR-DAYS-TOTAL           PIC 9(09) COMP.
               10  WS-CR-FIRST-INV-DATE       PIC 9(08).
               10  WS-CR-PAID-TOTAL           PIC S9(11)V99.
               10  WS-CR-CLEARED-TOTAL        PIC S9(11)V99.
               10  WS-CR-NEXT-INV             PIC 9(05) COMP.
               10  WS-CR-INVOICES-DONE-SW     PIC X(01).
                   88  WS-CR-INVOICES-DONE        VALUE "Y".

      *-----------------------------------------------------------*
      *  the window's paid invoices, in OPENITEM key (invoice
      *  number) order, pointing at their customer's entry.
      *-----------------------------------------------------------*
       01  WS-INVOICE-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-INVOICE-TABLE.
           05  WS-IV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-IV-IDX.
               10  WS-IV-CR-SUB               PIC 9(04) COMP.
               10  WS-IV-INVOICE-DATE         PIC 9(08).
               10  WS-IV-AMOUNT-BILLED        PIC S9(09)V99.
       01  WS-IV-SUB                    PIC 9(05) COMP.
       01  WS-CR-SUB                    PIC 9(04) COMP.

       01  WS-AVG-DAYS-TO-PAY           PIC S9(05) COMP.
       01  WS-DAYS-LATE                 PIC S9(05) COMP.
       01  WS-NEW-LIMIT                 PIC 9(07)V99.
       01  WS-LIMIT-HUNDREDS            PIC 9(05).
       01  WS-USE-THRESHOLD             PIC S9(09)V99.
       01  WS-TURN-THRESHOLD            PIC S9(11)V99.
       01  WS-RECOMMEND-CODE            PIC X(01).
           88  WS-RECOMMEND-KEEP            VALUE "K".
           88  WS-RECOMMEND-RAISE           VALUE "R".
           88  WS-RECOMMEND-LOWER           VALUE "L".
           88  WS-RECOMMEND-HOLD            VALUE "H".
       01  WS-RECOMMEND-TEXT            PIC X(30).

       01  WS-KEEP-COUNT                PIC 9(05) COMP VALUE 0.
       01  WS-RAISE-COUNT               PIC 9(05) COMP VALUE 0.
       01  WS-LOWER-COUNT               PIC 9(05) COMP VALUE 0.
       01  WS-HOLD-COUNT                PIC 9(05) COMP VALUE 0.
       01  WS-PROPOSAL-COUNT            PIC 9(05) COMP VALUE 0.

       01  WS-LIMIT-VALUE               PIC 9(07).99.
       01  WS-LIMIT-EDIT                PIC Z,ZZZ,ZZ9.99.
       01  WS-NEW-LIMIT-EDIT            PIC Z,ZZZ,ZZ9.99.
       01  WS-HIGH-BAL-EDIT             PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-VOLUME-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-EDIT                 PIC ZZZZ9.
       01  WS-TERMS-EDIT                PIC ZZ9.
       01  WS-COUNT-EDIT                PIC ZZZZ9.
       01  WS-HELD-EDIT                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-CUSTOMERS
           PERFORM 2000-LOAD-PAID-INVOICES
           PERFORM 3000-CLEAR-INVOICES
           PERFORM 4000-FIND-HIGH-BALANCES
           PERFORM 4500-COUNT-HELD-ORDERS
           PERFORM 5000-REVIEW-CUSTOMER THRU 5000-EXIT
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-REVIEW-COUNT
           PERFORM 9000-PRINT-TRAILER
           CLOSE PROPOSAL-FILE REGISTER-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:8) IS NUMERIC AND WS-PARM-DATA (1:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (1:8) TO WS-REVIEW-DATE
           ELSE
               ACCEPT WS-REVIEW-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-REVIEW-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-REVIEW-DATE)
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
               (WS-REVIEW-DAY-INT - WS-REVIEW-DAYS)

           OPEN OUTPUT PROPOSAL-FILE
           IF WS-PRP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CRVPROP - STATUS "
                   WS-PRP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    a new set of proposals voids every approval keyed
      *    against the last one.
           OPEN OUTPUT CREDIT-APPROVAL-FILE
           IF WS-CRA-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CRVAPPRV - STATUS "
                   WS-CRA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CREDIT-APPROVAL-FILE

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CRVRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "CREDIT-LIMIT REVIEW AS OF " WS-REVIEW-DATE
               " - PAYMENT BEHAVIOUR SINCE " WS-WINDOW-START-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CUST   NAME                 TERMS AVG-PAY INVS"
               "    HIGH BALANCE   12-MO VOLUME  HELD  "
               "CREDIT LIMIT  RECOMMENDATION"
               "                  NEW LIMIT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  1200-LOAD-CUSTOMERS takes every customer's limit,
      *  balance, volume and resolved terms into the review
      *  table.  A customer dropped here would go unreviewed -
      *  refuse to run off the end of the table instead.
      *-----------------------------------------------------------*
       1200-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-SCAN-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTMAST - STATUS "
                   WS-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1210-READ-CUSTOMER
           PERFORM 1220-STORE-CUSTOMER
               UNTIL WS-EOF
           CLOSE CUSTOMER-SCAN-FILE.

       1210-READ-CUSTOMER.
           READ CUSTOMER-SCAN-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1220-STORE-CUSTOMER.
           IF WS-REVIEW-COUNT >= 500
               DISPLAY "CREDREV - REVIEW TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REVIEW-COUNT
           SET WS-CR-IDX TO WS-REVIEW-COUNT
           MOVE CUST-ID TO WS-CR-CUST-ID (WS-CR-IDX)
           MOVE CUST-NAME TO WS-CR-CUST-NAME (WS-CR-IDX)
           MOVE CUST-CREDIT-LIMIT TO WS-CR-CREDIT-LIMIT (WS-CR-IDX)
           MOVE CUST-BALANCE-DUE TO WS-CR-BALANCE-DUE (WS-CR-IDX)
           MOVE CUST-VOLUME-12MO TO WS-CR-VOLUME-12MO (WS-CR-IDX)
           MOVE CUST-HOLD-SWITCH TO WS-CR-HOLD-SWITCH (WS-CR-IDX)
           MOVE CUST-BALANCE-DUE TO WS-CR-HIGH-BALANCE (WS-CR-IDX)
           MOVE 0 TO WS-CR-HELD-COUNT (WS-CR-IDX)
           MOVE 0 TO WS-CR-CLEARED-COUNT (WS-CR-IDX)
           MOVE 0 TO WS-CR-DAYS-TOTAL (WS-CR-IDX)
           MOVE 0 TO WS-CR-FIRST-INV-DATE (WS-CR-IDX)
           MOVE 0 TO WS-CR-PAID-TOTAL (WS-CR-IDX)
           MOVE 0 TO WS-CR-CLEARED-TOTAL (WS-CR-IDX)
           MOVE 0 TO WS-CR-NEXT-INV (WS-CR-IDX)
           MOVE "N" TO WS-CR-INVOICES-DONE-SW (WS-CR-IDX)
           MOVE "N" TO WS-TRM-FOUND-SWITCH
           IF CUST-TERMS-CODE NOT = SPACES
               CALL "TRMLOOK" USING CUST-TERMS-CODE
                   WS-TRM-NET-DAYS WS-TRM-DISC-PCT
                   WS-TRM-DISC-DAYS WS-TRM-FOUND-SWITCH
           END-IF
           IF WS-TERMS-FOUND
               MOVE WS-TRM-NET-DAYS TO WS-CR-NET-DAYS (WS-CR-IDX)
           ELSE
               MOVE WS-TERMS-DAYS TO WS-CR-NET-DAYS (WS-CR-IDX)
           END-IF
           PERFORM 1210-READ-CUSTOMER.

      *-----------------------------------------------------------*
      *  1300-FIND-CUSTOMER leaves WS-CR-IDX on WS-WORK-CUST-ID's
      *  entry; WS-ENTRY-FOUND is off for a customer no longer
      *  on the master, whose history is passed over.
      *-----------------------------------------------------------*
       1300-FIND-CUSTOMER.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 1310-TEST-CUSTOMER
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-REVIEW-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-CR-IDX DOWN BY 1
           END-IF.

       1310-TEST-CUSTOMER.
           IF WS-CR-CUST-ID (WS-CR-IDX) = WS-WORK-CUST-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  2000-LOAD-PAID-INVOICES keeps every paid invoice dated
      *  inside the window, and notes each customer's earliest -
      *  payments dated before it went to older paper and are
      *  not counted against the window's invoices.
      *-----------------------------------------------------------*
       2000-LOAD-PAID-INVOICES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPI-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-OPI-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN OPENITEM - STATUS "
                       WS-OPI-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2010-READ-OPEN-ITEM
               PERFORM 2100-STORE-PAID-INVOICE
                   UNTIL WS-EOF
               CLOSE OPEN-ITEM-FILE
           END-IF.

       2010-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2100-STORE-PAID-INVOICE.
           IF OPI-STATUS-PAID
               AND OPI-INVOICE-DATE >= WS-WINDOW-START-DATE
               AND OPI-INVOICE-DATE <= WS-REVIEW-DATE
               AND OPI-AMOUNT-BILLED > 0
               MOVE OPI-CUST-ID TO WS-WORK-CUST-ID
               PERFORM 1300-FIND-CUSTOMER
               IF WS-ENTRY-FOUND
                   IF WS-INVOICE-COUNT >= 5000
                       DISPLAY "CREDREV - INVOICE TABLE FULL - "
                           "RAISE THE TABLE AND RERUN"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-INVOICE-COUNT
                   SET WS-IV-IDX TO WS-INVOICE-COUNT
                   SET WS-IV-CR-SUB (WS-IV-IDX) TO WS-CR-IDX
                   MOVE OPI-INVOICE-DATE
                       TO WS-IV-INVOICE-DATE (WS-IV-IDX)
                   MOVE OPI-AMOUNT-BILLED
                       TO WS-IV-AMOUNT-BILLED (WS-IV-IDX)
                   IF WS-CR-FIRST-INV-DATE (WS-CR-IDX) = 0
                       OR OPI-INVOICE-DATE
                           < WS-CR-FIRST-INV-DATE (WS-CR-IDX)
                       MOVE OPI-INVOICE-DATE
                           TO WS-CR-FIRST-INV-DATE (WS-CR-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-OPEN-ITEM.

      *-----------------------------------------------------------*
      *  3000-CLEAR-INVOICES runs the customer's payments against
      *  the window's paid invoices oldest-first: each payment
      *  adds to what the customer has paid, and every invoice
      *  that sum now covers was cleared on the payment's date.
      *-----------------------------------------------------------*
       3000-CLEAR-INVOICES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PAYMENT-MASTER-FILE
           IF WS-PMT-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-PMT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAYMENT - STATUS "
                       WS-PMT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3010-READ-PAYMENT
               PERFORM 3100-APPLY-PAYMENT
                   UNTIL WS-EOF
               CLOSE PAYMENT-MASTER-FILE
           END-IF.

       3010-READ-PAYMENT.
           READ PAYMENT-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3100-APPLY-PAYMENT.
           MOVE PMT-CUST-ID TO WS-WORK-CUST-ID
           PERFORM 1300-FIND-CUSTOMER
           IF WS-ENTRY-FOUND
               IF WS-CR-FIRST-INV-DATE (WS-CR-IDX) > 0
                   AND PMT-PAYMENT-DATE
                       >= WS-CR-FIRST-INV-DATE (WS-CR-IDX)
                   AND PMT-PAYMENT-DATE <= WS-REVIEW-DATE
                   ADD PMT-PAYMENT-AMOUNT
                       TO WS-CR-PAID-TOTAL (WS-CR-IDX)
                   SET WS-INVOICE-CLEARED TO TRUE
                   PERFORM 3200-CLEAR-NEXT-INVOICE THRU 3200-EXIT
                       UNTIL NOT WS-INVOICE-CLEARED
               END-IF
           END-IF
           PERFORM 3010-READ-PAYMENT.

      *-----------------------------------------------------------*
      *  3200-CLEAR-NEXT-INVOICE finds the customer's next
      *  uncleared invoice and clears it if the payments so far
      *  cover it.
      *-----------------------------------------------------------*
       3200-CLEAR-NEXT-INVOICE.
           MOVE "N" TO WS-CLEARED-SWITCH
           IF WS-CR-INVOICES-DONE (WS-CR-IDX)
               GO TO 3200-EXIT
           END-IF
           SET WS-CR-SUB TO WS-CR-IDX
           MOVE "N" TO WS-FOUND-SWITCH
           COMPUTE WS-IV-SUB = WS-CR-NEXT-INV (WS-CR-IDX) + 1
           PERFORM 3210-TEST-INVOICE
               UNTIL WS-IV-SUB > WS-INVOICE-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               SET WS-CR-INVOICES-DONE (WS-CR-IDX) TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF WS-CR-CLEARED-TOTAL (WS-CR-IDX)
                   + WS-IV-AMOUNT-BILLED (WS-IV-SUB)
                   > WS-CR-PAID-TOTAL (WS-CR-IDX)
               GO TO 3200-EXIT
           END-IF
           ADD WS-IV-AMOUNT-BILLED (WS-IV-SUB)
               TO WS-CR-CLEARED-TOTAL (WS-CR-IDX)
           MOVE WS-IV-SUB TO WS-CR-NEXT-INV (WS-CR-IDX)
           COMPUTE WS-DAYS-TO-PAY =
               FUNCTION INTEGER-OF-DATE (PMT-PAYMENT-DATE)
               - FUNCTION INTEGER-OF-DATE
                   (WS-IV-INVOICE-DATE (WS-IV-SUB))
      *    a payment ahead of the invoice date (a deposit, a
      *    prepaid order) paid it on the day.
           IF WS-DAYS-TO-PAY < 0
               MOVE 0 TO WS-DAYS-TO-PAY
           END-IF
           ADD 1 TO WS-CR-CLEARED-COUNT (WS-CR-IDX)
           ADD WS-DAYS-TO-PAY TO WS-CR-DAYS-TOTAL (WS-CR-IDX)
           SET WS-INVOICE-CLEARED TO TRUE.
       3200-EXIT.
           EXIT.

       3210-TEST-INVOICE.
           IF WS-IV-CR-SUB (WS-IV-SUB) = WS-CR-SUB
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-IV-SUB
           END-IF.

      *-----------------------------------------------------------*
      *  4000-FIND-HIGH-BALANCES takes the highest balance each
      *  customer carried in the window from the audit rows every
      *  balance change writes - the new value is the balance
      *  after the change.
      *-----------------------------------------------------------*
       4000-FIND-HIGH-BALANCES.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-AUD-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                       WS-AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 4010-READ-AUDIT-ROW
               PERFORM 4100-CHECK-BALANCE-ROW
                   UNTIL WS-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF.

       4010-READ-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       4100-CHECK-BALANCE-ROW.
           IF AUD-SOURCE-CLASS = "CUSTOMER"
               AND AUD-TIMESTAMP (1:8) >= WS-WINDOW-START-DATE
               AND AUD-TIMESTAMP (1:8) <= WS-REVIEW-DATE
               AND (AUD-FIELD-NAME = "CUST-BALANCE-DUE"
                   OR AUD-SOURCE-METHOD = "ApplyAdjustment"
                   OR (AUD-SOURCE-METHOD = "NSFREV"
                       AND AUD-FIELD-NAME NOT = "CUST-HOLD-SWITCH"))
               MOVE AUD-OBJECT-KEY (1:6) TO WS-WORK-CUST-ID
               PERFORM 1300-FIND-CUSTOMER
               IF WS-ENTRY-FOUND
                   COMPUTE WS-BALANCE-NUM =
                       FUNCTION NUMVAL (AUD-NEW-VALUE)
                   IF WS-BALANCE-NUM
                           > WS-CR-HIGH-BALANCE (WS-CR-IDX)
                       MOVE WS-BALANCE-NUM
                           TO WS-CR-HIGH-BALANCE (WS-CR-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 4010-READ-AUDIT-ROW.

      *-----------------------------------------------------------*
      *  4500-COUNT-HELD-ORDERS counts the customer's orders that
      *  landed on the HELDFILE suspense inside the window,
      *  whatever became of them.
      *-----------------------------------------------------------*
       4500-COUNT-HELD-ORDERS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HELD-ORDER-FILE
           IF WS-HLD-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-HLD-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN HELDFILE - STATUS "
                       WS-HLD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 4510-READ-HELD-ORDER
               PERFORM 4600-COUNT-ONE-HELD-ORDER
                   UNTIL WS-EOF
               CLOSE HELD-ORDER-FILE
           END-IF.

       4510-READ-HELD-ORDER.
           READ HELD-ORDER-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       4600-COUNT-ONE-HELD-ORDER.
           IF HLD-DATE-HELD >= WS-WINDOW-START-DATE
               AND HLD-DATE-HELD <= WS-REVIEW-DATE
               MOVE HLD-CUST-ID TO WS-WORK-CUST-ID
               PERFORM 1300-FIND-CUSTOMER
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-CR-HELD-COUNT (WS-CR-IDX)
               END-IF
           END-IF
           PERFORM 4510-READ-HELD-ORDER.

      *-----------------------------------------------------------*
      *  5000-REVIEW-CUSTOMER makes the recommendation, prints it
      *  and, for a change, writes the proposal:
      *    hold  - pays WS-HOLD-LATE-DAYS or more past terms and
      *            still owes money;
      *    lower - pays WS-LOWER-LATE-DAYS or more past terms;
      *    raise - pays inside terms, has used the line (high
      *            balance at WS-RAISE-USE-PCT of the limit, or
      *            orders held) and turns it over WS-RAISE-TURNS
      *            times in a year's volume;
      *    keep  - anything else, and every customer with too
      *            little payment history to judge.
      *-----------------------------------------------------------*
       5000-REVIEW-CUSTOMER.
           SET WS-RECOMMEND-KEEP TO TRUE
           MOVE "HOLD LIMIT" TO WS-RECOMMEND-TEXT
           MOVE WS-CR-CREDIT-LIMIT (WS-CR-IDX) TO WS-NEW-LIMIT
           MOVE 0 TO WS-AVG-DAYS-TO-PAY
           IF WS-CR-CLEARED-COUNT (WS-CR-IDX) < WS-MIN-INVOICES
               MOVE "HOLD LIMIT - TOO LITTLE HISTORY"
                   TO WS-RECOMMEND-TEXT
               GO TO 5000-PRINT
           END-IF
           COMPUTE WS-AVG-DAYS-TO-PAY ROUNDED =
               WS-CR-DAYS-TOTAL (WS-CR-IDX)
               / WS-CR-CLEARED-COUNT (WS-CR-IDX)
           COMPUTE WS-DAYS-LATE =
               WS-AVG-DAYS-TO-PAY - WS-CR-NET-DAYS (WS-CR-IDX)

           IF WS-DAYS-LATE >= WS-HOLD-LATE-DAYS
               AND WS-CR-BALANCE-DUE (WS-CR-IDX) > 0
               IF WS-CR-ON-HOLD (WS-CR-IDX)
                   MOVE "HOLD LIMIT - ALREADY ON HOLD"
                       TO WS-RECOMMEND-TEXT
               ELSE
                   SET WS-RECOMMEND-HOLD TO TRUE
                   MOVE "SET CREDIT HOLD" TO WS-RECOMMEND-TEXT
               END-IF
               GO TO 5000-PRINT
           END-IF

           IF WS-DAYS-LATE >= WS-LOWER-LATE-DAYS
               COMPUTE WS-LIMIT-HUNDREDS =
                   WS-CR-CREDIT-LIMIT (WS-CR-IDX) * WS-LOWER-PCT
                   / 10000
               COMPUTE WS-NEW-LIMIT = WS-LIMIT-HUNDREDS * 100
               IF WS-NEW-LIMIT < WS-CR-CREDIT-LIMIT (WS-CR-IDX)
                   SET WS-RECOMMEND-LOWER TO TRUE
                   MOVE "LOWER LIMIT - PAYS LATE"
                       TO WS-RECOMMEND-TEXT
               END-IF
               GO TO 5000-PRINT
           END-IF

           COMPUTE WS-USE-THRESHOLD =
               WS-CR-CREDIT-LIMIT (WS-CR-IDX) * WS-RAISE-USE-PCT
               / 100
           COMPUTE WS-TURN-THRESHOLD =
               WS-CR-CREDIT-LIMIT (WS-CR-IDX) * WS-RAISE-TURNS
           IF WS-DAYS-LATE <= 0
               AND WS-CR-VOLUME-12MO (WS-CR-IDX) >= WS-TURN-THRESHOLD
               AND (WS-CR-HIGH-BALANCE (WS-CR-IDX) >= WS-USE-THRESHOLD
                   OR WS-CR-HELD-COUNT (WS-CR-IDX) > 0)
               COMPUTE WS-LIMIT-HUNDREDS =
                   WS-CR-CREDIT-LIMIT (WS-CR-IDX) * WS-RAISE-PCT
                   / 10000
               COMPUTE WS-NEW-LIMIT = WS-LIMIT-HUNDREDS * 100
               IF WS-NEW-LIMIT > WS-CR-CREDIT-LIMIT (WS-CR-IDX)
                   SET WS-RECOMMEND-RAISE TO TRUE
                   MOVE "RAISE LIMIT - PAYS IN TERMS"
                       TO WS-RECOMMEND-TEXT
               END-IF
           END-IF.
       5000-PRINT.
           EVALUATE TRUE
               WHEN WS-RECOMMEND-HOLD
                   ADD 1 TO WS-HOLD-COUNT
                   PERFORM 6000-WRITE-PROPOSAL
               WHEN WS-RECOMMEND-LOWER
                   ADD 1 TO WS-LOWER-COUNT
                   PERFORM 6000-WRITE-PROPOSAL
               WHEN WS-RECOMMEND-RAISE
                   ADD 1 TO WS-RAISE-COUNT
                   PERFORM 6000-WRITE-PROPOSAL
               WHEN OTHER
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-CR-CREDIT-LIMIT (WS-CR-IDX) TO WS-NEW-LIMIT
           END-EVALUATE
           PERFORM 8000-PRINT-REVIEW-LINE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-WRITE-PROPOSAL writes the recommended change as an
      *  MSTMAINT change transaction - the hold value carries the
      *  reason MSTMAINT puts on the audit row.
      *-----------------------------------------------------------*
       6000-WRITE-PROPOSAL.
           MOVE SPACES TO MAINT-TRANSACTION-RECORD
           SET MNT-ACTION-CHANGE TO TRUE
           SET MNT-TYPE-CUSTOMER TO TRUE
           MOVE WS-CR-CUST-ID (WS-CR-IDX) TO MNT-KEY
           MOVE 1 TO MNT-FIELD-COUNT
           SET MNT-FLD-IDX TO 1
           IF WS-RECOMMEND-HOLD
               MOVE "CUST-HOLD-SWITCH" TO MNT-FIELD-NAME (MNT-FLD-IDX)
               MOVE "Y CREDIT REVIEW"
                   TO MNT-FIELD-VALUE (MNT-FLD-IDX)
           ELSE
               MOVE WS-NEW-LIMIT TO WS-LIMIT-VALUE
               MOVE "CUST-CREDIT-LIMIT"
                   TO MNT-FIELD-NAME (MNT-FLD-IDX)
               MOVE WS-LIMIT-VALUE TO MNT-FIELD-VALUE (MNT-FLD-IDX)
           END-IF
           WRITE MAINT-TRANSACTION-RECORD
           ADD 1 TO WS-PROPOSAL-COUNT.

       8000-PRINT-REVIEW-LINE.
           MOVE WS-CR-NET-DAYS (WS-CR-IDX) TO WS-TERMS-EDIT
           MOVE WS-AVG-DAYS-TO-PAY TO WS-DAYS-EDIT
           MOVE WS-CR-CLEARED-COUNT (WS-CR-IDX) TO WS-COUNT-EDIT
           MOVE WS-CR-HIGH-BALANCE (WS-CR-IDX) TO WS-HIGH-BAL-EDIT
           MOVE WS-CR-VOLUME-12MO (WS-CR-IDX) TO WS-VOLUME-EDIT
           MOVE WS-CR-HELD-COUNT (WS-CR-IDX) TO WS-HELD-EDIT
           MOVE WS-CR-CREDIT-LIMIT (WS-CR-IDX) TO WS-LIMIT-EDIT
           MOVE WS-NEW-LIMIT TO WS-NEW-LIMIT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-CR-CUST-ID (WS-CR-IDX) " "
               WS-CR-CUST-NAME (WS-CR-IDX) (1:20) "  "
               WS-TERMS-EDIT "   " WS-DAYS-EDIT
               WS-COUNT-EDIT "  " WS-HIGH-BAL-EDIT " "
               WS-VOLUME-EDIT " " WS-HELD-EDIT "  "
               WS-LIMIT-EDIT "  " WS-RECOMMEND-TEXT
               WS-NEW-LIMIT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REVIEW-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMERS REVIEWED .......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-KEEP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "LIMITS HELD ..............: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RAISE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RAISES PROPOSED ..........: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LOWER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUTS PROPOSED ............: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CREDIT HOLDS PROPOSED ....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PROPOSAL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PROPOSALS ON CRVPROP .....: " WS-COUNT-EDIT
               "  - APPLIED BY MNTRUN ONCE APPROVED ON CRVAPPRV"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM CREDREV.
