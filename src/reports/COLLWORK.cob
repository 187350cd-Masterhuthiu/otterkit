       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLWORK.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  COLLWORK prints the daily collections worklist.  Every      *
      *  customer's open OPENITEM invoices are aged past the          *
      *  customer's own TERMFILE terms, as ARAGING ages them, and     *
      *  each account with anything past due is listed under its      *
      *  collector (CUST-COLLECTOR-ID - blank lists as UNASSIGNED),   *
      *  largest past-due amount first and, at the same amount,       *
      *  the oldest past-due invoice first.  The customer's latest    *
      *  promise on PTPFILE decides the rest:                         *
      *    still open - the collector is waiting on the promised      *
      *      date, and the account stays off the list (counted in     *
      *      the trailer) until PTPCHECK judges it;                   *
      *    broken - the account goes back on the list, flagged,       *
      *      for as long as anything is still past due; once it is    *
      *      paid up it drops off like any other account.             *
      *  The run date defaults to today; a YYYYMMDD COMMAND-LINE      *
      *  parameter builds the list as of another day.                 *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *   2026-10-15  JPS  A broken promise lists the account only
      *                    while something is still past due - a
      *                    paid-up account no longer stays on the
      *                    list until a new promise is recorded.
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
           SELECT PROMISE-FILE ASSIGN TO "PTPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTP-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "WORKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-SCAN-FILE.
       COPY CUSTREC.

       FD  OPEN-ITEM-FILE.
       COPY OPENREC.

       FD  PROMISE-FILE.
       COPY PTPREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-OPI-FILE-STATUS           PIC X(02).
       01  WS-PTP-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-EOF                       VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".

      *    the house default - a customer with a blank or unknown
      *    terms code ages at this.
       77  WS-TERMS-DAYS                PIC 9(03) COMP VALUE 30.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-WORK-DATE                 PIC 9(08).
       01  WS-WORK-DAY-INT              PIC S9(08) COMP.
       01  WS-ITEM-DAY-INT              PIC S9(08) COMP.
       01  WS-AGE-DAYS                  PIC S9(05) COMP.
       01  WS-PAST-DUE-DAYS             PIC S9(05) COMP.
       01  WS-OPEN-BALANCE              PIC S9(09)V99.
       01  WS-WORK-CUST-ID              PIC X(06).
       01  WS-TRM-NET-DAYS              PIC 9(03).
       01  WS-TRM-DISC-PCT              PIC 9(02)V99.
       01  WS-TRM-DISC-DAYS             PIC 9(03).
       01  WS-TRM-FOUND-SWITCH          PIC X(01).
           88  WS-TERMS-FOUND               VALUE "Y".

      *-----------------------------------------------------------*
      *  one entry per customer, loaded from CUSTMAST in key
      *  order, with the past-due figures and the latest promise.
      *-----------------------------------------------------------*
       01  WS-WORK-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-WORK-TABLE.
           05  WS-WL-ENTRY OCCURS 500 TIMES INDEXED BY WS-WL-IDX.
               10  WS-WL-CUST-ID              PIC X(06).
               10  WS-WL-CUST-NAME            PIC X(30).
               10  WS-WL-PHONE                PIC X(12).
               10  WS-WL-COLLECTOR-ID         PIC X(04).
               10  WS-WL-HOLD-SWITCH          PIC X(01).
                   88  WS-WL-ON-HOLD              VALUE "Y".
               10  WS-WL-NET-DAYS             PIC 9(03) COMP.
               10  WS-WL-PAST-DUE             PIC S9(09)V99.
               10  WS-WL-OLDEST-DAYS          PIC S9(05) COMP.
               10  WS-WL-ITEM-COUNT           PIC 9(04) COMP.
               10  WS-WL-PTP-CONTACT-DATE     PIC 9(08).
               10  WS-WL-PTP-PROMISED-DATE    PIC 9(08).
               10  WS-WL-PTP-AMOUNT           PIC S9(09)V99.
               10  WS-WL-PTP-STATUS           PIC X(02).
                   88  WS-WL-PTP-NONE             VALUE "NO".
                   88  WS-WL-PTP-OPEN             VALUE "  ".
                   88  WS-WL-PTP-KEPT             VALUE "KP".
                   88  WS-WL-PTP-BROKEN           VALUE "BR".
               10  WS-WL-LIST-SWITCH          PIC X(01).
                   88  WS-WL-LISTED               VALUE "Y".
                   88  WS-WL-NOT-LISTED           VALUE "N".
               10  WS-WL-PRINTED-SWITCH       PIC X(01).
                   88  WS-WL-PRINTED              VALUE "Y".

      *-----------------------------------------------------------*
      *  the collectors with accounts on the list, printed in
      *  collector order.
      *-----------------------------------------------------------*
       01  WS-COLLECTOR-COUNT           PIC 9(03) COMP VALUE 0.
       01  WS-COLLECTOR-TABLE.
           05  WS-CL-ENTRY OCCURS 100 TIMES INDEXED BY WS-CL-IDX.
               10  WS-CL-COLLECTOR-ID         PIC X(04).
               10  WS-CL-PRINTED-SWITCH       PIC X(01).
                   88  WS-CL-PRINTED              VALUE "Y".

       01  WS-BEST-CL-SUB               PIC 9(03) COMP.
       01  WS-BEST-WL-SUB               PIC 9(04) COMP.
       01  WS-CURRENT-COLLECTOR         PIC X(04).
       01  WS-RANK-NO                   PIC 9(04) COMP.

       01  WS-COLL-PAST-DUE             PIC S9(11)V99.
       01  WS-GRAND-PAST-DUE            PIC S9(11)V99 VALUE 0.
       01  WS-LISTED-COUNT              PIC 9(05) COMP VALUE 0.
       01  WS-BROKEN-COUNT              PIC 9(05) COMP VALUE 0.
       01  WS-PENDING-COUNT             PIC 9(05) COMP VALUE 0.

       01  WS-RANK-EDIT                 PIC ZZZ9.
       01  WS-DAYS-EDIT                 PIC ZZZZ9.
       01  WS-ITEMS-EDIT                PIC ZZZ9.
       01  WS-AMOUNT-EDIT               PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PTP-AMOUNT-EDIT           PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                PIC ZZZZ9.
       01  WS-COLLECTOR-TEXT            PIC X(10).
       01  WS-PROMISE-TEXT              PIC X(26).
       01  WS-FLAG-TEXT                 PIC X(16).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CUSTOMERS
           PERFORM 3000-AGE-OPEN-ITEMS THRU 3000-EXIT
           PERFORM 4000-NOTE-LATEST-PROMISES THRU 4000-EXIT
           PERFORM 5000-SELECT-ACCOUNT
               VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WORK-COUNT
           PERFORM 6000-PRINT-NEXT-COLLECTOR
               UNTIL WS-BEST-CL-SUB = 0
           PERFORM 9000-PRINT-TRAILER
           CLOSE REGISTER-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:8) IS NUMERIC AND WS-PARM-DATA (1:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (1:8) TO WS-WORK-DATE
           ELSE
               ACCEPT WS-WORK-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-WORK-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WORKRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "COLLECTIONS WORKLIST AS OF " WS-WORK-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
      *    a nonzero subscript starts the collector print loop.
           MOVE 1 TO WS-BEST-CL-SUB.

      *-----------------------------------------------------------*
      *  2000-LOAD-CUSTOMERS tables every customer with the
      *  resolved net days it ages by.
      *-----------------------------------------------------------*
       2000-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-SCAN-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTMAST - STATUS "
                   WS-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-CUSTOMER
           PERFORM 2200-STORE-CUSTOMER
               UNTIL WS-EOF
           CLOSE CUSTOMER-SCAN-FILE.

       2100-READ-CUSTOMER.
           READ CUSTOMER-SCAN-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-STORE-CUSTOMER.
      *    an account dropped here would never be worked - refuse
      *    to run off the end of the table instead.
           IF WS-WORK-COUNT >= 500
               DISPLAY "COLLWORK - CUSTOMER TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WORK-COUNT
           SET WS-WL-IDX TO WS-WORK-COUNT
           MOVE CUST-ID TO WS-WL-CUST-ID (WS-WL-IDX)
           MOVE CUST-NAME TO WS-WL-CUST-NAME (WS-WL-IDX)
           MOVE CUST-PHONE TO WS-WL-PHONE (WS-WL-IDX)
           MOVE CUST-COLLECTOR-ID TO WS-WL-COLLECTOR-ID (WS-WL-IDX)
           MOVE CUST-HOLD-SWITCH TO WS-WL-HOLD-SWITCH (WS-WL-IDX)
           MOVE 0 TO WS-WL-PAST-DUE (WS-WL-IDX)
           MOVE 0 TO WS-WL-OLDEST-DAYS (WS-WL-IDX)
           MOVE 0 TO WS-WL-ITEM-COUNT (WS-WL-IDX)
           MOVE 0 TO WS-WL-PTP-CONTACT-DATE (WS-WL-IDX)
           MOVE 0 TO WS-WL-PTP-PROMISED-DATE (WS-WL-IDX)
           MOVE 0 TO WS-WL-PTP-AMOUNT (WS-WL-IDX)
           SET WS-WL-PTP-NONE (WS-WL-IDX) TO TRUE
           SET WS-WL-NOT-LISTED (WS-WL-IDX) TO TRUE
           MOVE "N" TO WS-WL-PRINTED-SWITCH (WS-WL-IDX)
           MOVE "N" TO WS-TRM-FOUND-SWITCH
           IF CUST-TERMS-CODE NOT = SPACES
               CALL "TRMLOOK" USING CUST-TERMS-CODE
                   WS-TRM-NET-DAYS WS-TRM-DISC-PCT
                   WS-TRM-DISC-DAYS WS-TRM-FOUND-SWITCH
           END-IF
           IF WS-TERMS-FOUND
               MOVE WS-TRM-NET-DAYS TO WS-WL-NET-DAYS (WS-WL-IDX)
           ELSE
               MOVE WS-TERMS-DAYS TO WS-WL-NET-DAYS (WS-WL-IDX)
           END-IF
           PERFORM 2100-READ-CUSTOMER.

      *-----------------------------------------------------------*
      *  3000-AGE-OPEN-ITEMS adds each open invoice past the
      *  customer's terms to the customer's past-due amount and
      *  keeps the oldest past-due days.
      *-----------------------------------------------------------*
       3000-AGE-OPEN-ITEMS.
      *    a missing OPENITEM means nothing was ever invoiced
      *    through the ledger - nothing is past due.
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPI-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF
           IF WS-OPI-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN OPENITEM - STATUS "
                   WS-OPI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-READ-OPEN-ITEM
           PERFORM 3200-AGE-ONE-ITEM
               UNTIL WS-EOF
           CLOSE OPEN-ITEM-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-AGE-ONE-ITEM.
           COMPUTE WS-OPEN-BALANCE =
               OPI-AMOUNT-BILLED - OPI-AMOUNT-APPLIED
           IF WS-OPEN-BALANCE > 0
                   AND OPI-INVOICE-DATE IS NUMERIC
                   AND OPI-INVOICE-DATE > 0
               MOVE OPI-CUST-ID TO WS-WORK-CUST-ID
               PERFORM 7000-FIND-CUSTOMER-ENTRY
               IF WS-ENTRY-FOUND
                   PERFORM 3300-ADD-PAST-DUE
               END-IF
           END-IF
           PERFORM 3100-READ-OPEN-ITEM.

       3300-ADD-PAST-DUE.
           COMPUTE WS-ITEM-DAY-INT =
               FUNCTION INTEGER-OF-DATE (OPI-INVOICE-DATE)
           COMPUTE WS-AGE-DAYS = WS-WORK-DAY-INT - WS-ITEM-DAY-INT
           COMPUTE WS-PAST-DUE-DAYS =
               WS-AGE-DAYS - WS-WL-NET-DAYS (WS-WL-IDX)
           IF WS-PAST-DUE-DAYS > 0
               ADD WS-OPEN-BALANCE TO WS-WL-PAST-DUE (WS-WL-IDX)
               ADD 1 TO WS-WL-ITEM-COUNT (WS-WL-IDX)
               IF WS-PAST-DUE-DAYS > WS-WL-OLDEST-DAYS (WS-WL-IDX)
                   MOVE WS-PAST-DUE-DAYS
                       TO WS-WL-OLDEST-DAYS (WS-WL-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  4000-NOTE-LATEST-PROMISES keeps each customer's most
      *  recent promise by contact date - on the same day, the
      *  one keyed last.
      *-----------------------------------------------------------*
       4000-NOTE-LATEST-PROMISES.
      *    no PTPFILE means no collector has recorded a promise yet.
           OPEN INPUT PROMISE-FILE
           IF WS-PTP-FILE-STATUS = "35"
               GO TO 4000-EXIT
           END-IF
           IF WS-PTP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PTPFILE - STATUS "
                   WS-PTP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4100-READ-PROMISE
           PERFORM 4200-NOTE-ONE-PROMISE
               UNTIL WS-EOF
           CLOSE PROMISE-FILE.
       4000-EXIT.
           EXIT.

       4100-READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       4200-NOTE-ONE-PROMISE.
           MOVE PTP-CUST-ID TO WS-WORK-CUST-ID
           PERFORM 7000-FIND-CUSTOMER-ENTRY
           IF WS-ENTRY-FOUND
               IF PTP-CONTACT-DATE
                       NOT < WS-WL-PTP-CONTACT-DATE (WS-WL-IDX)
                   MOVE PTP-CONTACT-DATE
                       TO WS-WL-PTP-CONTACT-DATE (WS-WL-IDX)
                   MOVE PTP-PROMISED-DATE
                       TO WS-WL-PTP-PROMISED-DATE (WS-WL-IDX)
                   MOVE PTP-PROMISED-AMOUNT
                       TO WS-WL-PTP-AMOUNT (WS-WL-IDX)
                   MOVE PTP-STATUS TO WS-WL-PTP-STATUS (WS-WL-IDX)
               END-IF
           END-IF
           PERFORM 4100-READ-PROMISE.

      *-----------------------------------------------------------*
      *  5000-SELECT-ACCOUNT decides whether the customer is on
      *  today's list and notes the collector.
      *-----------------------------------------------------------*
       5000-SELECT-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-WL-PAST-DUE (WS-WL-IDX) NOT > 0
                   CONTINUE
               WHEN WS-WL-PTP-BROKEN (WS-WL-IDX)
                   SET WS-WL-LISTED (WS-WL-IDX) TO TRUE
                   ADD 1 TO WS-BROKEN-COUNT
               WHEN WS-WL-PTP-OPEN (WS-WL-IDX)
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   SET WS-WL-LISTED (WS-WL-IDX) TO TRUE
           END-EVALUATE
           IF WS-WL-LISTED (WS-WL-IDX)
               ADD 1 TO WS-LISTED-COUNT
               ADD WS-WL-PAST-DUE (WS-WL-IDX) TO WS-GRAND-PAST-DUE
               PERFORM 5100-NOTE-COLLECTOR
           END-IF.

       5100-NOTE-COLLECTOR.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 5110-MATCH-COLLECTOR
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-COLLECTOR-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-COLLECTOR-COUNT >= 100
                   DISPLAY "COLLWORK - COLLECTOR TABLE FULL - RAISE "
                       "THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-COLLECTOR-COUNT
               SET WS-CL-IDX TO WS-COLLECTOR-COUNT
               MOVE WS-WL-COLLECTOR-ID (WS-WL-IDX)
                   TO WS-CL-COLLECTOR-ID (WS-CL-IDX)
               MOVE "N" TO WS-CL-PRINTED-SWITCH (WS-CL-IDX)
           END-IF.

       5110-MATCH-COLLECTOR.
           IF WS-CL-COLLECTOR-ID (WS-CL-IDX)
                   = WS-WL-COLLECTOR-ID (WS-WL-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  6000-PRINT-NEXT-COLLECTOR picks the lowest collector not
      *  yet printed and prints that collector's accounts in rank
      *  order.  WS-BEST-CL-SUB comes back zero when every
      *  collector is done.
      *-----------------------------------------------------------*
       6000-PRINT-NEXT-COLLECTOR.
           MOVE 0 TO WS-BEST-CL-SUB
           PERFORM 6100-COMPARE-COLLECTOR
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-COLLECTOR-COUNT
           IF WS-BEST-CL-SUB > 0
               SET WS-CL-IDX TO WS-BEST-CL-SUB
               SET WS-CL-PRINTED (WS-CL-IDX) TO TRUE
               MOVE WS-CL-COLLECTOR-ID (WS-CL-IDX)
                   TO WS-CURRENT-COLLECTOR
               PERFORM 6200-PRINT-COLLECTOR-HEADING
               MOVE 0 TO WS-RANK-NO
               MOVE 0 TO WS-COLL-PAST-DUE
               MOVE 1 TO WS-BEST-WL-SUB
               PERFORM 6300-PRINT-NEXT-ACCOUNT
                   UNTIL WS-BEST-WL-SUB = 0
               PERFORM 6500-PRINT-COLLECTOR-TOTAL
           END-IF.

       6100-COMPARE-COLLECTOR.
           IF NOT WS-CL-PRINTED (WS-CL-IDX)
               IF WS-BEST-CL-SUB = 0
                   SET WS-BEST-CL-SUB TO WS-CL-IDX
               ELSE
                   IF WS-CL-COLLECTOR-ID (WS-CL-IDX)
                           < WS-CL-COLLECTOR-ID (WS-BEST-CL-SUB)
                       SET WS-BEST-CL-SUB TO WS-CL-IDX
                   END-IF
               END-IF
           END-IF.

       6200-PRINT-COLLECTOR-HEADING.
           IF WS-CURRENT-COLLECTOR = SPACES
               MOVE "UNASSIGNED" TO WS-COLLECTOR-TEXT
           ELSE
               MOVE WS-CURRENT-COLLECTOR TO WS-COLLECTOR-TEXT
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "COLLECTOR " WS-COLLECTOR-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RANK CUSTOMER NAME                           "
               "PHONE             PAST DUE  DAYS ITEMS  "
               "LAST PROMISE / FLAGS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  6300-PRINT-NEXT-ACCOUNT finds the collector's highest
      *  ranked account not yet printed - the larger past-due
      *  amount, then the older past-due invoice - and prints it.
      *  WS-BEST-WL-SUB comes back zero when none is left.
      *-----------------------------------------------------------*
       6300-PRINT-NEXT-ACCOUNT.
           MOVE 0 TO WS-BEST-WL-SUB
           PERFORM 6310-COMPARE-ACCOUNT
               VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WORK-COUNT
           IF WS-BEST-WL-SUB > 0
               SET WS-WL-IDX TO WS-BEST-WL-SUB
               SET WS-WL-PRINTED (WS-WL-IDX) TO TRUE
               PERFORM 6400-PRINT-ACCOUNT-LINE
           END-IF.

       6310-COMPARE-ACCOUNT.
           IF WS-WL-LISTED (WS-WL-IDX)
                   AND NOT WS-WL-PRINTED (WS-WL-IDX)
                   AND WS-WL-COLLECTOR-ID (WS-WL-IDX)
                       = WS-CURRENT-COLLECTOR
               IF WS-BEST-WL-SUB = 0
                   SET WS-BEST-WL-SUB TO WS-WL-IDX
               ELSE
                   IF WS-WL-PAST-DUE (WS-WL-IDX)
                           > WS-WL-PAST-DUE (WS-BEST-WL-SUB)
                       OR (WS-WL-PAST-DUE (WS-WL-IDX)
                           = WS-WL-PAST-DUE (WS-BEST-WL-SUB)
                       AND WS-WL-OLDEST-DAYS (WS-WL-IDX)
                           > WS-WL-OLDEST-DAYS (WS-BEST-WL-SUB))
                       SET WS-BEST-WL-SUB TO WS-WL-IDX
                   END-IF
               END-IF
           END-IF.

       6400-PRINT-ACCOUNT-LINE.
           ADD 1 TO WS-RANK-NO
           ADD WS-WL-PAST-DUE (WS-WL-IDX) TO WS-COLL-PAST-DUE
           MOVE WS-RANK-NO TO WS-RANK-EDIT
           MOVE WS-WL-PAST-DUE (WS-WL-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-WL-OLDEST-DAYS (WS-WL-IDX) TO WS-DAYS-EDIT
           MOVE WS-WL-ITEM-COUNT (WS-WL-IDX) TO WS-ITEMS-EDIT
           MOVE SPACES TO WS-PROMISE-TEXT
           IF NOT WS-WL-PTP-NONE (WS-WL-IDX)
               MOVE WS-WL-PTP-AMOUNT (WS-WL-IDX)
                   TO WS-PTP-AMOUNT-EDIT
               STRING WS-PTP-AMOUNT-EDIT " BY "
                   WS-WL-PTP-PROMISED-DATE (WS-WL-IDX)
                   DELIMITED BY SIZE INTO WS-PROMISE-TEXT
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-WL-PTP-BROKEN (WS-WL-IDX)
               IF WS-WL-ON-HOLD (WS-WL-IDX)
                   MOVE "*BROKEN* *HOLD*" TO WS-FLAG-TEXT
               ELSE
                   MOVE "*BROKEN*" TO WS-FLAG-TEXT
               END-IF
           ELSE
               IF WS-WL-ON-HOLD (WS-WL-IDX)
                   MOVE "*HOLD*" TO WS-FLAG-TEXT
               END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING WS-RANK-EDIT " " WS-WL-CUST-ID (WS-WL-IDX) "   "
               WS-WL-CUST-NAME (WS-WL-IDX) " "
               WS-WL-PHONE (WS-WL-IDX) " " WS-AMOUNT-EDIT " "
               WS-DAYS-EDIT " " WS-ITEMS-EDIT "  "
               WS-PROMISE-TEXT " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       6500-PRINT-COLLECTOR-TOTAL.
           MOVE WS-RANK-NO TO WS-COUNT-EDIT
           MOVE WS-COLL-PAST-DUE TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "     " WS-COUNT-EDIT " ACCOUNTS FOR "
               WS-COLLECTOR-TEXT "  PAST DUE " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  7000-FIND-CUSTOMER-ENTRY positions WS-WL-IDX at the entry
      *  for WS-WORK-CUST-ID - WS-ENTRY-FOUND is off when the
      *  customer is no longer on the master.
      *-----------------------------------------------------------*
       7000-FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 7100-MATCH-CUSTOMER-ENTRY
               VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WORK-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-WL-IDX DOWN BY 1
           END-IF.

       7100-MATCH-CUSTOMER-ENTRY.
           IF WS-WL-CUST-ID (WS-WL-IDX) = WS-WORK-CUST-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-GRAND-PAST-DUE TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS ON THE WORKLIST .....: " WS-COUNT-EDIT
               "  PAST DUE " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BROKEN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  BACK ON FOR A BROKEN PROMISE: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "HELD OFF, PROMISE NOT YET DUE : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM COLLWORK.
