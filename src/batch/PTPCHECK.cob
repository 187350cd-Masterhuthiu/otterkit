       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTPCHECK.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  PTPCHECK is the daily promise-to-pay follow-up.  Every      *
      *  open promise on PTPFILE whose promised date, plus           *
      *  WS-GRACE-DAYS for the check to reach the lockbox, is         *
      *  behind the run date is judged against the cash CASHAPP       *
      *  posted between the contact and the end of that grace:        *
      *    an account promise - the customer's PAYMENT rows, net      *
      *      of any returned item NSFREV charged back;                *
      *    an invoice promise - the cash applied to that invoice      *
      *      on CASHAPPL, leaving out applications since reversed.    *
      *  A promise the cash covers is stamped kept; anything short    *
      *  is stamped broken, and COLLWORK puts it back on the next      *
      *  worklist.  The kept/broken register goes to the              *
      *  collections supervisor.  The run date defaults to today;     *
      *  a YYYYMMDD COMMAND-LINE parameter judges as of another        *
      *  day, as ARAGING does.                                        *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE ASSIGN TO "PTPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTP-FILE-STATUS.
           SELECT PAYMENT-MASTER-FILE ASSIGN TO "PAYMENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMT-FILE-STATUS.
           SELECT CASH-APPLICATION-FILE ASSIGN TO "CASHAPPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAP-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "PTPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMISE-FILE.
       COPY PTPREC.

       FD  PAYMENT-MASTER-FILE.
       COPY PAYMREC.

       FD  CASH-APPLICATION-FILE.
       COPY CAPREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-PTP-FILE-STATUS           PIC X(02).
       01  WS-PMT-FILE-STATUS           PIC X(02).
       01  WS-CAP-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-EOF                       VALUE "Y".

      *    days after the promised date that cash is still counted
      *    toward the promise - mail and bank float.
       77  WS-GRACE-DAYS                PIC 9(03) COMP VALUE 3.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-CHECK-DATE                PIC 9(08).
       01  WS-CHECK-DAY-INT             PIC S9(08) COMP.
       01  WS-DUE-DAY-INT               PIC S9(08) COMP.
       01  WS-ROW-NO                    PIC 9(07) COMP.

      *-----------------------------------------------------------*
      *  the promises falling due this run, in PTPFILE order, with
      *  the window the cash is counted in and the cash found.
      *-----------------------------------------------------------*
       01  WS-DUE-COUNT                 PIC 9(04) COMP VALUE 0.
       01  WS-NEXT-DUE                  PIC 9(04) COMP.
       01  WS-DUE-TABLE.
           05  WS-DP-ENTRY OCCURS 1000 TIMES INDEXED BY WS-DP-IDX.
               10  WS-DP-ROW-NO               PIC 9(07) COMP.
               10  WS-DP-CUST-ID              PIC X(06).
               10  WS-DP-INVOICE-NO           PIC 9(08).
               10  WS-DP-WINDOW-START         PIC 9(08).
               10  WS-DP-WINDOW-END           PIC 9(08).
               10  WS-DP-PAID-AMOUNT          PIC S9(09)V99.

       01  WS-KEPT-COUNT                PIC 9(05) COMP VALUE 0.
       01  WS-BROKEN-COUNT              PIC 9(05) COMP VALUE 0.
       01  WS-KEPT-TOTAL                PIC S9(11)V99 VALUE 0.
       01  WS-BROKEN-TOTAL              PIC S9(11)V99 VALUE 0.
       01  WS-SHORT-AMOUNT              PIC S9(09)V99.

       01  WS-RESULT-TEXT               PIC X(06).
       01  WS-INVOICE-TEXT              PIC X(08).
       01  WS-PROMISED-EDIT             PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PAID-EDIT                 PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-SHORT-EDIT                PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DUE-PROMISES THRU 2000-EXIT
           IF WS-DUE-COUNT > 0
               PERFORM 3000-COUNT-ACCOUNT-PAYMENTS THRU 3000-EXIT
               PERFORM 4000-COUNT-INVOICE-APPLICATIONS
                   THRU 4000-EXIT
               PERFORM 5000-STAMP-PROMISES
           END-IF
           PERFORM 9000-PRINT-TRAILER
           CLOSE REGISTER-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:8) IS NUMERIC AND WS-PARM-DATA (1:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (1:8) TO WS-CHECK-DATE
           ELSE
               ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-CHECK-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PTPRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "PROMISE-TO-PAY FOLLOW-UP AS OF " WS-CHECK-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RESULT CUSTOMER INVOICE  COLL CONTACTED PROMISED"
               "         PROMISED           PAID          SHORT"
               "  NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  2000-LOAD-DUE-PROMISES tables every open promise whose
      *  grace has run out.  A promise still inside its grace is
      *  left open for a later run.
      *-----------------------------------------------------------*
       2000-LOAD-DUE-PROMISES.
      *    no PTPFILE means no collector has recorded a promise yet.
           OPEN INPUT PROMISE-FILE
           IF WS-PTP-FILE-STATUS = "35"
               GO TO 2000-EXIT
           END-IF
           IF WS-PTP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PTPFILE - STATUS "
                   WS-PTP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-ROW-NO
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-PROMISE
           PERFORM 2200-TABLE-DUE-PROMISE
               UNTIL WS-EOF
           CLOSE PROMISE-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-NO
           END-READ.

       2200-TABLE-DUE-PROMISE.
           IF PTP-STATUS-OPEN AND PTP-PROMISED-DATE IS NUMERIC
                   AND PTP-PROMISED-DATE > 0
               COMPUTE WS-DUE-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (PTP-PROMISED-DATE)
                   + WS-GRACE-DAYS
               IF WS-DUE-DAY-INT < WS-CHECK-DAY-INT
                   PERFORM 2300-ADD-DUE-ENTRY
               END-IF
           END-IF
           PERFORM 2100-READ-PROMISE.

       2300-ADD-DUE-ENTRY.
      *    a promise dropped here would never be judged - refuse to
      *    run off the end of the table instead.
           IF WS-DUE-COUNT >= 1000
               DISPLAY "PTPCHECK - DUE-PROMISE TABLE FULL - RAISE "
                   "THE TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DUE-COUNT
           SET WS-DP-IDX TO WS-DUE-COUNT
           MOVE WS-ROW-NO TO WS-DP-ROW-NO (WS-DP-IDX)
           MOVE PTP-CUST-ID TO WS-DP-CUST-ID (WS-DP-IDX)
           MOVE PTP-INVOICE-NO TO WS-DP-INVOICE-NO (WS-DP-IDX)
           MOVE PTP-CONTACT-DATE TO WS-DP-WINDOW-START (WS-DP-IDX)
           COMPUTE WS-DP-WINDOW-END (WS-DP-IDX) =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DAY-INT)
           MOVE 0 TO WS-DP-PAID-AMOUNT (WS-DP-IDX).

      *-----------------------------------------------------------*
      *  3000-COUNT-ACCOUNT-PAYMENTS adds each PAYMENT row to every
      *  due account promise of the customer whose window it falls
      *  in.  NSFREV's negative rows take a returned check back
      *  off.
      *-----------------------------------------------------------*
       3000-COUNT-ACCOUNT-PAYMENTS.
           OPEN INPUT PAYMENT-MASTER-FILE
           IF WS-PMT-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF
           IF WS-PMT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYMENT - STATUS "
                   WS-PMT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-READ-PAYMENT
           PERFORM 3200-APPLY-PAYMENT
               UNTIL WS-EOF
           CLOSE PAYMENT-MASTER-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-PAYMENT.
           READ PAYMENT-MASTER-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-APPLY-PAYMENT.
           PERFORM 3300-MATCH-ACCOUNT-PROMISE
               VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DUE-COUNT
           PERFORM 3100-READ-PAYMENT.

       3300-MATCH-ACCOUNT-PROMISE.
           IF WS-DP-CUST-ID (WS-DP-IDX) = PMT-CUST-ID
                   AND WS-DP-INVOICE-NO (WS-DP-IDX) = 0
                   AND PMT-PAYMENT-DATE
                       NOT < WS-DP-WINDOW-START (WS-DP-IDX)
                   AND PMT-PAYMENT-DATE
                       NOT > WS-DP-WINDOW-END (WS-DP-IDX)
               ADD PMT-PAYMENT-AMOUNT
                   TO WS-DP-PAID-AMOUNT (WS-DP-IDX)
           END-IF.

      *-----------------------------------------------------------*
      *  4000-COUNT-INVOICE-APPLICATIONS adds the cash CASHAPP
      *  applied to a promised invoice inside the promise's
      *  window.  An application NSFREV reversed counts for
      *  nothing.
      *-----------------------------------------------------------*
       4000-COUNT-INVOICE-APPLICATIONS.
           OPEN INPUT CASH-APPLICATION-FILE
           IF WS-CAP-FILE-STATUS = "35"
               GO TO 4000-EXIT
           END-IF
           IF WS-CAP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CASHAPPL - STATUS "
                   WS-CAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4100-READ-APPLICATION
           PERFORM 4200-APPLY-APPLICATION
               UNTIL WS-EOF
           CLOSE CASH-APPLICATION-FILE.
       4000-EXIT.
           EXIT.

       4100-READ-APPLICATION.
           READ CASH-APPLICATION-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       4200-APPLY-APPLICATION.
           IF CAP-STATUS-APPLIED
               PERFORM 4300-MATCH-INVOICE-PROMISE
                   VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DUE-COUNT
           END-IF
           PERFORM 4100-READ-APPLICATION.

       4300-MATCH-INVOICE-PROMISE.
           IF WS-DP-INVOICE-NO (WS-DP-IDX) NOT = 0
                   AND WS-DP-INVOICE-NO (WS-DP-IDX) = CAP-INVOICE-NO
                   AND CAP-PAYMENT-DATE
                       NOT < WS-DP-WINDOW-START (WS-DP-IDX)
                   AND CAP-PAYMENT-DATE
                       NOT > WS-DP-WINDOW-END (WS-DP-IDX)
               ADD CAP-CASH-AMOUNT
                   TO WS-DP-PAID-AMOUNT (WS-DP-IDX)
           END-IF.

      *-----------------------------------------------------------*
      *  5000-STAMP-PROMISES re-reads PTPFILE in place and stamps
      *  each due promise kept or broken by its row number - the
      *  table was loaded in file order, so the rows come up in
      *  the same order.
      *-----------------------------------------------------------*
       5000-STAMP-PROMISES.
           OPEN I-O PROMISE-FILE
           IF WS-PTP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PTPFILE - STATUS "
                   WS-PTP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-ROW-NO
           MOVE 1 TO WS-NEXT-DUE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-READ-PROMISE
           PERFORM 5100-STAMP-ONE-PROMISE
               UNTIL WS-EOF OR WS-NEXT-DUE > WS-DUE-COUNT
           CLOSE PROMISE-FILE.

       5100-STAMP-ONE-PROMISE.
           SET WS-DP-IDX TO WS-NEXT-DUE
           IF WS-ROW-NO = WS-DP-ROW-NO (WS-DP-IDX)
               MOVE WS-DP-PAID-AMOUNT (WS-DP-IDX) TO PTP-PAID-AMOUNT
               MOVE WS-CHECK-DATE TO PTP-CHECKED-DATE
               IF PTP-PAID-AMOUNT NOT < PTP-PROMISED-AMOUNT
                   SET PTP-STATUS-KEPT TO TRUE
               ELSE
                   SET PTP-STATUS-BROKEN TO TRUE
               END-IF
               REWRITE PROMISE-TO-PAY-RECORD
               IF WS-PTP-FILE-STATUS NOT = "00"
                   DISPLAY "PTPFILE REWRITE FAILED - STATUS "
                       WS-PTP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 5200-PRINT-PROMISE-LINE
               ADD 1 TO WS-NEXT-DUE
           END-IF
           PERFORM 2100-READ-PROMISE.

       5200-PRINT-PROMISE-LINE.
           COMPUTE WS-SHORT-AMOUNT =
               PTP-PROMISED-AMOUNT - PTP-PAID-AMOUNT
           IF WS-SHORT-AMOUNT < 0
               MOVE 0 TO WS-SHORT-AMOUNT
           END-IF
           IF PTP-STATUS-KEPT
               MOVE "KEPT  " TO WS-RESULT-TEXT
               ADD 1 TO WS-KEPT-COUNT
               ADD PTP-PROMISED-AMOUNT TO WS-KEPT-TOTAL
           ELSE
               MOVE "BROKEN" TO WS-RESULT-TEXT
               ADD 1 TO WS-BROKEN-COUNT
               ADD PTP-PROMISED-AMOUNT TO WS-BROKEN-TOTAL
           END-IF
           IF PTP-INVOICE-NO = 0
               MOVE "ACCOUNT " TO WS-INVOICE-TEXT
           ELSE
               MOVE PTP-INVOICE-NO TO WS-INVOICE-TEXT
           END-IF
           MOVE PTP-PROMISED-AMOUNT TO WS-PROMISED-EDIT
           MOVE PTP-PAID-AMOUNT TO WS-PAID-EDIT
           MOVE WS-SHORT-AMOUNT TO WS-SHORT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-RESULT-TEXT " " PTP-CUST-ID "  "
               WS-INVOICE-TEXT " " PTP-COLLECTOR-ID " "
               PTP-CONTACT-DATE "  " PTP-PROMISED-DATE " "
               WS-PROMISED-EDIT " " WS-PAID-EDIT " "
               WS-SHORT-EDIT "  " PTP-NOTE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT
           MOVE WS-KEPT-TOTAL TO WS-PROMISED-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PROMISES KEPT .....: " WS-COUNT-EDIT
               "  PROMISED " WS-PROMISED-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BROKEN-COUNT TO WS-COUNT-EDIT
           MOVE WS-BROKEN-TOTAL TO WS-PROMISED-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PROMISES BROKEN ...: " WS-COUNT-EDIT
               "  PROMISED " WS-PROMISED-EDIT
               "  - BACK ON THE NEXT WORKLIST"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM PTPCHECK.
