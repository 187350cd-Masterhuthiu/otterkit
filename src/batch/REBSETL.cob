       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBSETL.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  REBSETL pays volume rebates.  Every accruing REBATE        *
      *  agreement whose period has ended by the run date (the       *
      *  YYYYMMDD COMMAND-LINE parameter, today when absent) is       *
      *  settled for the rebate REBACCR accrued through the period's   *
      *  last day: a credit memo is cut through INVWRIT for that        *
      *  amount - order number "REBATE", no original invoice, so it      *
      *  opens on OPENITEM as a credit for cash application and GLEXTR   *
      *  journals it against the rebate accrual - the customer's          *
      *  balance comes down by it, and the agreement is marked            *
      *  settled with the credit memo's number, every change              *
      *  audit-logged.  An agreement the month-end accrual has not          *
      *  yet measured to its period end is held back (RC 4) - it            *
      *  settles on the next run once it has.  A settled agreement           *
      *  is never paid twice, so the run may be resubmitted.                 *
      *  An agreement NUMCTL gives no credit-memo number, or whose          *
      *  customer is not on CUSTMAST, ends the step RC 8.                    *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *   2026-10-15  JPS  The step's return code is set once the
      *                    audit log is closed, from the counts of
      *                    agreements unnumbered or unposted and
      *                    those awaiting accrual - the later calls
      *                    were overwriting the RC 8 set mid-run.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN TO "REBATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RBA-CUST-ID
               FILE STATUS IS WS-RBA-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "REBSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE.
       COPY RBAREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-RBA-FILE-STATUS           PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-NOTE                      PIC X(30).

       01  WS-DOC-TYPE                  PIC X(02).
       01  WS-CM-AMOUNT                 PIC S9(09)V99.
       01  WS-CM-TAX                    PIC S9(07)V99.
       01  WS-CM-FREIGHT                PIC S9(07)V99.
       01  WS-ORIG-INVOICE-NO           PIC 9(08).
       01  WS-ASSIGNED-INVOICE-NO       PIC 9(08).

       01  WS-AGREEMENTS-READ-COUNT     PIC 9(05) COMP VALUE 0.
       01  WS-SETTLED-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-NOTHING-EARNED-COUNT      PIC 9(05) COMP VALUE 0.
       01  WS-AWAITING-COUNT            PIC 9(05) COMP VALUE 0.
       01  WS-NO-NUMBER-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-NO-CUSTOMER-COUNT         PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-CREDITED            PIC S9(11)V99 VALUE 0.

       01  WS-OLD-VALUE-DISP             PIC X(20).
       01  WS-NEW-VALUE-DISP             PIC X(20).
       01  WS-BAL-EDIT                   PIC -(7)9.99.
       01  WS-AUD-CLASS                  PIC X(12).
       01  WS-AUD-METHOD                 PIC X(20).
       01  WS-AUD-KEY                    PIC X(08).
       01  WS-AUD-FIELD                  PIC X(20).

       01  WS-AMOUNT-EDIT               PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                PIC ZZZZ9.
       01  WS-INV-NO-EDIT               PIC 99999999.

       COPY ORDREC.
       COPY BWLREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SETTLE-AGREEMENT THRU 2000-NEXT
               UNTIL WS-EOF
           PERFORM 9000-PRINT-TRAILER
           CLOSE REBATE-FILE CUSTOMER-MASTER-FILE REGISTER-FILE
           CALL "NUMCLS"
           CALL "OPNCLS"
           CALL "AUDCLOSE"
           IF WS-NO-NUMBER-COUNT > 0 OR WS-NO-CUSTOMER-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-AWAITING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:8) IS NUMERIC AND WS-PARM-DATA (1:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (1:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN REBSRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "VOLUME-REBATE SETTLEMENT REGISTER AS OF "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTMAST - STATUS "
                   WS-CUST-FILE-STATUS
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
           PERFORM 1100-READ-AGREEMENT.

       1100-READ-AGREEMENT.
           READ REBATE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  2000-SETTLE-AGREEMENT pays one ended period.  The accrual
      *  must have measured the whole period first - settling on a
      *  part-month figure would short the customer.
      *-----------------------------------------------------------*
       2000-SETTLE-AGREEMENT.
           ADD 1 TO WS-AGREEMENTS-READ-COUNT
           IF NOT RBA-STATUS-ACCRUING
               GO TO 2000-NEXT
           END-IF
           IF RBA-PERIOD-END > WS-RUN-DATE
               GO TO 2000-NEXT
           END-IF
           IF RBA-LAST-ACCRUAL-DATE < RBA-PERIOD-END
               ADD 1 TO WS-AWAITING-COUNT
               MOVE "AWAITING FINAL ACCRUAL" TO WS-NOTE
               PERFORM 2900-PRINT-SETTLEMENT-LINE
               GO TO 2000-NEXT
           END-IF

           MOVE 0 TO WS-ASSIGNED-INVOICE-NO
           IF RBA-REBATE-ACCRUED > 0
               PERFORM 2100-CUT-REBATE-CREDIT THRU 2100-EXIT
               IF WS-ASSIGNED-INVOICE-NO = 0
                   GO TO 2000-NEXT
               END-IF
               PERFORM 2200-REDUCE-CUSTOMER-BALANCE
               ADD 1 TO WS-SETTLED-COUNT
               ADD RBA-REBATE-ACCRUED TO WS-TOTAL-CREDITED
               MOVE "CREDIT MEMO CUT" TO WS-NOTE
           ELSE
               ADD 1 TO WS-NOTHING-EARNED-COUNT
               MOVE "NO REBATE EARNED" TO WS-NOTE
           END-IF
           PERFORM 2300-MARK-SETTLED
           PERFORM 2900-PRINT-SETTLEMENT-LINE.
       2000-NEXT.
           PERFORM 1100-READ-AGREEMENT.

      *-----------------------------------------------------------*
      *  2100-CUT-REBATE-CREDIT hands INVWRIT an order image that
      *  carries only the customer and the "REBATE" order number -
      *  the memo answers to no order and reverses no invoice.
      *-----------------------------------------------------------*
       2100-CUT-REBATE-CREDIT.
           INITIALIZE ORDER-RECORD
           MOVE "REBATE" TO ORD-ORDER-NO
           MOVE RBA-CUST-ID TO ORD-CUST-ID
           MOVE WS-RUN-DATE TO ORD-ORDER-DATE
           MOVE 0 TO ORD-DISCOUNT-PCT
           MOVE 0 TO ORD-LINE-COUNT
           MOVE "CM" TO WS-DOC-TYPE
           MOVE RBA-REBATE-ACCRUED TO WS-CM-AMOUNT
           MOVE 0 TO WS-CM-TAX
           MOVE 0 TO WS-CM-FREIGHT
           MOVE 0 TO WS-ORIG-INVOICE-NO
           CALL "INVWRIT" USING WS-DOC-TYPE ORDER-RECORD
               WS-CM-AMOUNT WS-CM-TAX WS-CM-FREIGHT
               WS-ORIG-INVOICE-NO WS-ASSIGNED-INVOICE-NO
           IF WS-ASSIGNED-INVOICE-NO = 0
      *        left accruing - the next run pays it once NUMCTL
      *        hands out a number again.
               ADD 1 TO WS-NO-NUMBER-COUNT
               MOVE "UNSETTLED - NO CM NUMBER" TO WS-NOTE
               PERFORM 2900-PRINT-SETTLEMENT-LINE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-REDUCE-CUSTOMER-BALANCE.
           MOVE RBA-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   DISPLAY "REBSETL - CUSTOMER " RBA-CUST-ID
                       " NOT ON CUSTMAST - CREDIT MEMO "
                       WS-ASSIGNED-INVOICE-NO " BALANCE NOT REDUCED"
                   ADD 1 TO WS-NO-CUSTOMER-COUNT
               NOT INVALID KEY
                   PERFORM 2210-POST-CUSTOMER-CREDIT
           END-READ.

       2210-POST-CUSTOMER-CREDIT.
           MOVE CUST-BALANCE-DUE TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-OLD-VALUE-DISP
           SUBTRACT RBA-REBATE-ACCRUED FROM CUST-BALANCE-DUE
           MOVE CUST-BALANCE-DUE TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-NEW-VALUE-DISP
           MOVE "CUSTOMER" TO WS-AUD-CLASS
           MOVE "REBSETL" TO WS-AUD-METHOD
           MOVE CUST-ID TO WS-AUD-KEY
           MOVE "CUST-BALANCE-DUE" TO WS-AUD-FIELD
           CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD WS-AUD-KEY
               WS-AUD-FIELD WS-OLD-VALUE-DISP WS-NEW-VALUE-DISP
           REWRITE CUST-MASTER-RECORD
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMAST REWRITE FAILED - STATUS "
                   WS-CUST-FILE-STATUS " CUSTOMER " CUST-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2300-MARK-SETTLED.
           SET RBA-STATUS-SETTLED TO TRUE
           MOVE WS-RUN-DATE TO RBA-SETTLED-DATE
           MOVE WS-ASSIGNED-INVOICE-NO TO RBA-CREDIT-MEMO-NO
           REWRITE REBATE-AGREEMENT-RECORD
           IF WS-RBA-FILE-STATUS NOT = "00"
               DISPLAY "REBATE REWRITE FAILED - STATUS "
                   WS-RBA-FILE-STATUS " CUSTOMER " RBA-CUST-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "REBATE-AGR" TO WS-AUD-CLASS
           MOVE "REBSETL" TO WS-AUD-METHOD
           MOVE RBA-CUST-ID TO WS-AUD-KEY
           MOVE "RBA-STATUS" TO WS-AUD-FIELD
           MOVE "AC" TO WS-OLD-VALUE-DISP
           MOVE "ST" TO WS-NEW-VALUE-DISP
           CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD WS-AUD-KEY
               WS-AUD-FIELD WS-OLD-VALUE-DISP WS-NEW-VALUE-DISP.

       2900-PRINT-SETTLEMENT-LINE.
           MOVE RBA-REBATE-ACCRUED TO WS-AMOUNT-EDIT
           MOVE WS-ASSIGNED-INVOICE-NO TO WS-INV-NO-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CUSTOMER " RBA-CUST-ID "  PERIOD " RBA-PERIOD-START
               "-" RBA-PERIOD-END "  REBATE " WS-AMOUNT-EDIT
               "  CM " WS-INV-NO-EDIT "  " WS-NOTE
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
           MOVE WS-SETTLED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "REBATES CREDITED ...: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NOTHING-EARNED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "SETTLED, NONE EARNED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-CREDITED TO WS-AMOUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL CREDITED .....: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-AWAITING-COUNT > 0
               MOVE WS-AWAITING-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "*** AGREEMENTS AWAITING FINAL ACCRUAL: "
                   WS-COUNT-EDIT " - RUN REBACCR FOR THE LAST MONTH ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-NO-NUMBER-COUNT > 0
               MOVE WS-NO-NUMBER-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "*** AGREEMENTS LEFT UNSETTLED: " WS-COUNT-EDIT
                   " - SEE NUMASGN MESSAGES ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-NO-CUSTOMER-COUNT > 0
               MOVE WS-NO-CUSTOMER-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "*** CREDIT MEMOS NOT POSTED TO A BALANCE: "
                   WS-COUNT-EDIT " - CUSTOMER NOT ON CUSTMAST ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *-----------------------------------------------------------*
      *  9800/9810 log the run's start and its end on the BATWIN
      *  batch-window log for the morning report.  A run that stops
      *  early leaves its start row alone, which the report flags.
      *  The CALL hands back BWLWRIT's own return code, so the end
      *  restores ours from the row.
      *-----------------------------------------------------------*
       9800-LOG-WINDOW-START.
           MOVE "REBSETL " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "REBSETL " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM REBSETL.
