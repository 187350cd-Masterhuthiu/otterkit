      *  nothing - it parks on the CASHSUSP unapplied-cash                  *
      *  suspense and prints on the exception report for the                 *
      *  cash desk to work by hand.                                          *
      *  Every application is kept on CASHAPPL under its remittance          *
      *  reference, with the discount it earned, so NSFREV can back          *
      *  it out if the bank returns the check.                               *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-23  JPS  Added program.
      *                    status came back ignored, and the item
      *                    could close while the customer still
      *                    owed the money.
      *   2026-10-15  JPS  Every application is kept on CASHAPPL with
      *                    the discount it earned, for the returned-item
      *                    reversal.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-IN-WINDOW-SWITCH           PIC X(01).
           88  WS-INSIDE-DISC-WINDOW         VALUE "Y".
       01  WS-ADJUST-AMOUNT              PIC S9(09)V99.
       01  WS-DISCOUNT-POSTED            PIC S9(07)V99.
       01  WS-REASON-FIELD               PIC X(20).
       01  WS-DISC-EARNED-COUNT          PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-DISC-EARNED          PIC S9(09)V99 VALUE 0.
       COPY OPENREC.
       COPY SUSREC.
       COPY CAPREC.

       01  WS-REMIT-READ-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-REMIT-POSTED-COUNT         PIC 9(07) COMP VALUE 0.
       01  WS-AMOUNT-EDIT                PIC Z,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZ9.
       COPY RCTREC.
       COPY BWLREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-REMITTANCE THRU 2000-NEXT
               UNTIL WS-EOF
           CALL "CUSTCLS"
           CALL "OPNCLS"
           CALL "SUSCLS"
           CALL "CAPCLS"
           CALL "RCTCLS"
           CALL "AUDCLOSE"
           IF WS-REMIT-EXCEPT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
               GO TO 2000-NEXT
           END-IF

           MOVE 0 TO WS-DISCOUNT-POSTED
           INVOKE WS-CUSTOMER-OBJ "RecordPayment"
               USING LBX-PAYMENT-DATE LBX-PAYMENT-AMOUNT
               RETURNING WS-CUST-STATUS
           END-IF

           PERFORM 2500-APPLY-TO-OPEN-ITEM
           PERFORM 2700-RECORD-APPLICATION

           ADD 1 TO WS-REMIT-POSTED-COUNT
           ADD LBX-PAYMENT-AMOUNT TO WS-TOTAL-CASH-POSTED
               STOP RUN
           END-IF
           ADD WS-EARNED-DISCOUNT TO OPI-AMOUNT-APPLIED
           MOVE WS-EARNED-DISCOUNT TO WS-DISCOUNT-POSTED
           ADD 1 TO WS-DISC-EARNED-COUNT
           ADD WS-EARNED-DISCOUNT TO WS-TOTAL-DISC-EARNED
           MOVE WS-EARNED-DISCOUNT TO WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  2700-RECORD-APPLICATION keeps the application on CASHAPPL
      *  - the remittance, the invoice, the cash and the discount
      *  it earned - the only trail NSFREV has back from a check
      *  the bank returns.
      *-----------------------------------------------------------*
       2700-RECORD-APPLICATION.
           MOVE LBX-REMIT-REF TO CAP-REMIT-REF
           MOVE LBX-CUST-ID TO CAP-CUST-ID
           MOVE LBX-INVOICE-NO TO CAP-INVOICE-NO
           MOVE LBX-PAYMENT-DATE TO CAP-PAYMENT-DATE
           ACCEPT CAP-POSTED-DATE FROM DATE YYYYMMDD
           MOVE LBX-PAYMENT-AMOUNT TO CAP-CASH-AMOUNT
           MOVE WS-DISCOUNT-POSTED TO CAP-DISCOUNT-AMOUNT
           MOVE 0 TO CAP-RETURN-DATE
           SET CAP-STATUS-APPLIED TO TRUE
           CALL "CAPWRIT" USING CASH-APPLICATION-RECORD.

      *-----------------------------------------------------------*
      *  8000-PARK-TO-SUSPENSE writes the remittance to the
      *  unapplied-cash suspense - nothing posts - and prints the
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
           MOVE "CASHAPP " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "CASHAPP " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM CASHAPP.
