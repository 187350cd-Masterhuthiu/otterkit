      *                    even when the stream runs past midnight
      *                    and the row timestamps land in the next
      *                    month.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *   2026-10-15  JPS  Records the assessment on RUNCTL - the
      *                    month-end gate's proof the period has
      *                    been charged.
      *   2026-10-15  JPS  The RUNCTL row carries the run date
      *                    assessed, not the clock date - a month-
      *                    end past midnight filed it under the
      *                    next month and the gate refused that
      *                    month's run.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-CHARGE-EDIT                PIC ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT                 PIC ZZZZ9.

       COPY RCTREC.
       COPY BWLREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-ORDER
               UNTIL WS-ORD-EOF
           PERFORM 4000-ASSESS-CUSTOMER THRU 4000-NEXT
               UNTIL WS-CUST-EOF
           PERFORM 9000-PRINT-TRAILER
           PERFORM 9400-WRITE-RUN-CONTROL
           CLOSE CUSTOMER-MASTER-FILE ORDER-MASTER-FILE
               PAYMENT-MASTER-FILE REGISTER-FILE NOTICE-FILE
           CALL "RCTCLS"
           CALL "AUDCLOSE"
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  9400-WRITE-RUN-CONTROL records the assessment on RUNCTL -
      *  the row the month-end gate counts as this month's run, so
      *  the charge cannot be assessed twice in one period.  A pass
      *  that fails before here writes no row and may be rerun.
      *-----------------------------------------------------------*
       9400-WRITE-RUN-CONTROL.
           MOVE "FINCHG  " TO RCT-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCT-RUN-DATE
           MOVE 0 TO RCT-TIMESTAMP
           COMPUTE RCT-READ-COUNT =
               WS-NOTICE-COUNT + WS-SKIPPED-COUNT
           MOVE WS-NOTICE-COUNT TO RCT-POSTED-COUNT
           MOVE WS-SKIPPED-COUNT TO RCT-EXCEPT-COUNT
           MOVE 0 TO RCT-QTY-TOTAL
           MOVE 0 TO RCT-QTY-TOTAL-2
           MOVE WS-TOTAL-CHARGES TO RCT-AMOUNT-TOTAL
           CALL "RCTWRIT" USING RUN-CONTROL-RECORD.

      *-----------------------------------------------------------*
      *  9800/9810 log the run's start and its end on the BATWIN
      *  batch-window log for the morning report.  A run that stops
      *  early leaves its start row alone, which the report flags.
      *  The CALL hands back BWLWRIT's own return code, so the end
      *  restores ours from the row.
      *-----------------------------------------------------------*
       9800-LOG-WINDOW-START.
           MOVE "FINCHG  " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "FINCHG  " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM FINCHG.
