      *  finally answer "has order 12345 left the building".  A       *
      *  picked confirmation moves a posted order to PK; a shipped     *
      *  confirmation moves a posted or picked order to SH and          *
      *  stamps ORD-SHIP-DATE.  A carrier tracking number on the        *
      *  confirmation is kept on the order (ORD-TRACKING-NO).           *
      *  Confirmations for unknown, cancelled, returned or               *
      *  already-shipped orders are never                                *
      *  applied - they print on the exception side of the register       *
      *  (RC=4) for the warehouse to reconcile.                           *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-23  JPS  Added program.
      *   2026-10-15  JPS  The confirmation carries the carrier's
      *                    tracking number, kept on the order.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-EXCEPT-COUNT               PIC 9(07) COMP VALUE 0.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZ9.
       COPY RCTREC.
       COPY BWLREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-CONFIRMATION THRU 2000-NEXT
               UNTIL WS-EOF
           IF WS-EXCEPT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
               MOVE SCF-CONF-DATE TO ORD-SHIP-DATE
               ADD 1 TO WS-SHIPPED-COUNT
           END-IF
           IF SCF-TRACKING-NO NOT = SPACES
               MOVE SCF-TRACKING-NO TO ORD-TRACKING-NO
           END-IF

           REWRITE ORDER-RECORD
           IF WS-ORD-FILE-STATUS NOT = "00"
           ELSE
               STRING "ORDER " SCF-ORDER-NO
                   "  SHIPPED " SCF-CONF-DATE
                   "  TRACKING " SCF-TRACKING-NO
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.
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
           MOVE "SHIPPOST" TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "SHIPPOST" TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM SHIPPOST.
