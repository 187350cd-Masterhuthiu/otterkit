      *                    issued units now land on the RUNCTL
      *                    run-control file for the continuity
      *                    balancing run.
      *   2026-10-15  JPS  Closes the LOTIO lot files at end of
      *                    run.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  WS-TOTAL-POSTED-WITH-TAX    PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-QTY-ISSUED         PIC S9(09) COMP VALUE 0.
       COPY RCTREC.
       COPY BWLREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           DISPLAY "=== ORDER-ENTRY BATCH RUN START ==="
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 9500-CLOSE-MASTER-FILES
           CLOSE TRANSACTION-FILE
           DISPLAY "=== ORDER-ENTRY BATCH RUN END ==="
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

      *-----------------------------------------------------------*
       9500-CLOSE-MASTER-FILES.
           CALL "CUSTCLS"
           CALL "PRODCLS"
           CALL "LOTCLS"
           CALL "ORDCLS"
           CALL "BKOCLS"
           CALL "HLDCLS"
           CALL "NUMCLS"
           CALL "RCTCLS"
           CALL "AUDCLOSE".

      *-----------------------------------------------------------*
      *  9800/9810 log the run's start and its end on the BATWIN
      *  batch-window log for the morning report.  A run that stops
      *  early leaves its start row alone, which the report flags.
      *  The CALL hands back BWLWRIT's own return code, so the end
      *  restores ours from the row.
      *-----------------------------------------------------------*
       9800-LOG-WINDOW-START.
           MOVE "MAIN    " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "MAIN    " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.
