      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-09-03  JPS  Added program.
      *   2026-10-15  JPS  Closes the LOTIO lot files at end of
      *                    run.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-QTY-EDIT                  PIC ZZZ,ZZ9.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
       COPY RCTREC.
       COPY BWLREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-AMENDMENT THRU 2000-NEXT
               UNTIL WS-EOF
           CLOSE AMEND-FILE REGISTER-FILE
           CALL "CUSTCLS"
           CALL "PRODCLS"
           CALL "LOTCLS"
           CALL "ORDCLS"
           CALL "BKOCLS"
           CALL "NUMCLS"
           IF WS-AMEND-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
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
           MOVE "ORDAMND " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "ORDAMND " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM ORDAMND.
