       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWLWRIT.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------*
      *  BWLWRIT appends one row to the BATWIN batch-window log -   *
      *  CALLed by each posting program once as it starts and once  *
      *  as it finishes, with its return code, so the morning         *
      *  batch-window report can show the night's run at a glance.    *
      *  The row is timestamped here.  Two calls a run, so the log     *
      *  opens and closes on each one and needs no close entry.  A     *
      *  log that cannot be written is reported but never stops the    *
      *  posting run - the window report is a convenience, not a        *
      *  control.  The caller's return code comes back unchanged        *
      *  in BWL-RETURN-CODE for it to restore.                           *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Initial version - batch-window log
      *                    writer.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-WINDOW-FILE ASSIGN TO "BATWIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BWL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-WINDOW-FILE.
       COPY BWLREC.

       WORKING-STORAGE SECTION.
       01  WS-BWL-FILE-STATUS           PIC X(02).

       LINKAGE SECTION.
       COPY BWLREC REPLACING BATCH-WINDOW-RECORD BY LS-WINDOW-ROW
                             LEADING ==BWL-== BY ==LSW-==.

       PROCEDURE DIVISION USING LS-WINDOW-ROW.

       0000-MAINLINE.
           ACCEPT LSW-TIMESTAMP (1:8) FROM DATE YYYYMMDD
           ACCEPT LSW-TIMESTAMP (9:6) FROM TIME
           OPEN EXTEND BATCH-WINDOW-FILE
           IF WS-BWL-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-WINDOW-FILE
               CLOSE BATCH-WINDOW-FILE
               OPEN EXTEND BATCH-WINDOW-FILE
           END-IF
           IF WS-BWL-FILE-STATUS NOT = "00"
               DISPLAY "BWLWRIT - UNABLE TO OPEN BATWIN - STATUS "
                   WS-BWL-FILE-STATUS " - " LSW-PROGRAM-ID " "
                   LSW-EVENT " NOT LOGGED"
               GOBACK
           END-IF
           WRITE BATCH-WINDOW-RECORD FROM LS-WINDOW-ROW
           IF WS-BWL-FILE-STATUS NOT = "00"
               DISPLAY "BWLWRIT - BATWIN WRITE FAILED - STATUS "
                   WS-BWL-FILE-STATUS " - " LSW-PROGRAM-ID " "
                   LSW-EVENT " NOT LOGGED"
           END-IF
           CLOSE BATCH-WINDOW-FILE
           GOBACK.

       END PROGRAM BWLWRIT.
