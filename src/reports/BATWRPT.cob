       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATWRPT.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  BATWRPT prints the morning batch-window report - the       *
      *  night's run at a glance.  It pairs the BATWIN start and     *
      *  end rows the posting programs log through BWLWRIT and        *
      *  prints one line per run in the order they started: start,     *
      *  end, elapsed time and return code.  A run that started but     *
      *  never logged its end failed or was cancelled and is             *
      *  flagged; so is any return code of 8 or more.  A once-a-day      *
      *  program on the SCHEDCTL table that never started in the          *
      *  window prints in a section of its own.  The window is the         *
      *  night - noon the day before the report date to noon on it.        *
      *  The report date defaults to today; a YYYYMMDD COMMAND-LINE         *
      *  parameter reprints another night.                                  *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-WINDOW-FILE ASSIGN TO "BATWIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BWL-FILE-STATUS.
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO "SCHEDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WINRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-WINDOW-FILE.
       COPY BWLREC.

       FD  SCHEDULE-CONTROL-FILE.
       COPY SCHREC.

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BWL-FILE-STATUS           PIC X(02).
       01  WS-SCH-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-BWL-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-BWL-EOF                   VALUE "Y".
       01  WS-SCH-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-SCH-EOF                   VALUE "Y".
       01  WS-FOUND-SWITCH               PIC X(01).
           88  WS-ENTRY-FOUND                 VALUE "Y".

      *    the night's window opens at this time on the day before
      *    the report date and closes at it on the report date.
       77  WS-WINDOW-CUT-TIME           PIC 9(06) VALUE 120000.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-REPORT-DATE               PIC 9(08).
       01  WS-PRIOR-DATE                PIC 9(08).
       01  WS-WINDOW-OPEN-TS            PIC 9(14).
       01  WS-WINDOW-CLOSE-TS           PIC 9(14).
       01  WS-FIRST-START-TS            PIC 9(14) VALUE 0.
       01  WS-LAST-END-TS               PIC 9(14) VALUE 0.
       01  WS-STATUS-TEXT               PIC X(35).
       01  WS-DESCRIPTION               PIC X(30).

      *-----------------------------------------------------------*
      *  a timestamp taken apart for printing and for elapsed time.
      *-----------------------------------------------------------*
       01  WS-WORK-TS                   PIC 9(14).
       01  WS-WORK-TS-SPLIT REDEFINES WS-WORK-TS.
           05  WS-TS-DATE               PIC 9(08).
           05  WS-TS-HH                 PIC 9(02).
           05  WS-TS-MI                 PIC 9(02).
           05  WS-TS-SS                 PIC 9(02).
       01  WS-TS-DISPLAY                PIC X(17).
       01  WS-START-DISPLAY             PIC X(17).
       01  WS-END-DISPLAY               PIC X(17).
       01  WS-TS-SECONDS                PIC S9(11) COMP.
       01  WS-START-SECONDS             PIC S9(11) COMP.
       01  WS-ELAPSED-SECONDS           PIC S9(11) COMP.
       01  WS-ELAPSED-DISPLAY           PIC X(09).
       01  WS-ELAPSED-HH                PIC 9(03).
       01  WS-ELAPSED-MI                PIC 9(02).
       01  WS-ELAPSED-SS                PIC 9(02).
       01  WS-ELAPSED-REST              PIC S9(11) COMP.

      *-----------------------------------------------------------*
      *  the night's runs in the order they started.
      *-----------------------------------------------------------*
       01  WS-RUN-COUNT                 PIC 9(04) COMP VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RN-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-RN-IDX.
               10  WS-RN-PROGRAM-ID           PIC X(08).
               10  WS-RN-START-TS             PIC 9(14).
               10  WS-RN-END-TS               PIC 9(14).
               10  WS-RN-RETURN-CODE          PIC 9(04).
               10  WS-RN-ENDED-SWITCH         PIC X(01).
                   88  WS-RN-ENDED                 VALUE "Y".

      *-----------------------------------------------------------*
      *  the schedule, loaded once for descriptions and for the
      *  once-a-day programs that should have run.
      *-----------------------------------------------------------*
       01  WS-SCHED-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-SCHED-TABLE.
           05  WS-SC-ENTRY OCCURS 200 TIMES
                       INDEXED BY WS-SC-IDX.
               10  WS-SC-PROGRAM-ID           PIC X(08).
               10  WS-SC-FREQUENCY            PIC X(01).
               10  WS-SC-DESCRIPTION          PIC X(30).

       01  WS-CLEAN-COUNT               PIC 9(05) COMP VALUE 0.
       01  WS-WARNING-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(05) COMP VALUE 0.
       01  WS-NO-END-COUNT              PIC 9(05) COMP VALUE 0.
       01  WS-NOT-STARTED-COUNT         PIC 9(05) COMP VALUE 0.
       01  WS-RC-EDIT                   PIC ZZZ9.
       01  WS-RC-PRINT                  PIC X(04).
       01  WS-COUNT-EDIT                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-SCHEDULE
           PERFORM 2000-PAIR-WINDOW-ROW
               UNTIL WS-BWL-EOF
           PERFORM 3000-PRINT-RUN-LINE
               VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RUN-COUNT
           PERFORM 4000-PRINT-NOT-STARTED
           PERFORM 9000-PRINT-TRAILER
           IF WS-BWL-FILE-STATUS NOT = "35"
               CLOSE BATCH-WINDOW-FILE
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:8) IS NUMERIC AND WS-PARM-DATA (1:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (1:8) TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE) - 1)
           COMPUTE WS-WINDOW-OPEN-TS =
               WS-PRIOR-DATE * 1000000 + WS-WINDOW-CUT-TIME
           COMPUTE WS-WINDOW-CLOSE-TS =
               WS-REPORT-DATE * 1000000 + WS-WINDOW-CUT-TIME

      *    no BATWIN yet just means nothing has logged a run.
           OPEN INPUT BATCH-WINDOW-FILE
           IF WS-BWL-FILE-STATUS = "35"
               SET WS-BWL-EOF TO TRUE
           ELSE
               IF WS-BWL-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN BATWIN - STATUS "
                       WS-BWL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN WINRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-WINDOW-OPEN-TS TO WS-WORK-TS
           PERFORM 7000-FORMAT-TIMESTAMP
           MOVE WS-TS-DISPLAY TO WS-START-DISPLAY
           MOVE WS-WINDOW-CLOSE-TS TO WS-WORK-TS
           PERFORM 7000-FORMAT-TIMESTAMP
           MOVE SPACES TO RPT-LINE
           STRING "BATCH-WINDOW REPORT FOR THE NIGHT OF "
               WS-START-DISPLAY " TO " WS-TS-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PROGRAM   DESCRIPTION                     "
               "STARTED            ENDED              "
               "  ELAPSED    RC  STATUS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-BWL-EOF
               PERFORM 1100-READ-WINDOW-ROW
           END-IF.

       1100-READ-WINDOW-ROW.
           READ BATCH-WINDOW-FILE
               AT END
                   SET WS-BWL-EOF TO TRUE
           END-READ.

       1200-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-CONTROL-FILE
           IF WS-SCH-FILE-STATUS = "35"
               SET WS-SCH-EOF TO TRUE
           ELSE
               IF WS-SCH-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN SCHEDCTL - STATUS "
                       WS-SCH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1210-READ-SCHEDULE-ROW
               PERFORM 1220-STORE-SCHEDULE-ROW
                   UNTIL WS-SCH-EOF
               CLOSE SCHEDULE-CONTROL-FILE
           END-IF.

       1210-READ-SCHEDULE-ROW.
           READ SCHEDULE-CONTROL-FILE
               AT END
                   SET WS-SCH-EOF TO TRUE
           END-READ.

       1220-STORE-SCHEDULE-ROW.
           IF WS-SCHED-COUNT >= 200
               DISPLAY "BATWRPT - SCHEDULE TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SCHED-COUNT
           SET WS-SC-IDX TO WS-SCHED-COUNT
           MOVE SCH-PROGRAM-ID TO WS-SC-PROGRAM-ID (WS-SC-IDX)
           MOVE SCH-FREQUENCY TO WS-SC-FREQUENCY (WS-SC-IDX)
           MOVE SCH-DESCRIPTION TO WS-SC-DESCRIPTION (WS-SC-IDX)
           PERFORM 1210-READ-SCHEDULE-ROW.

      *-----------------------------------------------------------*
      *  2000-PAIR-WINDOW-ROW - a start row inside the window opens
      *  a run; an end row closes the latest open run of the same
      *  program.  An end whose start fell before the window has
      *  nothing to close and is passed over.
      *-----------------------------------------------------------*
       2000-PAIR-WINDOW-ROW.
           IF BWL-EVENT-START
               AND BWL-TIMESTAMP NOT < WS-WINDOW-OPEN-TS
               AND BWL-TIMESTAMP < WS-WINDOW-CLOSE-TS
               PERFORM 2100-OPEN-RUN
           END-IF
           IF BWL-EVENT-END AND WS-RUN-COUNT > 0
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM 2200-FIND-OPEN-RUN
                   VARYING WS-RN-IDX FROM WS-RUN-COUNT BY -1
                   UNTIL WS-RN-IDX < 1
                   OR WS-ENTRY-FOUND
           END-IF
           PERFORM 1100-READ-WINDOW-ROW.

       2100-OPEN-RUN.
           IF WS-RUN-COUNT >= 500
               DISPLAY "BATWRPT - RUN TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RUN-COUNT
           SET WS-RN-IDX TO WS-RUN-COUNT
           MOVE BWL-PROGRAM-ID TO WS-RN-PROGRAM-ID (WS-RN-IDX)
           MOVE BWL-TIMESTAMP TO WS-RN-START-TS (WS-RN-IDX)
           MOVE 0 TO WS-RN-END-TS (WS-RN-IDX)
           MOVE 0 TO WS-RN-RETURN-CODE (WS-RN-IDX)
           MOVE "N" TO WS-RN-ENDED-SWITCH (WS-RN-IDX).

       2200-FIND-OPEN-RUN.
           IF WS-RN-PROGRAM-ID (WS-RN-IDX) = BWL-PROGRAM-ID
               AND NOT WS-RN-ENDED (WS-RN-IDX)
               MOVE BWL-TIMESTAMP TO WS-RN-END-TS (WS-RN-IDX)
               MOVE BWL-RETURN-CODE TO WS-RN-RETURN-CODE (WS-RN-IDX)
               MOVE "Y" TO WS-RN-ENDED-SWITCH (WS-RN-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  3000-PRINT-RUN-LINE - one run: start, end, elapsed and
      *  return code, with the status the operator acts on.
      *-----------------------------------------------------------*
       3000-PRINT-RUN-LINE.
           PERFORM 3100-FIND-DESCRIPTION
           MOVE WS-RN-START-TS (WS-RN-IDX) TO WS-WORK-TS
           PERFORM 7000-FORMAT-TIMESTAMP
           MOVE WS-TS-DISPLAY TO WS-START-DISPLAY
           PERFORM 7100-TIMESTAMP-SECONDS
           MOVE WS-TS-SECONDS TO WS-START-SECONDS
           IF WS-FIRST-START-TS = 0
               MOVE WS-RN-START-TS (WS-RN-IDX) TO WS-FIRST-START-TS
           END-IF

           IF WS-RN-ENDED (WS-RN-IDX)
               MOVE WS-RN-END-TS (WS-RN-IDX) TO WS-WORK-TS
               PERFORM 7000-FORMAT-TIMESTAMP
               MOVE WS-TS-DISPLAY TO WS-END-DISPLAY
               PERFORM 7100-TIMESTAMP-SECONDS
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-TS-SECONDS - WS-START-SECONDS
               PERFORM 7200-FORMAT-ELAPSED
               MOVE WS-RN-RETURN-CODE (WS-RN-IDX) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WS-RC-PRINT
               IF WS-RN-END-TS (WS-RN-IDX) > WS-LAST-END-TS
                   MOVE WS-RN-END-TS (WS-RN-IDX) TO WS-LAST-END-TS
               END-IF
               EVALUATE TRUE
                   WHEN WS-RN-RETURN-CODE (WS-RN-IDX) = 0
                       MOVE "OK" TO WS-STATUS-TEXT
                       ADD 1 TO WS-CLEAN-COUNT
                   WHEN WS-RN-RETURN-CODE (WS-RN-IDX) < 8
                       MOVE "WARNING - SEE THE REGISTER"
                           TO WS-STATUS-TEXT
                       ADD 1 TO WS-WARNING-COUNT
                   WHEN OTHER
                       MOVE "*** FAILED ***" TO WS-STATUS-TEXT
                       ADD 1 TO WS-FAILED-COUNT
               END-EVALUATE
           ELSE
               MOVE SPACES TO WS-END-DISPLAY
               MOVE SPACES TO WS-ELAPSED-DISPLAY
               MOVE SPACES TO WS-RC-PRINT
               MOVE "*** NO END - FAILED/CANCELLED ***"
                   TO WS-STATUS-TEXT
               ADD 1 TO WS-NO-END-COUNT
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING WS-RN-PROGRAM-ID (WS-RN-IDX) "  " WS-DESCRIPTION
               "  " WS-START-DISPLAY "  " WS-END-DISPLAY
               "  " WS-ELAPSED-DISPLAY "  " WS-RC-PRINT
               "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       3100-FIND-DESCRIPTION.
           MOVE SPACES TO WS-DESCRIPTION
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3110-MATCH-SCHEDULE-ROW
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SCHED-COUNT
               OR WS-ENTRY-FOUND.

       3110-MATCH-SCHEDULE-ROW.
           IF WS-SC-PROGRAM-ID (WS-SC-IDX)
                   = WS-RN-PROGRAM-ID (WS-RN-IDX)
               MOVE WS-SC-DESCRIPTION (WS-SC-IDX) TO WS-DESCRIPTION
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  4000-PRINT-NOT-STARTED lists each once-a-day program on
      *  the schedule that never started in the window.
      *-----------------------------------------------------------*
       4000-PRINT-NOT-STARTED.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ONCE-A-DAY PROGRAMS THAT DID NOT START"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4100-CHECK-SCHEDULED-PROGRAM
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SCHED-COUNT
           IF WS-NOT-STARTED-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "  (NONE)"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       4100-CHECK-SCHEDULED-PROGRAM.
           IF WS-SC-FREQUENCY (WS-SC-IDX) = "D"
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM 4110-MATCH-RUN
                   VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RUN-COUNT
                   OR WS-ENTRY-FOUND
               IF NOT WS-ENTRY-FOUND
                   ADD 1 TO WS-NOT-STARTED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING WS-SC-PROGRAM-ID (WS-SC-IDX) "  "
                       WS-SC-DESCRIPTION (WS-SC-IDX)
                       "  *** NOT STARTED ***"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       4110-MATCH-RUN.
           IF WS-RN-PROGRAM-ID (WS-RN-IDX)
                   = WS-SC-PROGRAM-ID (WS-SC-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  7000-FORMAT-TIMESTAMP edits WS-WORK-TS for print as
      *  YYYYMMDD HH:MM:SS.
      *-----------------------------------------------------------*
       7000-FORMAT-TIMESTAMP.
           MOVE SPACES TO WS-TS-DISPLAY
           STRING WS-TS-DATE " " WS-TS-HH ":" WS-TS-MI ":" WS-TS-SS
               DELIMITED BY SIZE INTO WS-TS-DISPLAY.

       7100-TIMESTAMP-SECONDS.
           COMPUTE WS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 86400
               + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS.

      *    elapsed time as HHH:MM:SS - a run can cross midnight.
       7200-FORMAT-ELAPSED.
           IF WS-ELAPSED-SECONDS < 0
               MOVE 0 TO WS-ELAPSED-SECONDS
           END-IF
           DIVIDE WS-ELAPSED-SECONDS BY 3600
               GIVING WS-ELAPSED-HH REMAINDER WS-ELAPSED-REST
           DIVIDE WS-ELAPSED-REST BY 60
               GIVING WS-ELAPSED-MI REMAINDER WS-ELAPSED-SS
           MOVE SPACES TO WS-ELAPSED-DISPLAY
           STRING WS-ELAPSED-HH ":" WS-ELAPSED-MI ":" WS-ELAPSED-SS
               DELIMITED BY SIZE INTO WS-ELAPSED-DISPLAY.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RUN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RUNS STARTED IN THE WINDOW: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CLEAN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  ENDED CLEAN (RC 0) .....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WARNING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  ENDED WITH A WARNING ...: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  ENDED FAILED (RC 8+) ...: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NO-END-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  NEVER LOGGED AN END ....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-NOT-STARTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DAILY PROGRAMS NOT STARTED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-FIRST-START-TS > 0 AND WS-LAST-END-TS > 0
               MOVE WS-FIRST-START-TS TO WS-WORK-TS
               PERFORM 7000-FORMAT-TIMESTAMP
               MOVE WS-TS-DISPLAY TO WS-START-DISPLAY
               PERFORM 7100-TIMESTAMP-SECONDS
               MOVE WS-TS-SECONDS TO WS-START-SECONDS
               MOVE WS-LAST-END-TS TO WS-WORK-TS
               PERFORM 7000-FORMAT-TIMESTAMP
               PERFORM 7100-TIMESTAMP-SECONDS
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-TS-SECONDS - WS-START-SECONDS
               PERFORM 7200-FORMAT-ELAPSED
               MOVE SPACES TO RPT-LINE
               STRING "BATCH WINDOW USED ........: "
                   WS-START-DISPLAY " TO " WS-TS-DISPLAY
                   "  (" WS-ELAPSED-DISPLAY ")"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM BATWRPT.
