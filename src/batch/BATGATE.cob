       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATGATE.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  BATGATE is the predecessor-control step at the front of    *
      *  each posting stream.  JCL condition codes only reach the    *
      *  steps of their own job, so nothing else stops SHIPRUN         *
      *  running before ORDRUN has finished, or MTHEND running          *
      *  twice in a month.  The PARM names the stream's posting          *
      *  program; its SCHEDCTL row lists the programs that must           *
      *  finish first and how often it may run.  The gate passes          *
      *  only when:                                                        *
      *    - every predecessor has a RUNCTL run-control row for the         *
      *      run date - the row a posting program writes as it              *
      *      completes; and                                                  *
      *    - the program itself has no RUNCTL row for the run date          *
      *      (once a day) or for the run month (once a month).              *
      *  Each finding is DISPLAYed for the job log.  A stream that           *
      *  may not run ends RC=8 and every later step in the job tests          *
      *  the gate, so nothing posts.  A program with no SCHEDCTL row           *
      *  is stopped too - the table is the schedule.                            *
      *  PARM='PPPPPPPP YYYYMMDD OVERRIDE':                                      *
      *    PPPPPPPP - the posting program, left-justified                         *
      *    YYYYMMDD - the run date to check, zeros for today - for a              *
      *               stream that starts after midnight on last                    *
      *               night's work                                                 *
      *    OVERRIDE - operations' authority to run anyway: the                      *
      *               findings still print and the gate ends RC=4                   *
      *               so the job log shows it was forced.                           *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO "SCHEDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-RUN-KEY
               FILE STATUS IS WS-RCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       COPY SCHREC.

       FD  RUN-CONTROL-FILE.
       COPY RCTREC.

       WORKING-STORAGE SECTION.
       01  WS-SCH-FILE-STATUS           PIC X(02).
       01  WS-RCT-FILE-STATUS           PIC X(02).

       01  WS-SCH-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-SCH-EOF                   VALUE "Y".
       01  WS-FOUND-SWITCH               PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND                 VALUE "Y".
       01  WS-RCT-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-RCT-OPEN                  VALUE "Y".
       01  WS-BLOCKED-SWITCH            PIC X(01) VALUE "N".
           88  WS-STREAM-BLOCKED            VALUE "Y".
       01  WS-OVERRIDE-SWITCH           PIC X(01) VALUE "N".
           88  WS-OVERRIDE-GIVEN            VALUE "Y".

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-GATE-PROGRAM-ID           PIC X(08).
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-PRED-SUB                  PIC 9(02) COMP.
       01  WS-PREDECESSOR-ID            PIC X(08).
       01  WS-PRED-CHECKED-COUNT        PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-SCHEDULE-ROW
           IF WS-ENTRY-FOUND
               PERFORM 3000-CHECK-PREDECESSOR THRU 3000-EXIT
                   VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 6
               IF WS-PRED-CHECKED-COUNT = 0
                   DISPLAY "BATGATE - " WS-GATE-PROGRAM-ID
                       " HAS NO PREDECESSORS"
               END-IF
               PERFORM 4000-CHECK-FREQUENCY THRU 4000-EXIT
           END-IF
      *    the schedule row is still in the record area until here.
           CLOSE SCHEDULE-CONTROL-FILE
           IF WS-RCT-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF
           PERFORM 9000-ANNOUNCE-OUTCOME
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           MOVE WS-PARM-DATA (1:8) TO WS-GATE-PROGRAM-ID
           IF WS-GATE-PROGRAM-ID = SPACES
               DISPLAY "BATGATE - NO PROGRAM NAMED IN THE PARM - "
                   "CODE PARM='PPPPPPPP YYYYMMDD'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-DATA (10:8) IS NUMERIC AND WS-PARM-DATA (10:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (10:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-PARM-DATA (19:8) = "OVERRIDE"
               SET WS-OVERRIDE-GIVEN TO TRUE
           END-IF
           DISPLAY "BATGATE - CHECKING " WS-GATE-PROGRAM-ID
               " FOR RUN DATE " WS-RUN-DATE

           OPEN INPUT SCHEDULE-CONTROL-FILE
           IF WS-SCH-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SCHEDCTL - STATUS "
                   WS-SCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    no RUNCTL yet means no program has ever completed - every
      *    predecessor is missing and nothing has run too often.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCT-FILE-STATUS = "00"
               SET WS-RCT-OPEN TO TRUE
           ELSE
               IF WS-RCT-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN RUNCTL - STATUS "
                       WS-RCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  2000-FIND-SCHEDULE-ROW walks SCHEDCTL for the program's
      *  row.  No row stops the stream - a program the schedule
      *  does not know about has no business running unattended.
      *-----------------------------------------------------------*
       2000-FIND-SCHEDULE-ROW.
           PERFORM 2100-READ-SCHEDULE-ROW
           PERFORM 2200-TEST-SCHEDULE-ROW
               UNTIL WS-SCH-EOF OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               DISPLAY "BATGATE - " WS-GATE-PROGRAM-ID
                   " IS NOT ON THE SCHEDCTL SCHEDULE TABLE"
               SET WS-STREAM-BLOCKED TO TRUE
           END-IF.

       2100-READ-SCHEDULE-ROW.
           READ SCHEDULE-CONTROL-FILE
               AT END
                   SET WS-SCH-EOF TO TRUE
           END-READ.

       2200-TEST-SCHEDULE-ROW.
           IF SCH-PROGRAM-ID = WS-GATE-PROGRAM-ID
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               PERFORM 2100-READ-SCHEDULE-ROW
           END-IF.

      *-----------------------------------------------------------*
      *  3000-CHECK-PREDECESSOR - one predecessor slot.  The
      *  predecessor has completed when its RUNCTL row for the run
      *  date is on file.
      *-----------------------------------------------------------*
       3000-CHECK-PREDECESSOR.
           MOVE SCH-PREDECESSOR (WS-PRED-SUB) TO WS-PREDECESSOR-ID
           IF WS-PREDECESSOR-ID = SPACES
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-PRED-CHECKED-COUNT
           IF NOT WS-RCT-OPEN
               PERFORM 3100-PRINT-PREDECESSOR-MISSING
               GO TO 3000-EXIT
           END-IF
           MOVE WS-PREDECESSOR-ID TO RCT-PROGRAM-ID
           MOVE WS-RUN-DATE TO RCT-RUN-DATE
           READ RUN-CONTROL-FILE
               KEY IS RCT-RUN-KEY
               INVALID KEY
                   PERFORM 3100-PRINT-PREDECESSOR-MISSING
               NOT INVALID KEY
                   DISPLAY "BATGATE - PREDECESSOR " WS-PREDECESSOR-ID
                       " COMPLETED AT " RCT-TIMESTAMP
           END-READ.
       3000-EXIT.
           EXIT.

       3100-PRINT-PREDECESSOR-MISSING.
           DISPLAY "BATGATE - *** " WS-GATE-PROGRAM-ID
               " CANNOT RUN - PREDECESSOR " WS-PREDECESSOR-ID
               " HAS NOT COMPLETED FOR " WS-RUN-DATE " ***"
           SET WS-STREAM-BLOCKED TO TRUE.

      *-----------------------------------------------------------*
      *  4000-CHECK-FREQUENCY - the program's own RUNCTL rows say
      *  whether it has already run as often as the schedule lets
      *  it.  RUNCTL keys sort program then date, so the month
      *  check is one START at the first of the month.
      *-----------------------------------------------------------*
       4000-CHECK-FREQUENCY.
           IF NOT WS-RCT-OPEN
               GO TO 4000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SCH-ONCE-A-DAY
                   MOVE WS-GATE-PROGRAM-ID TO RCT-PROGRAM-ID
                   MOVE WS-RUN-DATE TO RCT-RUN-DATE
                   READ RUN-CONTROL-FILE
                       KEY IS RCT-RUN-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "BATGATE - *** "
                               WS-GATE-PROGRAM-ID
                               " RUNS ONCE A DAY AND ALREADY "
                               "COMPLETED FOR " WS-RUN-DATE
                               " AT " RCT-TIMESTAMP " ***"
                           SET WS-STREAM-BLOCKED TO TRUE
                   END-READ
               WHEN SCH-ONCE-A-MONTH
                   MOVE WS-GATE-PROGRAM-ID TO RCT-PROGRAM-ID
                   MOVE WS-RUN-DATE TO RCT-RUN-DATE
                   MOVE "01" TO RCT-RUN-DATE (7:2)
                   START RUN-CONTROL-FILE
                       KEY IS NOT LESS THAN RCT-RUN-KEY
                       INVALID KEY
                           GO TO 4000-EXIT
                   END-START
                   READ RUN-CONTROL-FILE NEXT RECORD
                       AT END
                           GO TO 4000-EXIT
                   END-READ
                   IF RCT-PROGRAM-ID = WS-GATE-PROGRAM-ID
                       AND RCT-RUN-DATE (1:6) = WS-RUN-DATE (1:6)
                       DISPLAY "BATGATE - *** " WS-GATE-PROGRAM-ID
                           " RUNS ONCE A MONTH AND ALREADY "
                           "COMPLETED FOR " RCT-RUN-DATE
                           " AT " RCT-TIMESTAMP " ***"
                       SET WS-STREAM-BLOCKED TO TRUE
                   END-IF
               WHEN SCH-ANY-TIME
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BATGATE - *** SCHEDCTL FREQUENCY '"
                       SCH-FREQUENCY "' FOR " WS-GATE-PROGRAM-ID
                       " IS NOT D, M OR A ***"
                   SET WS-STREAM-BLOCKED TO TRUE
           END-EVALUATE.
       4000-EXIT.
           EXIT.

       9000-ANNOUNCE-OUTCOME.
           IF NOT WS-STREAM-BLOCKED
               DISPLAY "BATGATE - " WS-GATE-PROGRAM-ID
                   " IS CLEARED TO RUN"
               MOVE 0 TO RETURN-CODE
           ELSE
               IF WS-OVERRIDE-GIVEN
                   DISPLAY "BATGATE - *** " WS-GATE-PROGRAM-ID
                       " RELEASED BY OPERATOR OVERRIDE ***"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "BATGATE - *** " WS-GATE-PROGRAM-ID
                       " MAY NOT RUN - STREAM STOPPED ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM BATGATE.
