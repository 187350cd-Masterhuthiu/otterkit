       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDHIST.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  AUDHIST is the change-history report for one audited       *
      *  object - who changed this customer's credit limit, why      *
      *  this product's on-hand dropped.  The COMMAND-LINE names      *
      *  the object and narrows the history:                          *
      *      columns  1-12  audit class (CUSTOMER, ORDER, PRODUCT,     *
      *                     or any other class AUDWRIT is handed)      *
      *      columns 13-20  the object key as it is logged (a           *
      *                     customer or product ID, an order number)   *
      *      columns 21-28  from date YYYYMMDD, 00000000 = from the     *
      *                     start of the trail                          *
      *      columns 29-36  to date YYYYMMDD, 00000000 = to date         *
      *      columns 37-56  one field name, blank = every field          *
      *  Both the live AUDITLOG and the ARCHLOG generations AUDARCH       *
      *  rolled off it are read - the job stream concatenates every       *
      *  generation, newest first - and the matching rows are put          *
      *  back in time order before they print, with the old and new         *
      *  values, the method that made the change and the run user.          *
      *  A row AUDARCH left on both files (a refused split that was          *
      *  never copied back) prints once.                                     *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "ARCHLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AUDHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY AUDITREC.

       FD  ARCHIVE-FILE.
       COPY AUDITREC REPLACING AUDIT-LOG-RECORD BY ARCHIVE-RECORD
                               LEADING ==AUD-== BY ==ARC-==.

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUD-FILE-STATUS           PIC X(02).
       01  WS-ARC-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-EOF                       VALUE "Y".
       01  WS-PLACED-SWITCH             PIC X(01).
           88  WS-ROW-PLACED                VALUE "Y".

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-SEL-CLASS                 PIC X(12).
       01  WS-SEL-KEY                   PIC X(08).
       01  WS-SEL-FROM-DATE             PIC 9(08).
       01  WS-SEL-TO-DATE               PIC 9(08).
       01  WS-SEL-FIELD                 PIC X(20).
       01  WS-ROW-DATE                  PIC 9(08).
       01  WS-SLOT                      PIC 9(05) COMP.
       01  WS-NEXT-SLOT                 PIC 9(05) COMP.

       01  WS-CANDIDATE-ROW.
           05  WS-CR-TIMESTAMP              PIC 9(14).
           05  FILLER                       PIC X(108).
       01  WS-TIMESTAMP-PARTS.
           05  WS-TS-YEAR                   PIC 9(04).
           05  WS-TS-MONTH                  PIC 9(02).
           05  WS-TS-DAY                    PIC 9(02).
           05  WS-TS-HOUR                   PIC 9(02).
           05  WS-TS-MINUTE                 PIC 9(02).
           05  WS-TS-SECOND                 PIC 9(02).

      *-----------------------------------------------------------*
      *  the object's matching rows, kept in timestamp order as
      *  they are read - each file is already in time order, so a
      *  row almost always lands at or near the end.
      *-----------------------------------------------------------*
       01  WS-HISTORY-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-HISTORY-TABLE.
           05  WS-AH-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AH-IDX.
               10  WS-AH-TIMESTAMP            PIC 9(14).
               10  WS-AH-REST                 PIC X(108).
       COPY AUDITREC REPLACING AUDIT-LOG-RECORD BY WS-PRINT-ROW
                               LEADING ==AUD-== BY ==WS-PR-==.

       01  WS-LIVE-READ-COUNT           PIC 9(09) COMP VALUE 0.
       01  WS-ARCHIVE-READ-COUNT        PIC 9(09) COMP VALUE 0.
       01  WS-DUPLICATE-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-LIVE-LOG
           PERFORM 3000-READ-ARCHIVE
           IF WS-HISTORY-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "NO CHANGES ON THE AUDIT TRAIL FOR THIS "
                   "SELECTION"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM 4000-PRINT-HISTORY-ROW
                   VARYING WS-AH-IDX FROM 1 BY 1
                   UNTIL WS-AH-IDX > WS-HISTORY-COUNT
           END-IF
           PERFORM 9000-PRINT-TRAILER
           CLOSE REPORT-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           MOVE WS-PARM-DATA (1:12) TO WS-SEL-CLASS
           MOVE WS-PARM-DATA (13:8) TO WS-SEL-KEY
           MOVE WS-PARM-DATA (37:20) TO WS-SEL-FIELD
           IF WS-SEL-CLASS = SPACES OR WS-SEL-KEY = SPACES
               DISPLAY "AUDHIST - PARM MUST BE THE CLASS (1-12) AND "
                   "THE OBJECT KEY (13-20)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-DATA (21:8) IS NUMERIC
               MOVE WS-PARM-DATA (21:8) TO WS-SEL-FROM-DATE
           ELSE
               MOVE 0 TO WS-SEL-FROM-DATE
           END-IF
           IF WS-PARM-DATA (29:8) IS NUMERIC AND WS-PARM-DATA (29:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (29:8) TO WS-SEL-TO-DATE
           ELSE
               MOVE 99999999 TO WS-SEL-TO-DATE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDHRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "CHANGE HISTORY - " WS-SEL-CLASS " " WS-SEL-KEY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-SEL-FIELD = SPACES
               STRING "FIELD ALL  FROM " WS-SEL-FROM-DATE
                   "  TO " WS-SEL-TO-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "FIELD " WS-SEL-FIELD "  FROM "
                   WS-SEL-FROM-DATE "  TO " WS-SEL-TO-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DATE       TIME      FIELD                 "
               "OLD VALUE             NEW VALUE             "
               "METHOD                USER"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  2000-READ-LIVE-LOG - AUDITLOG is appended under DISP=MOD
      *  by every posting run, so a trail never written yet is an
      *  empty history, not an error.
      *-----------------------------------------------------------*
       2000-READ-LIVE-LOG.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-AUD-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                       WS-AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-READ-LIVE-ROW
               PERFORM 2200-TAKE-LIVE-ROW
                   UNTIL WS-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF.

       2100-READ-LIVE-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2200-TAKE-LIVE-ROW.
           ADD 1 TO WS-LIVE-READ-COUNT
           MOVE AUDIT-LOG-RECORD TO WS-CANDIDATE-ROW
           PERFORM 5000-SELECT-CANDIDATE THRU 5000-EXIT
           PERFORM 2100-READ-LIVE-ROW.

       3000-READ-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-ARC-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ARCHLOG - STATUS "
                       WS-ARC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3100-READ-ARCHIVE-ROW
               PERFORM 3200-TAKE-ARCHIVE-ROW
                   UNTIL WS-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

       3100-READ-ARCHIVE-ROW.
           READ ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       3200-TAKE-ARCHIVE-ROW.
           ADD 1 TO WS-ARCHIVE-READ-COUNT
           MOVE ARCHIVE-RECORD TO WS-CANDIDATE-ROW
           PERFORM 5000-SELECT-CANDIDATE THRU 5000-EXIT
           PERFORM 3100-READ-ARCHIVE-ROW.

       4000-PRINT-HISTORY-ROW.
           MOVE WS-AH-ENTRY (WS-AH-IDX) TO WS-PRINT-ROW
           MOVE WS-PR-TIMESTAMP TO WS-TIMESTAMP-PARTS
           MOVE SPACES TO RPT-LINE
           STRING WS-TS-YEAR "-" WS-TS-MONTH "-" WS-TS-DAY " "
               WS-TS-HOUR ":" WS-TS-MINUTE ":" WS-TS-SECOND "  "
               WS-PR-FIELD-NAME "  " WS-PR-OLD-VALUE "  "
               WS-PR-NEW-VALUE "  " WS-PR-SOURCE-METHOD "  "
               WS-PR-RUN-USER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  5000-SELECT-CANDIDATE keeps a row for the object inside
      *  the date range (and for the field, when one was named),
      *  slotting it in behind every row not later than it.  The
      *  same row met twice is dropped.
      *-----------------------------------------------------------*
       5000-SELECT-CANDIDATE.
           MOVE WS-CANDIDATE-ROW TO WS-PRINT-ROW
           IF WS-PR-SOURCE-CLASS NOT = WS-SEL-CLASS
                   OR WS-PR-OBJECT-KEY NOT = WS-SEL-KEY
               GO TO 5000-EXIT
           END-IF
           IF WS-SEL-FIELD NOT = SPACES
                   AND WS-PR-FIELD-NAME NOT = WS-SEL-FIELD
               GO TO 5000-EXIT
           END-IF
           MOVE WS-PR-TIMESTAMP (1:8) TO WS-ROW-DATE
           IF WS-ROW-DATE < WS-SEL-FROM-DATE
                   OR WS-ROW-DATE > WS-SEL-TO-DATE
               GO TO 5000-EXIT
           END-IF

           MOVE WS-HISTORY-COUNT TO WS-SLOT
           MOVE "N" TO WS-PLACED-SWITCH
           PERFORM 5100-FIND-SLOT
               UNTIL WS-ROW-PLACED
           IF WS-SLOT > 0
               IF WS-AH-ENTRY (WS-SLOT) = WS-CANDIDATE-ROW
                   ADD 1 TO WS-DUPLICATE-COUNT
                   GO TO 5000-EXIT
               END-IF
           END-IF

      *    the history would print with rows missing - refuse to
      *    print a partial history instead.
           IF WS-HISTORY-COUNT >= 5000
               DISPLAY "AUDHIST - HISTORY TABLE FULL - NARROW THE "
                   "DATE RANGE OR RAISE THE TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HISTORY-COUNT TO WS-NEXT-SLOT
           PERFORM 5200-SHIFT-ROW-UP
               UNTIL WS-NEXT-SLOT = WS-SLOT
           ADD 1 TO WS-HISTORY-COUNT
           COMPUTE WS-NEXT-SLOT = WS-SLOT + 1
           MOVE WS-CANDIDATE-ROW TO WS-AH-ENTRY (WS-NEXT-SLOT).
       5000-EXIT.
           EXIT.

      *    leaves WS-SLOT on the last row not later than the
      *    candidate, or zero when every row kept is later.
       5100-FIND-SLOT.
           IF WS-SLOT = 0
               SET WS-ROW-PLACED TO TRUE
           ELSE
               IF WS-AH-TIMESTAMP (WS-SLOT) NOT > WS-CR-TIMESTAMP
                   SET WS-ROW-PLACED TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-SLOT
               END-IF
           END-IF.

       5200-SHIFT-ROW-UP.
           MOVE WS-AH-ENTRY (WS-NEXT-SLOT)
               TO WS-AH-ENTRY (WS-NEXT-SLOT + 1)
           SUBTRACT 1 FROM WS-NEXT-SLOT.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HISTORY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CHANGES LISTED .....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LIVE-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "AUDITLOG ROWS READ .: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ARCHIVE-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ARCHLOG ROWS READ ..: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-DUPLICATE-COUNT > 0
               MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "ROWS ON BOTH FILES .: " WS-COUNT-EDIT
                   " (LISTED ONCE)"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM AUDHIST.
