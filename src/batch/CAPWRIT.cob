       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPWRIT.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------*
      *  CAPWRIT appends one cash-application record to CASHAPPL    *
      *  for CASHAPP.  The file opens EXTEND on the first append     *
      *  and stays open until the driving program calls the CAPCLS   *
      *  entry at end of run, like the other run-unit-scoped         *
      *  writers.                                                    *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Initial version - run-unit-scoped
      *                    cash-application appender.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO "CASHAPPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
       COPY CAPREC.

       WORKING-STORAGE SECTION.
       01  WS-CAP-FILE-STATUS           PIC X(02).
       01  WS-OPEN-SWITCH               PIC X(01) VALUE "N".
           88  WS-FILE-OPEN                 VALUE "Y".

       LINKAGE SECTION.
       COPY CAPREC REPLACING CASH-APPLICATION-RECORD
                             BY LS-APPLICATION-DATA
                             LEADING ==CAP-== BY ==LSC-==.

       PROCEDURE DIVISION USING LS-APPLICATION-DATA.

       0000-MAINLINE.
           IF NOT WS-FILE-OPEN
               OPEN EXTEND APPLICATION-FILE
               IF WS-CAP-FILE-STATUS = "35"
                   OPEN OUTPUT APPLICATION-FILE
                   CLOSE APPLICATION-FILE
                   OPEN EXTEND APPLICATION-FILE
               END-IF
               IF WS-CAP-FILE-STATUS = "00"
                   SET WS-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "CAPWRIT - UNABLE TO OPEN CASHAPPL - "
                       "STATUS " WS-CAP-FILE-STATUS
                   GOBACK
               END-IF
           END-IF
           MOVE LS-APPLICATION-DATA TO CASH-APPLICATION-RECORD
           WRITE CASH-APPLICATION-RECORD
           GOBACK.

      *-----------------------------------------------------------*
      *  CAPCLS - end-of-run close, called once by the driver.
      *-----------------------------------------------------------*
       9000-CLOSE-ENTRY.
       ENTRY "CAPCLS"
           IF WS-FILE-OPEN
               CLOSE APPLICATION-FILE
               MOVE "N" TO WS-OPEN-SWITCH
           END-IF
           GOBACK.

       END PROGRAM CAPWRIT.
