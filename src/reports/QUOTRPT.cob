       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTRPT.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  QUOTRPT prints the quotation follow-up report from the      *
      *  QUOTFILE quotes for sales.  Section one lists the open        *
      *  quotes with the days left before they expire; section two    *
      *  the quotes that expired without converting; section three    *
      *  the quotes converted to orders, with the transaction key     *
      *  they went to TRANFILE under.  Each line carries the rep       *
      *  who owns the account.  Expired and converted quotes older      *
      *  than the look-back window are counted, not listed, so the       *
      *  report stays a working list as the file grows.  The run          *
      *  date defaults to today; a YYYYMMDD COMMAND-LINE parameter          *
      *  runs the report as of another day.                                 *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTATION-FILE ASSIGN TO "QUOTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUO-QUOTE-NO
               FILE STATUS IS WS-QUO-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "QUOTLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTATION-FILE.
       COPY QUOTREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-QUO-FILE-STATUS           PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-SECTION-SWITCH            PIC X(01).
           88  WS-SECTION-OPEN              VALUE "O".
           88  WS-SECTION-EXPIRED           VALUE "E".
           88  WS-SECTION-CONVERTED         VALUE "C".

      *    expired and converted quotes older than this many days
      *    are counted but not listed.
       77  WS-LOOK-BACK-DAYS            PIC 9(03) COMP VALUE 90.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-RUN-DAY-NO                PIC 9(08) COMP.
       01  WS-DAYS-LEFT                 PIC S9(08) COMP.
       01  WS-DAYS-SINCE                PIC S9(08) COMP.
       01  WS-QUOTE-TOTAL               PIC S9(09)V99.
       01  WS-CUST-NAME                 PIC X(30).

       01  WS-SECTION-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-SECTION-VALUE             PIC S9(11)V99 VALUE 0.
       01  WS-SECTION-OLDER-COUNT       PIC 9(07) COMP VALUE 0.

       01  WS-DAYS-EDIT                 PIC -(4)9.
       01  WS-VALUE-EDIT                PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
       01  WS-TOTAL-VALUE-EDIT          PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SET WS-SECTION-OPEN TO TRUE
           PERFORM 2000-PRINT-SECTION
           SET WS-SECTION-EXPIRED TO TRUE
           PERFORM 2000-PRINT-SECTION
           SET WS-SECTION-CONVERTED TO TRUE
           PERFORM 2000-PRINT-SECTION
           IF WS-QUO-FILE-STATUS NOT = "35"
               CLOSE QUOTATION-FILE
           END-IF
           CLOSE CUSTOMER-MASTER-FILE REPORT-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:8) IS NUMERIC AND WS-PARM-DATA (1:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (1:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

           OPEN INPUT QUOTATION-FILE
           IF WS-QUO-FILE-STATUS NOT = "00"
               AND WS-QUO-FILE-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN QUOTFILE - STATUS "
                   WS-QUO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTMAST - STATUS "
                   WS-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN QUOTLST - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "QUOTATION FOLLOW-UP REPORT AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  2000-PRINT-SECTION walks QUOTFILE from the top once per
      *  section, printing the quotes that belong in it.  No
      *  QUOTFILE yet prints all three sections empty.
      *-----------------------------------------------------------*
       2000-PRINT-SECTION.
           MOVE 0 TO WS-SECTION-COUNT WS-SECTION-VALUE
               WS-SECTION-OLDER-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-SECTION-OPEN
                   STRING "OPEN QUOTES - DAYS LEFT BEFORE EXPIRY"
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN WS-SECTION-EXPIRED
                   STRING "EXPIRED QUOTES NOT CONVERTED - DAYS SINCE "
                       "EXPIRY"
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN OTHER
                   STRING "CONVERTED QUOTES - DAYS SINCE CONVERSION"
                       DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-SECTION-CONVERTED
               STRING "QUOTE     REP   CUST    NAME                    "
                   "        QUOTED    CONVERTED  DAYS           TOTAL"
                   "  TRAN"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "QUOTE     REP   CUST    NAME                    "
                   "        QUOTED    EXPIRES    DAYS           TOTAL"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE "N" TO WS-EOF-SWITCH
           IF WS-QUO-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO QUO-QUOTE-NO
               START QUOTATION-FILE
                   KEY IS NOT LESS THAN QUO-QUOTE-NO
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF
           PERFORM 2100-CHECK-ONE-QUOTE
               UNTIL WS-EOF
           PERFORM 2900-PRINT-SECTION-TOTAL.

      *-----------------------------------------------------------*
      *  2100-CHECK-ONE-QUOTE - an open quote is expired once its
      *  expiry date is behind the run date; the status on file
      *  is never restamped.
      *-----------------------------------------------------------*
       2100-CHECK-ONE-QUOTE.
           READ QUOTATION-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (QUO-EXPIRY-DATE)
                   - WS-RUN-DAY-NO
               IF WS-SECTION-OPEN AND QUO-STATUS-OPEN
                   AND WS-DAYS-LEFT NOT < 0
                   PERFORM 2200-PRINT-QUOTE-LINE
               END-IF
               IF WS-SECTION-EXPIRED AND QUO-STATUS-OPEN
                   AND WS-DAYS-LEFT < 0
                   COMPUTE WS-DAYS-SINCE = 0 - WS-DAYS-LEFT
                   PERFORM 2150-LIST-OR-COUNT
               END-IF
               IF WS-SECTION-CONVERTED AND QUO-STATUS-CONVERTED
                   COMPUTE WS-DAYS-SINCE = WS-RUN-DAY-NO
                       - FUNCTION INTEGER-OF-DATE (QUO-CONVERTED-DATE)
                   PERFORM 2150-LIST-OR-COUNT
               END-IF
           END-IF.

       2150-LIST-OR-COUNT.
           IF WS-DAYS-SINCE > WS-LOOK-BACK-DAYS
               ADD 1 TO WS-SECTION-OLDER-COUNT
           ELSE
               MOVE WS-DAYS-SINCE TO WS-DAYS-LEFT
               PERFORM 2200-PRINT-QUOTE-LINE
           END-IF.

       2200-PRINT-QUOTE-LINE.
           MOVE QUO-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-CUST-NAME
           END-READ
           COMPUTE WS-QUOTE-TOTAL = QUO-MERCH-TOTAL + QUO-TAX-AMOUNT
               + QUO-FREIGHT-AMOUNT
           ADD 1 TO WS-SECTION-COUNT
           ADD WS-QUOTE-TOTAL TO WS-SECTION-VALUE

           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
           MOVE WS-QUOTE-TOTAL TO WS-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           IF WS-SECTION-CONVERTED
               STRING QUO-QUOTE-NO "  " QUO-SALESPERSON-ID "  "
                   QUO-CUST-ID "  " WS-CUST-NAME "  "
                   QUO-QUOTE-DATE "  " QUO-CONVERTED-DATE " "
                   WS-DAYS-EDIT "  " WS-VALUE-EDIT "  "
                   QUO-CONVERT-TRAN-KEY
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING QUO-QUOTE-NO "  " QUO-SALESPERSON-ID "  "
                   QUO-CUST-ID "  " WS-CUST-NAME "  "
                   QUO-QUOTE-DATE "  " QUO-EXPIRY-DATE " "
                   WS-DAYS-EDIT "  " WS-VALUE-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       2900-PRINT-SECTION-TOTAL.
           MOVE WS-SECTION-COUNT TO WS-COUNT-EDIT
           MOVE WS-SECTION-VALUE TO WS-TOTAL-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  QUOTES: " WS-COUNT-EDIT
               "  VALUE: " WS-TOTAL-VALUE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-SECTION-OLDER-COUNT > 0
               MOVE WS-SECTION-OLDER-COUNT TO WS-COUNT-EDIT
               MOVE WS-LOOK-BACK-DAYS TO WS-DAYS-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "  OLDER THAN " WS-DAYS-EDIT
                   " DAYS, NOT LISTED: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM QUOTRPT.
