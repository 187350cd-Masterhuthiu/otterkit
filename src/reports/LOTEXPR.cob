       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXPR.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  LOTEXPR prints the expired and near-expiry stock report     *
      *  from the LOTFILE lot balances.  Section one lists every      *
      *  lot still on hand past its expiration date - LOTIO never      *
      *  issues these, so they sit on the shelf for the warehouse to   *
      *  pull and dispose of.  Section two lists the lots that         *
      *  expire within the warning window, with the days left, so      *
      *  sales can move them first.  Lines print in product,           *
      *  warehouse and lot order, each valued at the product's         *
      *  unit cost.  The run date                                       *
      *  defaults to today; a YYYYMMDD COMMAND-LINE parameter runs      *
      *  the report as of another day.                                  *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE ASSIGN TO "LOTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EXPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-FILE.
       COPY LOTREC.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODREC.

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOT-FILE-STATUS           PIC X(02).
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-SECTION-SWITCH            PIC X(01).
           88  WS-SECTION-EXPIRED           VALUE "E".
           88  WS-SECTION-NEAR              VALUE "N".

      *    a lot expiring within this many days of the run date is
      *    near expiry.
       77  WS-WARNING-DAYS              PIC 9(03) COMP VALUE 30.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-RUN-DAY-NO                PIC 9(08) COMP.
       01  WS-DAYS-LEFT                 PIC S9(08) COMP.
       01  WS-LOT-VALUE                 PIC S9(11)V99.
       01  WS-DESCRIPTION               PIC X(30).
       01  WS-UNIT-COST                 PIC 9(07)V99.

       01  WS-SECTION-LOT-COUNT         PIC 9(07) COMP VALUE 0.
       01  WS-SECTION-QTY               PIC S9(09) COMP VALUE 0.
       01  WS-SECTION-VALUE             PIC S9(11)V99 VALUE 0.

       01  WS-QTY-EDIT                  PIC ZZZ,ZZ9.
       01  WS-DAYS-EDIT                 PIC -(4)9.
       01  WS-VALUE-EDIT                PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
       01  WS-TOTAL-QTY-EDIT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-VALUE-EDIT          PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SET WS-SECTION-EXPIRED TO TRUE
           PERFORM 2000-PRINT-SECTION
           SET WS-SECTION-NEAR TO TRUE
           PERFORM 2000-PRINT-SECTION
           IF WS-LOT-FILE-STATUS NOT = "35"
               CLOSE LOT-FILE
           END-IF
           CLOSE PRODUCT-MASTER-FILE REPORT-FILE
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

           OPEN INPUT LOT-FILE
           IF WS-LOT-FILE-STATUS NOT = "00"
               AND WS-LOT-FILE-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN LOTFILE - STATUS "
                   WS-LOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRODMAST - STATUS "
                   WS-PROD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EXPRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "EXPIRED AND NEAR-EXPIRY STOCK AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  2000-PRINT-SECTION walks LOTFILE from the top once per
      *  section, printing the on-hand lots that belong in it.
      *  No LOTFILE yet prints both sections empty.
      *-----------------------------------------------------------*
       2000-PRINT-SECTION.
           MOVE 0 TO WS-SECTION-LOT-COUNT WS-SECTION-QTY
               WS-SECTION-VALUE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-SECTION-EXPIRED
               STRING "EXPIRED - ON HAND PAST THE EXPIRATION DATE"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE WS-WARNING-DAYS TO WS-DAYS-EDIT
               STRING "NEAR EXPIRY - EXPIRING WITHIN "
                   WS-DAYS-EDIT " DAYS"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "WHSE  PRODUCT  DESCRIPTION                     "
               "LOT           EXPIRES   DAYS   ON HAND"
               "           VALUE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE "N" TO WS-EOF-SWITCH
           IF WS-LOT-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO LOT-KEY
               START LOT-FILE
                   KEY IS NOT LESS THAN LOT-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF
           PERFORM 2100-CHECK-ONE-LOT
               UNTIL WS-EOF
           PERFORM 2900-PRINT-SECTION-TOTAL.

       2100-CHECK-ONE-LOT.
           READ LOT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               AND LOT-QTY-ON-HAND > 0
               AND LOT-EXPIRY-DATE NOT = 0
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (LOT-EXPIRY-DATE)
                   - WS-RUN-DAY-NO
               IF WS-SECTION-EXPIRED AND WS-DAYS-LEFT < 0
                   PERFORM 2200-PRINT-LOT-LINE
               END-IF
               IF WS-SECTION-NEAR AND WS-DAYS-LEFT NOT < 0
                   AND WS-DAYS-LEFT NOT > WS-WARNING-DAYS
                   PERFORM 2200-PRINT-LOT-LINE
               END-IF
           END-IF.

       2200-PRINT-LOT-LINE.
           MOVE LOT-PRODUCT-ID TO PROD-ID
           READ PRODUCT-MASTER-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE "(NOT ON PRODUCT MASTER FILE)"
                       TO WS-DESCRIPTION
                   MOVE 0 TO WS-UNIT-COST
               NOT INVALID KEY
                   MOVE PROD-DESCRIPTION TO WS-DESCRIPTION
                   MOVE PROD-UNIT-COST TO WS-UNIT-COST
           END-READ
           COMPUTE WS-LOT-VALUE ROUNDED =
               LOT-QTY-ON-HAND * WS-UNIT-COST
           ADD 1 TO WS-SECTION-LOT-COUNT
           ADD LOT-QTY-ON-HAND TO WS-SECTION-QTY
           ADD WS-LOT-VALUE TO WS-SECTION-VALUE

           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
           MOVE LOT-QTY-ON-HAND TO WS-QTY-EDIT
           MOVE WS-LOT-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING LOT-WAREHOUSE-ID "  " LOT-PRODUCT-ID "   "
               WS-DESCRIPTION "  " LOT-NUMBER "  "
               LOT-EXPIRY-DATE " " WS-DAYS-EDIT "  "
               WS-QTY-EDIT "  " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2900-PRINT-SECTION-TOTAL.
           MOVE WS-SECTION-LOT-COUNT TO WS-COUNT-EDIT
           MOVE WS-SECTION-QTY TO WS-TOTAL-QTY-EDIT
           MOVE WS-SECTION-VALUE TO WS-TOTAL-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  LOTS: " WS-COUNT-EDIT
               "  QUANTITY: " WS-TOTAL-QTY-EDIT
               "  VALUE AT COST: " WS-TOTAL-VALUE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM LOTEXPR.
