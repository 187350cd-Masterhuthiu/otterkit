       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPCALC.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  ROPCALC is the monthly reorder-point recalculation.         *
      *  PROD-REORDER-POINT was keyed once and never revisited, so    *
      *  POGEN and REORDRPT kept ordering to it after demand had       *
      *  doubled or died off.  For the months of the review window     *
      *  ending with the YYYYMM COMMAND-LINE parameter, each            *
      *  product's demand is bucketed by month from SALESHST, giving     *
      *  the average daily demand and its day-to-day standard            *
      *  deviation.  With the primary vendor's lead time from           *
      *  VNDMAST (a default where there is none) that proposes          *
      *      safety stock  = service factor x daily deviation x          *
      *                      square root of the lead time               *
      *      reorder point = daily demand x lead time + safety stock     *
      *  The ORDFILE lines in the same window show which warehouses     *
      *  shipped the demand.  The report prints the before-and-after    *
      *  comparison for the regular movers, then the slow-moving and     *
      *  dead items in a section of their own.  The master is only       *
      *  rewritten for a product whose reorder point or safety stock     *
      *  moves by more than the tolerance, and each changed field is     *
      *  audit-logged through AUDWRIT.                                   *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VNDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VND-ID
               FILE STATUS IS WS-VND-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SALESHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT ORDER-MASTER-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-ORDER-NO
               FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "ROPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
       COPY PRODREC.

       FD  VENDOR-MASTER-FILE.
       COPY VNDREC.

       FD  HISTORY-FILE.
       COPY SLHREC.

       FD  ORDER-MASTER-FILE.
       COPY ORDREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-VND-FILE-STATUS           PIC X(02).
       01  WS-HST-FILE-STATUS           PIC X(02).
       01  WS-ORD-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-HST-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-HST-EOF                   VALUE "Y".
       01  WS-ORD-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-ORD-EOF                   VALUE "Y".
       01  WS-PROD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-PROD-EOF                  VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".
       01  WS-SECTION-SWITCH            PIC X(01).
           88  WS-SECTION-REGULAR           VALUE "R".
           88  WS-SECTION-SLOW              VALUE "S".
       01  WS-MOVER-SWITCH              PIC X(01).
           88  WS-MOVER-REGULAR             VALUE "R".
           88  WS-MOVER-SLOW                VALUE "S".
           88  WS-MOVER-DEAD                VALUE "D".
       01  WS-OUTSIDE-SWITCH            PIC X(01).
           88  WS-OUTSIDE-TOLERANCE         VALUE "Y".

      *    months of history in the review window, ending with the
      *    parameter month - at least two, at most twelve.
       77  WS-WINDOW-MONTHS             PIC 9(02) COMP VALUE 6.
      *    a product sold in fewer months of the window than this is
      *    a slow mover - too lumpy for the average to mean much.
       77  WS-SLOW-MONTHS               PIC 9(02) COMP VALUE 3.
      *    standard deviations of demand the safety stock covers -
      *    1.65 is roughly a 95 percent service level.
       77  WS-SERVICE-FACTOR            PIC 9(01)V99 VALUE 1.65.
      *    lead time used where the product has no primary vendor
      *    or the vendor has none keyed.
       77  WS-DEFAULT-LEAD-DAYS         PIC 9(03) VALUE 14.
      *    the master is only rewritten when the reorder point or
      *    the safety stock moves by more than this percentage.
       77  WS-TOLERANCE-PCT             PIC 9(02)V99 VALUE 10.00.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-REPORT-MONTH              PIC 9(06).
       01  WS-ROW-MONTH                 PIC 9(06).
       01  WS-ROW-MONTH-PARTS REDEFINES WS-ROW-MONTH.
           05  WS-RM-YEAR                   PIC 9(04).
           05  WS-RM-MONTH                  PIC 9(02).
      *    months are numbered year x 12 + month - 1 so the window
      *    can run back across a year end.
       01  WS-END-MONTH-SEQ             PIC 9(06) COMP.
       01  WS-START-MONTH-SEQ           PIC 9(06) COMP.
       01  WS-ROW-MONTH-SEQ             PIC 9(06) COMP.
       01  WS-MONTH-SEQ                 PIC 9(06) COMP.
       01  WS-BUCKET-NO                 PIC 9(02) COMP.
       01  WS-WORK-DATE                 PIC 9(08).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WD-YEAR                   PIC 9(04).
           05  WS-WD-MONTH                  PIC 9(02).
           05  WS-WD-DAY                    PIC 9(02).
       01  WS-WINDOW-START-DATE         PIC 9(08).
       01  WS-WINDOW-END-DATE           PIC 9(08).
       01  WS-WINDOW-DAYS               PIC 9(05) COMP.
       01  WS-WINDOW-ROW-COUNT          PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *  month-by-month demand per product.  WS-DM-LAST-SALE-DATE
      *  is the latest SALESHST row on or before the window end -
      *  a rolled-up month carries day 00.
      *-----------------------------------------------------------*
       01  WS-DEMAND-COUNT              PIC 9(04) COMP VALUE 0.
       01  WS-DEMAND-TABLE.
           05  WS-DM-ENTRY OCCURS 1000 TIMES INDEXED BY WS-DM-IDX.
               10  WS-DM-PRODUCT-ID           PIC X(06).
               10  WS-DM-LAST-SALE-DATE       PIC 9(08).
               10  WS-DM-MONTH-QTY            PIC 9(07) COMP
                           OCCURS 12 TIMES.

      *-----------------------------------------------------------*
      *  window quantity shipped per product and warehouse, from
      *  the ORDFILE lines.
      *-----------------------------------------------------------*
       01  WS-WHSE-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-WHSE-TABLE.
           05  WS-WH-ENTRY OCCURS 2000 TIMES INDEXED BY WS-WH-IDX.
               10  WS-WH-PRODUCT-ID           PIC X(06).
               10  WS-WH-WAREHOUSE-ID         PIC X(04).
               10  WS-WH-QTY                  PIC 9(09) COMP.

       01  WS-LINE-NO                   PIC 9(02) COMP.
       01  WS-MONTH-NO                  PIC 9(02) COMP.

      *    one product's demand figures.
       01  WS-MONTH-QTY-TABLE.
           05  WS-MONTH-QTY                 PIC 9(07) COMP
                       OCCURS 12 TIMES.
       01  WS-LAST-SALE-DATE            PIC 9(08).
       01  WS-TOTAL-QTY                 PIC 9(09) COMP.
       01  WS-MONTHS-SOLD               PIC 9(02) COMP.
       01  WS-MEAN-MONTHLY              PIC 9(07)V9(04).
       01  WS-DEVIATION                 PIC S9(07)V9(04).
       01  WS-SUM-OF-SQUARES            PIC 9(15)V9(04).
       01  WS-SD-MONTHLY                PIC 9(07)V9(04).
       01  WS-DAYS-PER-MONTH            PIC 9(03)V9(04).
       01  WS-AVG-DAILY                 PIC 9(05)V9(04).
       01  WS-SD-DAILY                  PIC 9(05)V9(04).
       01  WS-LEAD-DAYS                 PIC 9(03).
       01  WS-WHSE-TOTAL-QTY            PIC 9(09) COMP.
       01  WS-SHARE-PCT                 PIC 9(03)V9.
       01  WS-ON-HAND                   PIC S9(08) COMP.

       01  WS-OLD-REORDER-POINT         PIC 9(05).
       01  WS-NEW-REORDER-POINT         PIC 9(05).
       01  WS-OLD-SAFETY-STOCK          PIC 9(05).
       01  WS-NEW-SAFETY-STOCK          PIC 9(05).
       01  WS-CHANGE                    PIC S9(07).
       01  WS-ACTION-TEXT               PIC X(16).

       01  WS-OLD-VALUE-DISP            PIC X(20).
       01  WS-NEW-VALUE-DISP            PIC X(20).
       01  WS-AUD-CLASS                 PIC X(12).
       01  WS-AUD-METHOD                PIC X(20).
       01  WS-AUD-KEY                   PIC X(08).
       01  WS-AUD-FIELD                 PIC X(20).

       01  WS-REVIEWED-COUNT            PIC 9(05) COMP VALUE 0.
       01  WS-UPDATED-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-WITHIN-COUNT              PIC 9(05) COMP VALUE 0.
       01  WS-SLOW-COUNT                PIC 9(05) COMP VALUE 0.
       01  WS-DEAD-COUNT                PIC 9(05) COMP VALUE 0.

       01  WS-QTY-EDIT                  PIC ZZ,ZZ9.
       01  WS-BIG-QTY-EDIT              PIC ZZZ,ZZZ,ZZ9.
       01  WS-ON-HAND-EDIT              PIC ZZZ,ZZ9-.
       01  WS-AVG-EDIT                  PIC Z,ZZ9.99.
       01  WS-SD-EDIT                   PIC Z,ZZ9.99.
       01  WS-LEAD-EDIT                 PIC ZZ9.
       01  WS-MONTHS-EDIT               PIC Z9.
       01  WS-SOLD-EDIT                 PIC Z9.
       01  WS-LAST-SOLD-DISP            PIC X(08).
       01  WS-PCT-EDIT                  PIC ZZ9.9.
       01  WS-COUNT-EDIT                PIC ZZZZ9.
       01  WS-OLD-ROP-EDIT              PIC ZZ,ZZ9.
       01  WS-NEW-ROP-EDIT              PIC ZZ,ZZ9.
       01  WS-OLD-SS-EDIT               PIC ZZ,ZZ9.
       01  WS-NEW-SS-EDIT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUCKET-HISTORY-ROW
               UNTIL WS-HST-EOF
           PERFORM 2500-ACCUMULATE-ORDER
               UNTIL WS-ORD-EOF
      *    an empty window would read as every product dead and
      *    zero the whole master - report nothing, change nothing.
           IF WS-WINDOW-ROW-COUNT = 0
               DISPLAY "ROPCALC - NO SALESHST ROWS IN THE WINDOW "
                   "ENDING " WS-REPORT-MONTH " - MASTER NOT UPDATED"
               MOVE 4 TO RETURN-CODE
           ELSE
               SET WS-SECTION-REGULAR TO TRUE
               PERFORM 3000-PRINT-SECTION
               SET WS-SECTION-SLOW TO TRUE
               PERFORM 3000-PRINT-SECTION
               PERFORM 9000-PRINT-TRAILER
           END-IF
           CLOSE PRODUCT-MASTER-FILE HISTORY-FILE REGISTER-FILE
           IF WS-VND-FILE-STATUS NOT = "35"
               CLOSE VENDOR-MASTER-FILE
           END-IF
           IF WS-ORD-FILE-STATUS NOT = "35"
               CLOSE ORDER-MASTER-FILE
           END-IF
           CALL "AUDCLOSE"
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:6) IS NUMERIC AND WS-PARM-DATA (1:6)
                   NOT = "000000"
               MOVE WS-PARM-DATA (1:6) TO WS-REPORT-MONTH
           ELSE
               DISPLAY "ROPCALC REQUIRES A YYYYMM REPORT-MONTH "
                   "PARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the window runs from the first of its first month up to
      *    (not including) the first of the month after the
      *    parameter month.
           MOVE WS-REPORT-MONTH TO WS-ROW-MONTH
           COMPUTE WS-END-MONTH-SEQ =
               WS-RM-YEAR * 12 + WS-RM-MONTH - 1
           COMPUTE WS-START-MONTH-SEQ =
               WS-END-MONTH-SEQ - WS-WINDOW-MONTHS + 1
           MOVE WS-START-MONTH-SEQ TO WS-MONTH-SEQ
           PERFORM 1100-FIRST-OF-MONTH
           MOVE WS-WORK-DATE TO WS-WINDOW-START-DATE
           COMPUTE WS-MONTH-SEQ = WS-END-MONTH-SEQ + 1
           PERFORM 1100-FIRST-OF-MONTH
           MOVE WS-WORK-DATE TO WS-WINDOW-END-DATE
           COMPUTE WS-WINDOW-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-WINDOW-END-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-WINDOW-START-DATE)
           COMPUTE WS-DAYS-PER-MONTH ROUNDED =
               WS-WINDOW-DAYS / WS-WINDOW-MONTHS

           OPEN I-O PRODUCT-MASTER-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRODMAST - STATUS "
                   WS-PROD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    no VNDMAST yet - every product takes the default lead
      *    time.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VND-FILE-STATUS NOT = "00"
               AND WS-VND-FILE-STATUS NOT = "35"
               DISPLAY "UNABLE TO OPEN VNDMAST - STATUS "
                   WS-VND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SALESHST - STATUS "
                   WS-HST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ORDER-MASTER-FILE
           IF WS-ORD-FILE-STATUS = "35"
               SET WS-ORD-EOF TO TRUE
           ELSE
               IF WS-ORD-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ORDFILE - STATUS "
                       WS-ORD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ROPRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-WINDOW-MONTHS TO WS-MONTHS-EDIT
           MOVE WS-TOLERANCE-PCT TO WS-PCT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "REORDER-POINT RECALCULATION - " WS-MONTHS-EDIT
               " MONTHS ENDING " WS-REPORT-MONTH
               " - TOLERANCE " WS-PCT-EDIT " PCT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM 1200-READ-HISTORY-ROW
           IF NOT WS-ORD-EOF
               PERFORM 1300-READ-ORDER
           END-IF.

      *    WS-MONTH-SEQ in, the first day of that month out in
      *    WS-WORK-DATE.
       1100-FIRST-OF-MONTH.
           DIVIDE WS-MONTH-SEQ BY 12 GIVING WS-WD-YEAR
               REMAINDER WS-WD-MONTH
           ADD 1 TO WS-WD-MONTH
           MOVE 1 TO WS-WD-DAY.

       1200-READ-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
           END-READ.

       1300-READ-ORDER.
           READ ORDER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ORD-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  2000-BUCKET-HISTORY-ROW drops one SALESHST row into its
      *  product's month bucket.  Daily rows and HSTROLL's
      *  rolled-up month rows bucket alike by YYYYMM.  Rows after
      *  the window are passed over; rows before it only move the
      *  last-sale date.
      *-----------------------------------------------------------*
       2000-BUCKET-HISTORY-ROW.
           COMPUTE WS-ROW-MONTH = SLH-SALE-DATE / 100
           COMPUTE WS-ROW-MONTH-SEQ =
               WS-RM-YEAR * 12 + WS-RM-MONTH - 1
           IF WS-ROW-MONTH-SEQ NOT > WS-END-MONTH-SEQ
               PERFORM 2100-FIND-DEMAND-ENTRY
               IF SLH-SALE-DATE > WS-DM-LAST-SALE-DATE (WS-DM-IDX)
                   MOVE SLH-SALE-DATE
                       TO WS-DM-LAST-SALE-DATE (WS-DM-IDX)
               END-IF
               IF WS-ROW-MONTH-SEQ NOT < WS-START-MONTH-SEQ
                   COMPUTE WS-BUCKET-NO =
                       WS-ROW-MONTH-SEQ - WS-START-MONTH-SEQ + 1
                   ADD SLH-QTY-SOLD
                       TO WS-DM-MONTH-QTY (WS-DM-IDX WS-BUCKET-NO)
                   ADD 1 TO WS-WINDOW-ROW-COUNT
               END-IF
           END-IF
           PERFORM 1200-READ-HISTORY-ROW.

      *    leaves WS-DM-IDX on the product's entry, adding it if new.
       2100-FIND-DEMAND-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2110-CHECK-DEMAND-ENTRY
               VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DEMAND-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-DM-IDX DOWN BY 1
           ELSE
      *        a product dropped here would read as dead and have
      *        its reorder point zeroed - refuse instead.
               IF WS-DEMAND-COUNT >= 1000
                   DISPLAY "ROPCALC - DEMAND TABLE FULL - "
                       "RAISE THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEMAND-COUNT
               SET WS-DM-IDX TO WS-DEMAND-COUNT
               MOVE SLH-PRODUCT-ID TO WS-DM-PRODUCT-ID (WS-DM-IDX)
               MOVE 0 TO WS-DM-LAST-SALE-DATE (WS-DM-IDX)
               PERFORM 2120-CLEAR-DEMAND-MONTH
                   VARYING WS-MONTH-NO FROM 1 BY 1
                   UNTIL WS-MONTH-NO > 12
           END-IF.

       2110-CHECK-DEMAND-ENTRY.
           IF WS-DM-PRODUCT-ID (WS-DM-IDX) = SLH-PRODUCT-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2120-CLEAR-DEMAND-MONTH.
           MOVE 0 TO WS-DM-MONTH-QTY (WS-DM-IDX WS-MONTH-NO).

      *-----------------------------------------------------------*
      *  2500-ACCUMULATE-ORDER adds the lines of one posted order
      *  dated inside the window to the warehouse that shipped
      *  them - the same orders HISTEXTR carries to SALESHST.
      *-----------------------------------------------------------*
       2500-ACCUMULATE-ORDER.
           IF (ORD-STATUS-POSTED OR ORD-STATUS-FUTURE
                   OR ORD-STATUS-PICKED OR ORD-STATUS-SHIPPED)
               AND ORD-ORDER-DATE NOT < WS-WINDOW-START-DATE
               AND ORD-ORDER-DATE < WS-WINDOW-END-DATE
               PERFORM 2600-ACCUMULATE-ONE-LINE
                   VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > ORD-LINE-COUNT
           END-IF
           PERFORM 1300-READ-ORDER.

       2600-ACCUMULATE-ONE-LINE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2610-FIND-WHSE-ENTRY
               VARYING WS-WH-IDX FROM 1 BY 1
               UNTIL WS-WH-IDX > WS-WHSE-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-WH-IDX DOWN BY 1
           ELSE
               IF WS-WHSE-COUNT >= 2000
                   DISPLAY "ROPCALC - WAREHOUSE TABLE FULL - "
                       "RAISE THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WHSE-COUNT
               SET WS-WH-IDX TO WS-WHSE-COUNT
               MOVE ORD-PRODUCT-ID (WS-LINE-NO)
                   TO WS-WH-PRODUCT-ID (WS-WH-IDX)
               MOVE ORD-WAREHOUSE-ID (WS-LINE-NO)
                   TO WS-WH-WAREHOUSE-ID (WS-WH-IDX)
               MOVE 0 TO WS-WH-QTY (WS-WH-IDX)
           END-IF
           ADD ORD-QTY-ORDERED (WS-LINE-NO) TO WS-WH-QTY (WS-WH-IDX).

       2610-FIND-WHSE-ENTRY.
           IF WS-WH-PRODUCT-ID (WS-WH-IDX)
                   = ORD-PRODUCT-ID (WS-LINE-NO)
               AND WS-WH-WAREHOUSE-ID (WS-WH-IDX)
                   = ORD-WAREHOUSE-ID (WS-LINE-NO)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  3000-PRINT-SECTION walks PRODMAST from the top once per
      *  section - the regular movers first, then the slow-moving
      *  and dead items - recalculating, printing and updating the
      *  products that belong in it.
      *-----------------------------------------------------------*
       3000-PRINT-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-SECTION-REGULAR
               STRING "REGULAR MOVERS"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "PRODUCT DESCRIPTION           VENDOR  LEAD"
                   "  AVG/DAY   SD/DAY  ROP OLD  ROP NEW"
                   "   SS OLD   SS NEW  ACTION"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE WS-SLOW-MONTHS TO WS-MONTHS-EDIT
               STRING "SLOW-MOVING AND DEAD ITEMS - SOLD IN FEWER "
                   "THAN " WS-MONTHS-EDIT " MONTHS OF THE WINDOW"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "PRODUCT DESCRIPTION           MONTHS SOLD"
                   "  LAST SOLD   ON HAND  ROP OLD  ROP NEW"
                   "   SS OLD   SS NEW  ACTION"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE "N" TO WS-PROD-EOF-SWITCH
           MOVE LOW-VALUES TO PROD-ID
           START PRODUCT-MASTER-FILE
               KEY IS NOT LESS THAN PROD-ID
               INVALID KEY
                   SET WS-PROD-EOF TO TRUE
           END-START
           PERFORM 3100-REVIEW-PRODUCT
               UNTIL WS-PROD-EOF.

       3100-REVIEW-PRODUCT.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-PROD-EOF TO TRUE
           END-READ
           IF NOT WS-PROD-EOF
               PERFORM 3200-LOAD-PRODUCT-DEMAND
               IF (WS-SECTION-REGULAR AND WS-MOVER-REGULAR)
                   OR (WS-SECTION-SLOW AND NOT WS-MOVER-REGULAR)
                   PERFORM 3300-COMPUTE-PROPOSAL
                   PERFORM 3400-APPLY-PROPOSAL
                   PERFORM 3500-PRINT-PRODUCT-LINE
                   PERFORM 3600-PRINT-WAREHOUSE-LINES
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  3200-LOAD-PRODUCT-DEMAND copies the product's month
      *  buckets out of the demand table (all zero if it never
      *  sold) and classes it regular, slow or dead.
      *-----------------------------------------------------------*
       3200-LOAD-PRODUCT-DEMAND.
           PERFORM 3210-CLEAR-MONTH
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > 12
           MOVE 0 TO WS-LAST-SALE-DATE
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3220-FIND-PRODUCT-DEMAND
               VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DEMAND-COUNT
               OR WS-ENTRY-FOUND
           MOVE 0 TO WS-TOTAL-QTY WS-MONTHS-SOLD
           PERFORM 3230-TOTAL-MONTH
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > WS-WINDOW-MONTHS
           IF WS-TOTAL-QTY = 0
               SET WS-MOVER-DEAD TO TRUE
           ELSE
               IF WS-MONTHS-SOLD < WS-SLOW-MONTHS
                   SET WS-MOVER-SLOW TO TRUE
               ELSE
                   SET WS-MOVER-REGULAR TO TRUE
               END-IF
           END-IF.

       3210-CLEAR-MONTH.
           MOVE 0 TO WS-MONTH-QTY (WS-MONTH-NO).

       3220-FIND-PRODUCT-DEMAND.
           IF WS-DM-PRODUCT-ID (WS-DM-IDX) = PROD-ID
               MOVE WS-DM-LAST-SALE-DATE (WS-DM-IDX)
                   TO WS-LAST-SALE-DATE
               PERFORM 3225-COPY-MONTH
                   VARYING WS-MONTH-NO FROM 1 BY 1
                   UNTIL WS-MONTH-NO > 12
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3225-COPY-MONTH.
           MOVE WS-DM-MONTH-QTY (WS-DM-IDX WS-MONTH-NO)
               TO WS-MONTH-QTY (WS-MONTH-NO).

       3230-TOTAL-MONTH.
           ADD WS-MONTH-QTY (WS-MONTH-NO) TO WS-TOTAL-QTY
           IF WS-MONTH-QTY (WS-MONTH-NO) > 0
               ADD 1 TO WS-MONTHS-SOLD
           END-IF.

      *-----------------------------------------------------------*
      *  3300-COMPUTE-PROPOSAL works out the proposed safety stock
      *  and reorder point.  The month-to-month standard deviation
      *  is scaled to a daily one by the square root of the days
      *  in a month; a dead item proposes zero for both.
      *-----------------------------------------------------------*
       3300-COMPUTE-PROPOSAL.
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
           IF PROD-VENDOR-ID NOT = SPACES
               AND WS-VND-FILE-STATUS NOT = "35"
               MOVE PROD-VENDOR-ID TO VND-ID
               READ VENDOR-MASTER-FILE
                   KEY IS VND-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VND-LEAD-TIME-DAYS > 0
                           MOVE VND-LEAD-TIME-DAYS TO WS-LEAD-DAYS
                       END-IF
               END-READ
           END-IF

           COMPUTE WS-AVG-DAILY ROUNDED =
               WS-TOTAL-QTY / WS-WINDOW-DAYS
           COMPUTE WS-MEAN-MONTHLY ROUNDED =
               WS-TOTAL-QTY / WS-WINDOW-MONTHS
           MOVE 0 TO WS-SUM-OF-SQUARES
           PERFORM 3310-ADD-SQUARED-DEVIATION
               VARYING WS-MONTH-NO FROM 1 BY 1
               UNTIL WS-MONTH-NO > WS-WINDOW-MONTHS
           COMPUTE WS-SD-MONTHLY ROUNDED =
               (WS-SUM-OF-SQUARES / (WS-WINDOW-MONTHS - 1)) ** 0.5
           COMPUTE WS-SD-DAILY ROUNDED =
               WS-SD-MONTHLY / (WS-DAYS-PER-MONTH ** 0.5)

           MOVE PROD-REORDER-POINT TO WS-OLD-REORDER-POINT
           MOVE PROD-SAFETY-STOCK TO WS-OLD-SAFETY-STOCK
           COMPUTE WS-NEW-SAFETY-STOCK ROUNDED =
               WS-SERVICE-FACTOR * WS-SD-DAILY * (WS-LEAD-DAYS ** 0.5)
               ON SIZE ERROR
                   MOVE 99999 TO WS-NEW-SAFETY-STOCK
           END-COMPUTE
           COMPUTE WS-NEW-REORDER-POINT ROUNDED =
               WS-AVG-DAILY * WS-LEAD-DAYS + WS-NEW-SAFETY-STOCK
               ON SIZE ERROR
                   MOVE 99999 TO WS-NEW-REORDER-POINT
           END-COMPUTE.

       3310-ADD-SQUARED-DEVIATION.
           COMPUTE WS-DEVIATION =
               WS-MONTH-QTY (WS-MONTH-NO) - WS-MEAN-MONTHLY
           COMPUTE WS-SUM-OF-SQUARES =
               WS-SUM-OF-SQUARES + WS-DEVIATION * WS-DEVIATION.

      *-----------------------------------------------------------*
      *  3400-APPLY-PROPOSAL rewrites the master only when the
      *  reorder point or the safety stock moves by more than the
      *  tolerance percentage of its current value (any move at
      *  all from zero), audit-logging each field that changes.
      *-----------------------------------------------------------*
       3400-APPLY-PROPOSAL.
           ADD 1 TO WS-REVIEWED-COUNT
           IF WS-MOVER-SLOW
               ADD 1 TO WS-SLOW-COUNT
           END-IF
           IF WS-MOVER-DEAD
               ADD 1 TO WS-DEAD-COUNT
           END-IF
           MOVE "N" TO WS-OUTSIDE-SWITCH
           COMPUTE WS-CHANGE =
               WS-NEW-REORDER-POINT - WS-OLD-REORDER-POINT
           IF WS-CHANGE < 0
               COMPUTE WS-CHANGE = 0 - WS-CHANGE
           END-IF
           IF WS-CHANGE * 100 >
                   WS-OLD-REORDER-POINT * WS-TOLERANCE-PCT
               SET WS-OUTSIDE-TOLERANCE TO TRUE
           END-IF
           COMPUTE WS-CHANGE =
               WS-NEW-SAFETY-STOCK - WS-OLD-SAFETY-STOCK
           IF WS-CHANGE < 0
               COMPUTE WS-CHANGE = 0 - WS-CHANGE
           END-IF
           IF WS-CHANGE * 100 >
                   WS-OLD-SAFETY-STOCK * WS-TOLERANCE-PCT
               SET WS-OUTSIDE-TOLERANCE TO TRUE
           END-IF

           IF NOT WS-OUTSIDE-TOLERANCE
               MOVE "WITHIN TOLERANCE" TO WS-ACTION-TEXT
               ADD 1 TO WS-WITHIN-COUNT
           ELSE
               IF WS-NEW-REORDER-POINT NOT = WS-OLD-REORDER-POINT
                   MOVE WS-OLD-REORDER-POINT TO WS-QTY-EDIT
                   MOVE WS-QTY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NEW-REORDER-POINT TO PROD-REORDER-POINT
                   MOVE WS-NEW-REORDER-POINT TO WS-QTY-EDIT
                   MOVE WS-QTY-EDIT TO WS-NEW-VALUE-DISP
                   MOVE "PROD-REORDER-POINT" TO WS-AUD-FIELD
                   PERFORM 8000-WRITE-AUDIT-ROW
               END-IF
               IF WS-NEW-SAFETY-STOCK NOT = WS-OLD-SAFETY-STOCK
                   MOVE WS-OLD-SAFETY-STOCK TO WS-QTY-EDIT
                   MOVE WS-QTY-EDIT TO WS-OLD-VALUE-DISP
                   MOVE WS-NEW-SAFETY-STOCK TO PROD-SAFETY-STOCK
                   MOVE WS-NEW-SAFETY-STOCK TO WS-QTY-EDIT
                   MOVE WS-QTY-EDIT TO WS-NEW-VALUE-DISP
                   MOVE "PROD-SAFETY-STOCK" TO WS-AUD-FIELD
                   PERFORM 8000-WRITE-AUDIT-ROW
               END-IF
               REWRITE PROD-MASTER-RECORD
               IF WS-PROD-FILE-STATUS NOT = "00"
                   DISPLAY "PRODMAST REWRITE FAILED - STATUS "
                       WS-PROD-FILE-STATUS " PRODUCT " PROD-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "UPDATED" TO WS-ACTION-TEXT
               ADD 1 TO WS-UPDATED-COUNT
           END-IF.

       3500-PRINT-PRODUCT-LINE.
           MOVE WS-OLD-REORDER-POINT TO WS-OLD-ROP-EDIT
           MOVE WS-NEW-REORDER-POINT TO WS-NEW-ROP-EDIT
           MOVE WS-OLD-SAFETY-STOCK TO WS-OLD-SS-EDIT
           MOVE WS-NEW-SAFETY-STOCK TO WS-NEW-SS-EDIT
           MOVE SPACES TO RPT-LINE
           IF WS-SECTION-REGULAR
               MOVE WS-LEAD-DAYS TO WS-LEAD-EDIT
               MOVE WS-AVG-DAILY TO WS-AVG-EDIT
               MOVE WS-SD-DAILY TO WS-SD-EDIT
               STRING PROD-ID "  " PROD-DESCRIPTION (1:20) "  "
                   PROD-VENDOR-ID "   " WS-LEAD-EDIT "  "
                   WS-AVG-EDIT " " WS-SD-EDIT "   "
                   WS-OLD-ROP-EDIT "   " WS-NEW-ROP-EDIT "   "
                   WS-OLD-SS-EDIT "   " WS-NEW-SS-EDIT "  "
                   WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE 0 TO WS-ON-HAND
               PERFORM 3510-ADD-WAREHOUSE-ON-HAND
                   VARYING PROD-WHSE-IDX FROM 1 BY 1
                   UNTIL PROD-WHSE-IDX > PROD-WHSE-COUNT
               MOVE WS-ON-HAND TO WS-ON-HAND-EDIT
               MOVE WS-MONTHS-SOLD TO WS-SOLD-EDIT
               MOVE WS-WINDOW-MONTHS TO WS-MONTHS-EDIT
               IF WS-LAST-SALE-DATE = 0
                   MOVE "NEVER" TO WS-LAST-SOLD-DISP
               ELSE
                   MOVE WS-LAST-SALE-DATE TO WS-LAST-SOLD-DISP
               END-IF
               STRING PROD-ID "  " PROD-DESCRIPTION (1:20) "  "
                   "   " WS-SOLD-EDIT " OF " WS-MONTHS-EDIT
                   "   " WS-LAST-SOLD-DISP " "
                   WS-ON-HAND-EDIT "   "
                   WS-OLD-ROP-EDIT "   " WS-NEW-ROP-EDIT "   "
                   WS-OLD-SS-EDIT "   " WS-NEW-SS-EDIT "  "
                   WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       3510-ADD-WAREHOUSE-ON-HAND.
           ADD PROD-QTY-ON-HAND (PROD-WHSE-IDX) TO WS-ON-HAND.

      *-----------------------------------------------------------*
      *  3600-PRINT-WAREHOUSE-LINES prints, under the product,
      *  what each warehouse shipped of it in the window and its
      *  share of the product's ORDFILE demand.
      *-----------------------------------------------------------*
       3600-PRINT-WAREHOUSE-LINES.
           MOVE 0 TO WS-WHSE-TOTAL-QTY
           PERFORM 3610-ADD-WAREHOUSE-QTY
               VARYING WS-WH-IDX FROM 1 BY 1
               UNTIL WS-WH-IDX > WS-WHSE-COUNT
           IF WS-WHSE-TOTAL-QTY > 0
               PERFORM 3620-PRINT-ONE-WAREHOUSE
                   VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WHSE-COUNT
           END-IF.

       3610-ADD-WAREHOUSE-QTY.
           IF WS-WH-PRODUCT-ID (WS-WH-IDX) = PROD-ID
               ADD WS-WH-QTY (WS-WH-IDX) TO WS-WHSE-TOTAL-QTY
           END-IF.

       3620-PRINT-ONE-WAREHOUSE.
           IF WS-WH-PRODUCT-ID (WS-WH-IDX) = PROD-ID
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-WH-QTY (WS-WH-IDX) * 100 / WS-WHSE-TOTAL-QTY
               MOVE WS-WH-QTY (WS-WH-IDX) TO WS-BIG-QTY-EDIT
               MOVE WS-SHARE-PCT TO WS-PCT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "          WHSE " WS-WH-WAREHOUSE-ID (WS-WH-IDX)
                   "  SHIPPED " WS-BIG-QTY-EDIT
                   "  SHARE " WS-PCT-EDIT " PCT"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       8000-WRITE-AUDIT-ROW.
           MOVE "PRODUCT" TO WS-AUD-CLASS
           MOVE "ROPCALC" TO WS-AUD-METHOD
           MOVE PROD-ID TO WS-AUD-KEY
           CALL "AUDWRIT" USING WS-AUD-CLASS WS-AUD-METHOD WS-AUD-KEY
               WS-AUD-FIELD WS-OLD-VALUE-DISP WS-NEW-VALUE-DISP.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REVIEWED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PRODUCTS REVIEWED ..: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UPDATED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "MASTER UPDATED .....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WITHIN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "WITHIN TOLERANCE ...: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SLOW-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "SLOW-MOVING ITEMS ..: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DEAD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DEAD ITEMS .........: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM ROPCALC.
