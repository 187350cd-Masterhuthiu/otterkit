       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGRPT.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  MARGRPT is the monthly gross-margin report.  For the       *
      *  YYYYMM passed as the COMMAND-LINE parameter it takes the    *
      *  same orders the commission run pays on - shipped in the      *
      *  month and carrying an invoice - and reports revenue, cost    *
      *  and margin percent by product, by customer and by            *
      *  salesperson.  Every line is netted of its returned            *
      *  quantity: revenue is (ordered less returned) times the        *
      *  unit price, cost the same quantity times the unit cost         *
      *  TakeOrder froze onto the line when it was priced, so a         *
      *  later PRODMAST cost change never rewrites history.  Any         *
      *  line priced below its cost prints in the exception              *
      *  section with the price source that put it there -               *
      *  contract, quantity break, override (with the authorizer)        *
      *  or list.  Lines taken before products carried a cost             *
      *  have no frozen cost; they are counted in the trailer so          *
      *  the overstated margin is visible.  Orders with no rep             *
      *  total under "????" as they do on the commission recap.            *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-ORDER-NO
               FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "MARGRPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-MASTER-FILE.
       COPY ORDREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORD-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-ORD-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-ORD-EOF                   VALUE "Y".
       01  WS-FOUND-SWITCH               PIC X(01).
           88  WS-ENTRY-FOUND                 VALUE "Y".
       01  WS-BELOW-COST-SWITCH          PIC X(01).
           88  WS-LINE-BELOW-COST             VALUE "Y".

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-REPORT-MONTH              PIC 9(06).
       01  WS-WORK-MONTH                PIC 9(06).
       01  WS-LINE-NO                   PIC 9(03) COMP.
       01  WS-NET-QTY                   PIC S9(06) COMP.
       01  WS-LINE-REVENUE              PIC S9(09)V99.
       01  WS-LINE-COST                 PIC S9(09)V99.
       01  WS-WORK-REP-ID               PIC X(04).
       01  WS-WORK-REVENUE              PIC S9(13)V99.
       01  WS-WORK-COST                 PIC S9(13)V99.
       01  WS-WORK-MARGIN               PIC S9(13)V99.
       01  WS-MARGIN-PCT                PIC S9(05)V9.
       01  WS-SOURCE-TEXT               PIC X(10).

      *-----------------------------------------------------------*
      *  revenue, cost and below-cost line counts by product, by
      *  customer and by salesperson.
      *-----------------------------------------------------------*
       01  WS-PROD-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-PROD-MARGINS.
           05  WS-PM-ENTRY OCCURS 500 TIMES INDEXED BY WS-PM-IDX.
               10  WS-PM-PRODUCT-ID           PIC X(06).
               10  WS-PM-NET-QTY              PIC S9(09) COMP.
               10  WS-PM-REVENUE              PIC S9(11)V99.
               10  WS-PM-COST                 PIC S9(11)V99.
               10  WS-PM-BELOW-COUNT          PIC 9(05) COMP.

       01  WS-CUST-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-CUST-MARGINS.
           05  WS-CM-ENTRY OCCURS 500 TIMES INDEXED BY WS-CM-IDX.
               10  WS-CM-CUST-ID              PIC X(06).
               10  WS-CM-REVENUE              PIC S9(11)V99.
               10  WS-CM-COST                 PIC S9(11)V99.
               10  WS-CM-BELOW-COUNT          PIC 9(05) COMP.

       01  WS-REP-COUNT                 PIC 9(03) COMP VALUE 0.
       01  WS-REP-MARGINS.
           05  WS-RM-ENTRY OCCURS 100 TIMES INDEXED BY WS-RM-IDX.
               10  WS-RM-REP-ID               PIC X(04).
               10  WS-RM-REVENUE              PIC S9(11)V99.
               10  WS-RM-COST                 PIC S9(11)V99.
               10  WS-RM-BELOW-COUNT          PIC 9(05) COMP.

       01  WS-GRAND-REVENUE             PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-COST                PIC S9(13)V99 VALUE 0.
       01  WS-ORDERS-COUNT              PIC 9(07) COMP VALUE 0.
       01  WS-BELOW-COST-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-UNCOSTED-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-UNCOSTED-REVENUE          PIC S9(13)V99 VALUE 0.

       01  WS-AMOUNT-EDIT-1             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-2             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-3             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-LINE-MARGIN-EDIT          PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PRICE-EDIT-1              PIC Z,ZZZ,ZZ9.99.
       01  WS-PRICE-EDIT-2              PIC Z,ZZZ,ZZ9.99.
       01  WS-PCT-EDIT                  PIC ----9.9.
       01  WS-QTY-EDIT                  PIC ---,--9.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MARGIN-ORDER
               UNTIL WS-ORD-EOF
           PERFORM 8000-PRINT-SUMMARIES
           PERFORM 9000-PRINT-TRAILER
           CLOSE ORDER-MASTER-FILE REGISTER-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:6) IS NUMERIC AND WS-PARM-DATA (1:6)
                   NOT = "000000"
               MOVE WS-PARM-DATA (1:6) TO WS-REPORT-MONTH
           ELSE
               DISPLAY "MARGRPT REQUIRES A YYYYMM REPORT-MONTH PARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ORDER-MASTER-FILE
           IF WS-ORD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ORDFILE - STATUS "
                   WS-ORD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MARGRPRT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "MONTHLY GROSS-MARGIN REPORT FOR "
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LINES PRICED BELOW COST"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1100-READ-ORDER.

       1100-READ-ORDER.
           READ ORDER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ORD-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  2000-MARGIN-ORDER takes one order that shipped in the
      *  report month and carries an invoice - the commission
      *  run's selection, so the two reports agree on revenue.
      *-----------------------------------------------------------*
       2000-MARGIN-ORDER.
           COMPUTE WS-WORK-MONTH = ORD-SHIP-DATE / 100
           IF ORD-STATUS-SHIPPED
               AND ORD-INVOICE-NO > 0
               AND WS-WORK-MONTH = WS-REPORT-MONTH
               ADD 1 TO WS-ORDERS-COUNT
               IF ORD-SALESPERSON-ID = SPACES
                   MOVE "????" TO WS-WORK-REP-ID
               ELSE
                   MOVE ORD-SALESPERSON-ID TO WS-WORK-REP-ID
               END-IF
               PERFORM 2100-MARGIN-ONE-LINE THRU 2100-EXIT
                   VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > ORD-LINE-COUNT
           END-IF
           PERFORM 1100-READ-ORDER.

      *-----------------------------------------------------------*
      *  2100-MARGIN-ONE-LINE nets the line of its returns, rolls
      *  it into the three summaries, and prints it if it was
      *  priced below its frozen cost.  A fully returned line
      *  carries nothing and is skipped.
      *-----------------------------------------------------------*
       2100-MARGIN-ONE-LINE.
           COMPUTE WS-NET-QTY =
               ORD-QTY-ORDERED (WS-LINE-NO)
               - ORD-QTY-RETURNED (WS-LINE-NO)
           IF WS-NET-QTY NOT > 0
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-LINE-REVENUE ROUNDED =
               WS-NET-QTY * ORD-UNIT-PRICE (WS-LINE-NO)
           COMPUTE WS-LINE-COST ROUNDED =
               WS-NET-QTY * ORD-UNIT-COST (WS-LINE-NO)
           ADD WS-LINE-REVENUE TO WS-GRAND-REVENUE
           ADD WS-LINE-COST TO WS-GRAND-COST

           MOVE "N" TO WS-BELOW-COST-SWITCH
           IF ORD-UNIT-COST (WS-LINE-NO) = 0
               ADD 1 TO WS-UNCOSTED-COUNT
               ADD WS-LINE-REVENUE TO WS-UNCOSTED-REVENUE
           ELSE
               IF ORD-UNIT-PRICE (WS-LINE-NO)
                       < ORD-UNIT-COST (WS-LINE-NO)
                   SET WS-LINE-BELOW-COST TO TRUE
                   ADD 1 TO WS-BELOW-COST-COUNT
                   PERFORM 2200-PRINT-BELOW-COST-LINE
               END-IF
           END-IF

           PERFORM 3000-ADD-TO-PRODUCT-TOTAL
           PERFORM 3100-ADD-TO-CUSTOMER-TOTAL
           PERFORM 3200-ADD-TO-REP-TOTAL.
       2100-EXIT.
           EXIT.

       2200-PRINT-BELOW-COST-LINE.
           EVALUATE TRUE
               WHEN ORD-PRICED-CONTRACT (WS-LINE-NO)
                   MOVE "CONTRACT" TO WS-SOURCE-TEXT
               WHEN ORD-PRICED-QTY-BREAK (WS-LINE-NO)
                   MOVE "QTY BREAK" TO WS-SOURCE-TEXT
               WHEN ORD-PRICED-OVERRIDE (WS-LINE-NO)
                   MOVE "OVERRIDE" TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE "LIST" TO WS-SOURCE-TEXT
           END-EVALUATE
           COMPUTE WS-WORK-MARGIN = WS-LINE-REVENUE - WS-LINE-COST
           MOVE WS-NET-QTY TO WS-QTY-EDIT
           MOVE ORD-UNIT-PRICE (WS-LINE-NO) TO WS-PRICE-EDIT-1
           MOVE ORD-UNIT-COST (WS-LINE-NO) TO WS-PRICE-EDIT-2
           MOVE WS-WORK-MARGIN TO WS-LINE-MARGIN-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ORDER " ORD-ORDER-NO
               " CUST " ORD-CUST-ID
               " PROD " ORD-PRODUCT-ID (WS-LINE-NO)
               " QTY " WS-QTY-EDIT
               " PRICE " WS-PRICE-EDIT-1
               " COST " WS-PRICE-EDIT-2
               " MARGIN " WS-LINE-MARGIN-EDIT
               " " WS-SOURCE-TEXT
               " " ORD-AUTH-CODE (WS-LINE-NO)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       3000-ADD-TO-PRODUCT-TOTAL.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3010-FIND-PRODUCT-ENTRY
               VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PROD-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
      *        a product dropped here silently vanishes from the
      *        margin - refuse to run off the end of the table.
               IF WS-PROD-COUNT >= 500
                   DISPLAY "MARGRPT - PRODUCT TABLE FULL - RAISE "
                       "THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PROD-COUNT
               SET WS-PM-IDX TO WS-PROD-COUNT
               MOVE ORD-PRODUCT-ID (WS-LINE-NO)
                   TO WS-PM-PRODUCT-ID (WS-PM-IDX)
               MOVE 0 TO WS-PM-NET-QTY (WS-PM-IDX)
               MOVE 0 TO WS-PM-REVENUE (WS-PM-IDX)
               MOVE 0 TO WS-PM-COST (WS-PM-IDX)
               MOVE 0 TO WS-PM-BELOW-COUNT (WS-PM-IDX)
           ELSE
      *        the find loop leaves the index one past the match
               SET WS-PM-IDX DOWN BY 1
           END-IF
           ADD WS-NET-QTY TO WS-PM-NET-QTY (WS-PM-IDX)
           ADD WS-LINE-REVENUE TO WS-PM-REVENUE (WS-PM-IDX)
           ADD WS-LINE-COST TO WS-PM-COST (WS-PM-IDX)
           IF WS-LINE-BELOW-COST
               ADD 1 TO WS-PM-BELOW-COUNT (WS-PM-IDX)
           END-IF.

       3010-FIND-PRODUCT-ENTRY.
           IF WS-PM-PRODUCT-ID (WS-PM-IDX)
                   = ORD-PRODUCT-ID (WS-LINE-NO)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3100-ADD-TO-CUSTOMER-TOTAL.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3110-FIND-CUSTOMER-ENTRY
               VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CUST-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-CUST-COUNT >= 500
                   DISPLAY "MARGRPT - CUSTOMER TABLE FULL - RAISE "
                       "THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CUST-COUNT
               SET WS-CM-IDX TO WS-CUST-COUNT
               MOVE ORD-CUST-ID TO WS-CM-CUST-ID (WS-CM-IDX)
               MOVE 0 TO WS-CM-REVENUE (WS-CM-IDX)
               MOVE 0 TO WS-CM-COST (WS-CM-IDX)
               MOVE 0 TO WS-CM-BELOW-COUNT (WS-CM-IDX)
           ELSE
      *        the find loop leaves the index one past the match
               SET WS-CM-IDX DOWN BY 1
           END-IF
           ADD WS-LINE-REVENUE TO WS-CM-REVENUE (WS-CM-IDX)
           ADD WS-LINE-COST TO WS-CM-COST (WS-CM-IDX)
           IF WS-LINE-BELOW-COST
               ADD 1 TO WS-CM-BELOW-COUNT (WS-CM-IDX)
           END-IF.

       3110-FIND-CUSTOMER-ENTRY.
           IF WS-CM-CUST-ID (WS-CM-IDX) = ORD-CUST-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3200-ADD-TO-REP-TOTAL.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3210-FIND-REP-ENTRY
               VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-REP-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-REP-COUNT >= 100
                   DISPLAY "MARGRPT - REP TABLE FULL - RAISE THE "
                       "TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REP-COUNT
               SET WS-RM-IDX TO WS-REP-COUNT
               MOVE WS-WORK-REP-ID TO WS-RM-REP-ID (WS-RM-IDX)
               MOVE 0 TO WS-RM-REVENUE (WS-RM-IDX)
               MOVE 0 TO WS-RM-COST (WS-RM-IDX)
               MOVE 0 TO WS-RM-BELOW-COUNT (WS-RM-IDX)
           ELSE
      *        the find loop leaves the index one past the match
               SET WS-RM-IDX DOWN BY 1
           END-IF
           ADD WS-LINE-REVENUE TO WS-RM-REVENUE (WS-RM-IDX)
           ADD WS-LINE-COST TO WS-RM-COST (WS-RM-IDX)
           IF WS-LINE-BELOW-COST
               ADD 1 TO WS-RM-BELOW-COUNT (WS-RM-IDX)
           END-IF.

       3210-FIND-REP-ENTRY.
           IF WS-RM-REP-ID (WS-RM-IDX) = WS-WORK-REP-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  8000-PRINT-SUMMARIES prints the by-product, by-customer
      *  and by-salesperson sections - revenue, cost, margin and
      *  margin percent of revenue, with the below-cost line
      *  count.
      *-----------------------------------------------------------*
       8000-PRINT-SUMMARIES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BY PRODUCT  NET QTY            REVENUE"
               "               COST             MARGIN  MARGIN%"
               "  BELOW COST"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8100-PRINT-PRODUCT-LINE
               VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PROD-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BY CUSTOMER            REVENUE"
               "               COST             MARGIN  MARGIN%"
               "  BELOW COST"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8200-PRINT-CUSTOMER-LINE
               VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CUST-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BY SALESPERSON         REVENUE"
               "               COST             MARGIN  MARGIN%"
               "  BELOW COST"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8300-PRINT-REP-LINE
               VARYING WS-RM-IDX FROM 1 BY 1
               UNTIL WS-RM-IDX > WS-REP-COUNT.

       8100-PRINT-PRODUCT-LINE.
           MOVE WS-PM-REVENUE (WS-PM-IDX) TO WS-WORK-REVENUE
           MOVE WS-PM-COST (WS-PM-IDX) TO WS-WORK-COST
           PERFORM 8900-EDIT-MARGIN
           MOVE WS-PM-NET-QTY (WS-PM-IDX) TO WS-QTY-EDIT
           MOVE WS-PM-BELOW-COUNT (WS-PM-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-PM-PRODUCT-ID (WS-PM-IDX)
               "      " WS-QTY-EDIT
               " " WS-AMOUNT-EDIT-1
               " " WS-AMOUNT-EDIT-2
               " " WS-AMOUNT-EDIT-3
               "  " WS-PCT-EDIT
               "     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       8200-PRINT-CUSTOMER-LINE.
           MOVE WS-CM-REVENUE (WS-CM-IDX) TO WS-WORK-REVENUE
           MOVE WS-CM-COST (WS-CM-IDX) TO WS-WORK-COST
           PERFORM 8900-EDIT-MARGIN
           MOVE WS-CM-BELOW-COUNT (WS-CM-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-CM-CUST-ID (WS-CM-IDX)
               "      " WS-AMOUNT-EDIT-1
               " " WS-AMOUNT-EDIT-2
               " " WS-AMOUNT-EDIT-3
               "  " WS-PCT-EDIT
               "     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       8300-PRINT-REP-LINE.
           MOVE WS-RM-REVENUE (WS-RM-IDX) TO WS-WORK-REVENUE
           MOVE WS-RM-COST (WS-RM-IDX) TO WS-WORK-COST
           PERFORM 8900-EDIT-MARGIN
           MOVE WS-RM-BELOW-COUNT (WS-RM-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-RM-REP-ID (WS-RM-IDX)
               "        " WS-AMOUNT-EDIT-1
               " " WS-AMOUNT-EDIT-2
               " " WS-AMOUNT-EDIT-3
               "  " WS-PCT-EDIT
               "     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  8900-EDIT-MARGIN edits one summary's revenue, cost,
      *  margin and margin percent - zero revenue reports a zero
      *  percent rather than dividing by it.
      *-----------------------------------------------------------*
       8900-EDIT-MARGIN.
           COMPUTE WS-WORK-MARGIN = WS-WORK-REVENUE - WS-WORK-COST
           IF WS-WORK-REVENUE = 0
               MOVE 0 TO WS-MARGIN-PCT
           ELSE
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-WORK-MARGIN * 100 / WS-WORK-REVENUE
           END-IF
           MOVE WS-WORK-REVENUE TO WS-AMOUNT-EDIT-1
           MOVE WS-WORK-COST TO WS-AMOUNT-EDIT-2
           MOVE WS-WORK-MARGIN TO WS-AMOUNT-EDIT-3
           MOVE WS-MARGIN-PCT TO WS-PCT-EDIT.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GRAND-REVENUE TO WS-WORK-REVENUE
           MOVE WS-GRAND-COST TO WS-WORK-COST
           PERFORM 8900-EDIT-MARGIN
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL   REVENUE " WS-AMOUNT-EDIT-1
               "  COST " WS-AMOUNT-EDIT-2
               "  MARGIN " WS-AMOUNT-EDIT-3
               "  MARGIN% " WS-PCT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ORDERS-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ORDERS REPORTED ......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BELOW-COST-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "LINES BELOW COST .....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UNCOSTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-UNCOSTED-REVENUE TO WS-AMOUNT-EDIT-1
           MOVE SPACES TO RPT-LINE
           STRING "LINES WITH NO COST ...: " WS-COUNT-EDIT
               "  REVENUE " WS-AMOUNT-EDIT-1
               "  (MARGIN OVERSTATED BY UP TO THIS AMOUNT)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM MARGRPT.
