      *  open and reported - CancelOrder restored the full                     *
      *  unreturned quantity to stock, so the open shortfall is                 *
      *  exactly what keeps RECONCIL at zero for that product.                   *
      *                                                                           *
      *  A kit line backorders through its components' rows.  Stock                *
      *  released against a component leaves the kit line alone                     *
      *  until the pass is over; the line's kits short are then                      *
      *  re-measured from the components' still-open rows.                            *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-23  JPS  Added program.
      *                    once the first backorder is written, and
      *                    the release step chains after receiving
      *                    and transfer runs that posted fine.
      *   2026-10-15  JPS  Released stock is drawn from the
      *                    first-expiring lots through LOTIO.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *   2026-10-15  JPS  Stock released against a kit component
      *                    re-measures the kit line's kits short from
      *                    the components' still-open backorders.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           88  WS-WHSE-FOUND                 VALUE "Y".
       01  WS-LINE-FOUND-SWITCH          PIC X(01).
           88  WS-LINE-FOUND                 VALUE "Y".
       01  WS-KIT-FOUND-SWITCH           PIC X(01).
           88  WS-LINE-IS-KIT                VALUE "Y".
       01  WS-COMP-FOUND-SWITCH          PIC X(01).
           88  WS-COMP-FOUND                 VALUE "Y".
       01  WS-TK-FOUND-SWITCH            PIC X(01).
           88  WS-TK-FOUND                   VALUE "Y".
       COPY KITREC.

      *    the kit lines stock was released against this run, held
      *    until the pass is over and their kits short re-measured.
       01  WS-KIT-LINE-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-KIT-LINE-TABLE.
           05  WS-TK-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-TK-IDX.
               10  WS-TK-ORDER-NO             PIC X(08).
               10  WS-TK-LINE-NO              PIC 9(03) COMP.
               10  WS-TK-PRODUCT-ID           PIC X(06).
               10  WS-TK-WAREHOUSE-ID         PIC X(04).
               10  WS-TK-KITS-SHORT           PIC 9(05) COMP.
       01  WS-COMP-KITS-SHORT            PIC 9(05) COMP.

       01  WS-LINE-NO                    PIC 9(03) COMP.
       01  WS-QTY-AVAILABLE              PIC S9(07) COMP.
       01  WS-TOTAL-QTY-RELEASED         PIC 9(09) COMP VALUE 0.

       COPY RCTREC.
       COPY BWLREC.
       01  WS-LOT-REQUEST                PIC X(04).
       COPY LOTPRM.

       01  WS-ISSUE-EDIT                 PIC ZZZ,ZZ9.
       01  WS-SHORT-EDIT                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RELEASE-BACKORDER
               UNTIL WS-EOF
           IF WS-KIT-LINE-COUNT > 0
               PERFORM 5000-RESHORT-KIT-LINES
           END-IF
           PERFORM 9000-PRINT-TRAILER
           PERFORM 9400-WRITE-RUN-CONTROL
           CLOSE BACKORDER-FILE PRODUCT-MASTER-FILE
               ORDER-MASTER-FILE REGISTER-FILE
           CALL "RCTCLS"
           CALL "AUDCLOSE"
           CALL "LOTCLS"
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2250-ISSUE-FROM-LOTS

           PERFORM 2300-UPDATE-ORDER-LINE

       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2250-ISSUE-FROM-LOTS draws the released quantity from the
      *  first-expiring lots and records them against the order.
      *-----------------------------------------------------------*
       2250-ISSUE-FROM-LOTS.
           MOVE SPACES TO LOT-IO-PARMS
           SET LIO-DOC-ORDER TO TRUE
           MOVE BKO-ORDER-NO TO LIO-DOC-NO
           MOVE PROD-ID TO LIO-PRODUCT-ID
           MOVE BKO-WAREHOUSE-ID TO LIO-WAREHOUSE-ID
           MOVE 0 TO LIO-EXPIRY-DATE LIO-QTY-DONE
           MOVE WS-QTY-TO-ISSUE TO LIO-QTY
           MOVE "ISSU" TO WS-LOT-REQUEST
           CALL "LOTIO" USING WS-LOT-REQUEST LOT-IO-PARMS
           IF LIO-STATUS NOT = "00"
               DISPLAY "LOTFILE UPDATE FAILED - STATUS "
                   LIO-STATUS " PRODUCT " PROD-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2210-FIND-WAREHOUSE.
           IF PROD-WAREHOUSE-ID (PROD-WHSE-IDX) = BKO-WAREHOUSE-ID
               SET WS-WHSE-FOUND TO TRUE
      *  2300-UPDATE-ORDER-LINE works the issued quantity off the
      *  order line's open backordered shortfall and rewrites the
      *  order.  The order record is already in the record area
      *  from 2100.  A kit line whose component this was is only
      *  noted - its kits short are re-measured after the pass.
      *-----------------------------------------------------------*
       2300-UPDATE-ORDER-LINE.
           MOVE "N" TO WS-LINE-FOUND-SWITCH
           MOVE "N" TO WS-KIT-FOUND-SWITCH
           PERFORM 2310-FIND-ORDER-LINE
               VARYING WS-LINE-NO FROM 1 BY 1
               UNTIL WS-LINE-NO > ORD-LINE-COUNT
           IF WS-LINE-FOUND
      *        the find loop leaves WS-LINE-NO one past the match
               SUBTRACT 1 FROM WS-LINE-NO
               IF WS-LINE-IS-KIT
                   PERFORM 2400-NOTE-KIT-LINE
               ELSE
                   PERFORM 2350-REDUCE-LINE-SHORT
               END-IF
           END-IF.

       2310-FIND-ORDER-LINE.
           IF ORD-WAREHOUSE-ID (WS-LINE-NO) = BKO-WAREHOUSE-ID
               AND ORD-QTY-BACKORDERED (WS-LINE-NO) > 0
               IF ORD-PRODUCT-ID (WS-LINE-NO) = BKO-PRODUCT-ID
                   SET WS-LINE-FOUND TO TRUE
               ELSE
                   PERFORM 2320-CHECK-KIT-LINE
               END-IF
           END-IF.

       2320-CHECK-KIT-LINE.
           CALL "KITLOOK" USING ORD-PRODUCT-ID (WS-LINE-NO)
               KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
           IF WS-LINE-IS-KIT
               MOVE "N" TO WS-COMP-FOUND-SWITCH
               PERFORM 2330-FIND-KIT-COMPONENT
                   VARYING KIT-COMP-IDX FROM 1 BY 1
                   UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
                   OR WS-COMP-FOUND
               IF WS-COMP-FOUND
                   SET WS-LINE-FOUND TO TRUE
               ELSE
                   MOVE "N" TO WS-KIT-FOUND-SWITCH
               END-IF
           END-IF.

       2330-FIND-KIT-COMPONENT.
           IF KIT-COMP-PRODUCT-ID (KIT-COMP-IDX) = BKO-PRODUCT-ID
               SET WS-COMP-FOUND TO TRUE
           END-IF.

       2350-REDUCE-LINE-SHORT.
           IF WS-QTY-TO-ISSUE >
                   ORD-QTY-BACKORDERED (WS-LINE-NO)
               MOVE 0 TO ORD-QTY-BACKORDERED (WS-LINE-NO)
           ELSE
               SUBTRACT WS-QTY-TO-ISSUE
                   FROM ORD-QTY-BACKORDERED (WS-LINE-NO)
           END-IF
           REWRITE ORDER-RECORD
           IF WS-ORD-FILE-STATUS NOT = "00"
               DISPLAY "ORDFILE REWRITE FAILED - STATUS "
                   WS-ORD-FILE-STATUS " ORDER " ORD-ORDER-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      *  2400-NOTE-KIT-LINE remembers a kit line once for the
      *  re-measure after the pass.
      *-----------------------------------------------------------*
       2400-NOTE-KIT-LINE.
           MOVE "N" TO WS-TK-FOUND-SWITCH
           PERFORM 2410-MATCH-NOTED-LINE
               VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-KIT-LINE-COUNT
               OR WS-TK-FOUND
           IF NOT WS-TK-FOUND
               IF WS-KIT-LINE-COUNT >= 500
                   DISPLAY "BKORLSE - KIT LINE TABLE FULL - RAISE "
                       "THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-KIT-LINE-COUNT
               SET WS-TK-IDX TO WS-KIT-LINE-COUNT
               MOVE ORD-ORDER-NO TO WS-TK-ORDER-NO (WS-TK-IDX)
               MOVE WS-LINE-NO TO WS-TK-LINE-NO (WS-TK-IDX)
               MOVE ORD-PRODUCT-ID (WS-LINE-NO)
                   TO WS-TK-PRODUCT-ID (WS-TK-IDX)
               MOVE ORD-WAREHOUSE-ID (WS-LINE-NO)
                   TO WS-TK-WAREHOUSE-ID (WS-TK-IDX)
               MOVE 0 TO WS-TK-KITS-SHORT (WS-TK-IDX)
           END-IF.

       2410-MATCH-NOTED-LINE.
           IF WS-TK-ORDER-NO (WS-TK-IDX) = ORD-ORDER-NO
               AND WS-TK-LINE-NO (WS-TK-IDX) = WS-LINE-NO
               SET WS-TK-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  5000-RESHORT-KIT-LINES re-reads BACKORD now every release
      *  is on it.  A noted kit line is short the most kits any
      *  one of its components' still-open rows leaves incomplete
      *  - none open is a kit line filled.
      *-----------------------------------------------------------*
       5000-RESHORT-KIT-LINES.
           CLOSE BACKORDER-FILE
           OPEN INPUT BACKORDER-FILE
           IF WS-BKO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN BACKORD - STATUS "
                   WS-BKO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1100-READ-BACKORDER
           PERFORM 5100-MEASURE-KIT-SHORT
               UNTIL WS-EOF
           PERFORM 5300-REWRITE-KIT-LINE
               VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-KIT-LINE-COUNT.

       5100-MEASURE-KIT-SHORT.
           IF BKO-STATUS-OPEN
               PERFORM 5110-MATCH-KIT-LINE
                   VARYING WS-TK-IDX FROM 1 BY 1
                   UNTIL WS-TK-IDX > WS-KIT-LINE-COUNT
           END-IF
           PERFORM 1100-READ-BACKORDER.

       5110-MATCH-KIT-LINE.
           IF WS-TK-ORDER-NO (WS-TK-IDX) = BKO-ORDER-NO
               AND WS-TK-WAREHOUSE-ID (WS-TK-IDX) = BKO-WAREHOUSE-ID
               CALL "KITLOOK" USING WS-TK-PRODUCT-ID (WS-TK-IDX)
                   KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
               MOVE "N" TO WS-COMP-FOUND-SWITCH
               IF WS-LINE-IS-KIT
                   PERFORM 2330-FIND-KIT-COMPONENT
                       VARYING KIT-COMP-IDX FROM 1 BY 1
                       UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
                       OR WS-COMP-FOUND
               END-IF
               IF WS-COMP-FOUND
      *            the find loop leaves the index one past the match
                   SET KIT-COMP-IDX DOWN BY 1
                   COMPUTE WS-COMP-KITS-SHORT =
                       (BKO-QTY-SHORT + KIT-COMP-QTY (KIT-COMP-IDX) - 1)
                       / KIT-COMP-QTY (KIT-COMP-IDX)
                   IF WS-COMP-KITS-SHORT > WS-TK-KITS-SHORT (WS-TK-IDX)
                       MOVE WS-COMP-KITS-SHORT
                           TO WS-TK-KITS-SHORT (WS-TK-IDX)
                   END-IF
               END-IF
           END-IF.

       5300-REWRITE-KIT-LINE.
           MOVE WS-TK-ORDER-NO (WS-TK-IDX) TO ORD-ORDER-NO
           READ ORDER-MASTER-FILE
               KEY IS ORD-ORDER-NO
               INVALID KEY
                   DISPLAY "ORDFILE READ FAILED - STATUS "
                       WS-ORD-FILE-STATUS " ORDER " ORD-ORDER-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE WS-TK-LINE-NO (WS-TK-IDX) TO WS-LINE-NO
           MOVE WS-TK-KITS-SHORT (WS-TK-IDX)
               TO ORD-QTY-BACKORDERED (WS-LINE-NO)
           REWRITE ORDER-RECORD
           IF WS-ORD-FILE-STATUS NOT = "00"
               DISPLAY "ORDFILE REWRITE FAILED - STATUS "
                   WS-ORD-FILE-STATUS " ORDER " ORD-ORDER-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8200-PRINT-KIT-LINE.

       8000-PRINT-SKIP-LINE.
           MOVE SPACES TO RPT-LINE
           STRING "ORDER " BKO-ORDER-NO
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       8200-PRINT-KIT-LINE.
           MOVE WS-TK-KITS-SHORT (WS-TK-IDX) TO WS-SHORT-EDIT
           MOVE SPACES TO RPT-LINE
           IF WS-TK-KITS-SHORT (WS-TK-IDX) = 0
               STRING "ORDER " WS-TK-ORDER-NO (WS-TK-IDX)
                   "  KIT     " WS-TK-PRODUCT-ID (WS-TK-IDX)
                   "  WHSE " WS-TK-WAREHOUSE-ID (WS-TK-IDX)
                   "  KIT LINE FILLED"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "ORDER " WS-TK-ORDER-NO (WS-TK-IDX)
                   "  KIT     " WS-TK-PRODUCT-ID (WS-TK-IDX)
                   "  WHSE " WS-TK-WAREHOUSE-ID (WS-TK-IDX)
                   "  KITS STILL SHORT " WS-SHORT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       8100-PRINT-RELEASE-LINE.
           MOVE WS-QTY-TO-ISSUE TO WS-ISSUE-EDIT
           MOVE BKO-QTY-SHORT TO WS-SHORT-EDIT
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
           MOVE "BKORLSE " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "BKORLSE " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM BKORLSE.
