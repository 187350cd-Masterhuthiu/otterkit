      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-09-03  JPS  Added program.
      *   2026-10-15  JPS  Released stock is drawn from the
      *                    first-expiring lots through LOTIO.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *   2026-10-15  JPS  A kit line allocates, and backorders,
      *                    through its KITFILE components; the
      *                    line carries the kits short.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-QTY-AVAILABLE             PIC S9(07) COMP.
       01  WS-QTY-TO-ISSUE              PIC 9(05) COMP.
       01  WS-QTY-SHORT                 PIC 9(05) COMP.
       01  WS-ALLOC-PRODUCT-ID          PIC X(06).
       01  WS-ALLOC-QTY                 PIC 9(05) COMP.
       01  WS-KITS-SHORT                PIC 9(05) COMP.
       01  WS-COMP-KITS-SHORT           PIC 9(05) COMP.
       01  WS-KIT-FOUND-SWITCH          PIC X(01).
           88  WS-LINE-IS-KIT               VALUE "Y".
       COPY KITREC.

       01  WS-OLD-VALUE-DISP             PIC X(20).
       01  WS-NEW-VALUE-DISP             PIC X(20).
       01  WS-ISSUE-EDIT                 PIC ZZZ,ZZ9.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZ9.
       COPY RCTREC.
       COPY BWLREC.
       01  WS-LOT-REQUEST                PIC X(04).
       COPY LOTPRM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RELEASE-ORDER THRU 2000-NEXT
               UNTIL WS-EOF
           CALL "BKOCLS"
           CALL "RCTCLS"
           CALL "AUDCLOSE"
           CALL "LOTCLS"
           IF WS-LINE-EXCEPT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-ORDER.

      *-----------------------------------------------------------*
      *  3000-ALLOCATE-ONE-LINE allocates one order line.  A kit
      *  line allocates each of its KITFILE components at the line
      *  quantity times the quantity per kit, and carries as
      *  backordered the most kits any one component leaves
      *  incomplete; any other line allocates its own product.
      *-----------------------------------------------------------*
       3000-ALLOCATE-ONE-LINE.
           IF ORD-QTY-ORDERED (WS-LINE-NO) = 0
               GO TO 3000-EXIT
           END-IF

           CALL "KITLOOK" USING ORD-PRODUCT-ID (WS-LINE-NO)
               KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
           IF WS-LINE-IS-KIT
               MOVE 0 TO WS-KITS-SHORT
               PERFORM 3300-ALLOCATE-KIT-COMPONENT THRU 3300-EXIT
                   VARYING KIT-COMP-IDX FROM 1 BY 1
                   UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
               IF WS-KITS-SHORT > 0
                   MOVE WS-KITS-SHORT
                       TO ORD-QTY-BACKORDERED (WS-LINE-NO)
                   SET WS-ORDER-FELL-SHORT TO TRUE
               END-IF
               GO TO 3000-EXIT
           END-IF

           MOVE ORD-PRODUCT-ID (WS-LINE-NO) TO WS-ALLOC-PRODUCT-ID
           MOVE ORD-QTY-ORDERED (WS-LINE-NO) TO WS-ALLOC-QTY
           PERFORM 3050-ALLOCATE-PRODUCT THRU 3050-EXIT
           IF WS-QTY-SHORT > 0
               MOVE WS-QTY-SHORT
                   TO ORD-QTY-BACKORDERED (WS-LINE-NO)
               SET WS-ORDER-FELL-SHORT TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3050-ALLOCATE-PRODUCT issues what the warehouse can give
      *  tonight of WS-ALLOC-QTY of WS-ALLOC-PRODUCT-ID and
      *  backorders the rest, audit-logged exactly as IssueStock
      *  logs its own.  A product or warehouse that vanished since
      *  entry backorders the whole quantity and prints for the
      *  desk.  WS-QTY-SHORT comes back with the shortfall.
      *-----------------------------------------------------------*
       3050-ALLOCATE-PRODUCT.
           MOVE 0 TO WS-QTY-SHORT
           MOVE WS-ALLOC-PRODUCT-ID TO PROD-ID
           READ PRODUCT-MASTER-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE "PRODUCT NOT ON PRODUCT MASTER FILE"
                       TO STD-REASON-TEXT
                   PERFORM 3500-BACKORDER-WHOLE-LINE
                   GO TO 3050-EXIT
           END-READ

           MOVE "N" TO WS-WHSE-FOUND-SWITCH
               MOVE "WAREHOUSE NOT ON PRODUCT RECORD"
                   TO STD-REASON-TEXT
               PERFORM 3500-BACKORDER-WHOLE-LINE
               GO TO 3050-EXIT
           END-IF
      *    the find loop leaves the index one past the match
           SET PROD-WHSE-IDX DOWN BY 1

           MOVE PROD-QTY-ON-HAND (PROD-WHSE-IDX)
               TO WS-QTY-AVAILABLE
           IF WS-QTY-AVAILABLE >= WS-ALLOC-QTY
               MOVE WS-ALLOC-QTY TO WS-QTY-TO-ISSUE
               MOVE 0 TO WS-QTY-SHORT
           ELSE
               IF WS-QTY-AVAILABLE > 0
                   MOVE 0 TO WS-QTY-TO-ISSUE
               END-IF
               COMPUTE WS-QTY-SHORT =
                   WS-ALLOC-QTY - WS-QTY-TO-ISSUE
           END-IF

           IF WS-QTY-TO-ISSUE > 0
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3200-ISSUE-FROM-LOTS
               ADD WS-QTY-TO-ISSUE TO WS-TOTAL-QTY-ISSUED
           END-IF

           IF WS-QTY-SHORT > 0
               PERFORM 3600-WRITE-BACKORDER-ROW
           END-IF.
       3050-EXIT.
           EXIT.

       3100-FIND-WAREHOUSE.
               SET WS-WHSE-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  3200-ISSUE-FROM-LOTS draws the line's issued quantity from
      *  the first-expiring lots and records them against the order.
      *-----------------------------------------------------------*
       3200-ISSUE-FROM-LOTS.
           MOVE SPACES TO LOT-IO-PARMS
           SET LIO-DOC-ORDER TO TRUE
           MOVE ORD-ORDER-NO TO LIO-DOC-NO
           MOVE PROD-ID TO LIO-PRODUCT-ID
           MOVE ORD-WAREHOUSE-ID (WS-LINE-NO) TO LIO-WAREHOUSE-ID
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

      *-----------------------------------------------------------*
      *  3300-ALLOCATE-KIT-COMPONENT allocates one component of a
      *  kit line.  Each component backorders its own shortfall
      *  on BACKORD; the kits it leaves incomplete round up.
      *-----------------------------------------------------------*
       3300-ALLOCATE-KIT-COMPONENT.
           MOVE KIT-COMP-PRODUCT-ID (KIT-COMP-IDX)
               TO WS-ALLOC-PRODUCT-ID
           COMPUTE WS-ALLOC-QTY = ORD-QTY-ORDERED (WS-LINE-NO)
               * KIT-COMP-QTY (KIT-COMP-IDX)
               ON SIZE ERROR
                   ADD 1 TO WS-LINE-EXCEPT-COUNT
                   MOVE ORD-QTY-ORDERED (WS-LINE-NO) TO WS-KITS-SHORT
                   MOVE SPACES TO RPT-LINE
                   STRING "ORDER " ORD-ORDER-NO
                       "  PRODUCT " WS-ALLOC-PRODUCT-ID
                       "  WHSE " ORD-WAREHOUSE-ID (WS-LINE-NO)
                       "  *** KIT COMPONENT QUANTITY TOO LARGE ***"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   GO TO 3300-EXIT
           END-COMPUTE
           PERFORM 3050-ALLOCATE-PRODUCT THRU 3050-EXIT
           IF WS-QTY-SHORT > 0
               COMPUTE WS-COMP-KITS-SHORT =
                   (WS-QTY-SHORT + KIT-COMP-QTY (KIT-COMP-IDX) - 1)
                   / KIT-COMP-QTY (KIT-COMP-IDX)
               IF WS-COMP-KITS-SHORT > WS-KITS-SHORT
                   MOVE WS-COMP-KITS-SHORT TO WS-KITS-SHORT
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       3500-BACKORDER-WHOLE-LINE.
           ADD 1 TO WS-LINE-EXCEPT-COUNT
           MOVE WS-ALLOC-QTY TO WS-QTY-SHORT
           PERFORM 3600-WRITE-BACKORDER-ROW
           MOVE SPACES TO RPT-LINE
           STRING "ORDER " ORD-ORDER-NO
               "  PRODUCT " WS-ALLOC-PRODUCT-ID
               "  WHSE " ORD-WAREHOUSE-ID (WS-LINE-NO)
               "  *** " STD-REASON-TEXT " ***"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       3600-WRITE-BACKORDER-ROW.
           MOVE WS-ALLOC-PRODUCT-ID TO BKO-PRODUCT-ID
           MOVE ORD-WAREHOUSE-ID (WS-LINE-NO) TO BKO-WAREHOUSE-ID
           MOVE ORD-ORDER-NO TO BKO-ORDER-NO
           MOVE WS-QTY-SHORT TO BKO-QTY-SHORT
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
           MOVE "ORDRLSE " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "ORDRLSE " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM ORDRLSE.
