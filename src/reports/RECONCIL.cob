      *  product where the two still do not net to zero after
      *  that is printed as a variance - it means an order
      *  mutation happened without the matching audit entry, or
      *  vice versa.  A kit line holds its KITFILE components, not
      *  the kit, since that is what its stock moves were audited
      *  against.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-08  JPS  Added program.
      *                    correction was reading as a permanent
      *                    variance.  Detail labels shortened again
      *                    for the added column.
      *   2026-10-15  JPS  A kit line holds its KITFILE components at
      *                    the quantity per kit rather than the kit.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.

       01  WS-FOUND-SWITCH               PIC X(01).
           88  WS-ENTRY-FOUND                 VALUE "Y".
       01  WS-KIT-FOUND-SWITCH           PIC X(01).
           88  WS-LINE-IS-KIT                 VALUE "Y".
       01  WS-HOLD-PRODUCT-ID            PIC X(06).
       01  WS-KIT-QTY-HELD               PIC S9(08) COMP.
       COPY KITREC.

       01  WS-MOVEMENT-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-MOVEMENT-TOTALS.
           END-IF
           PERFORM 1100-READ-ORDER.

      *    a kit holds no stock of its own - its line holds its
      *    components, at the quantity per kit, as they were
      *    issued and audited.
       2100-ADD-LINE-HOLDING.
           CALL "KITLOOK" USING ORD-PRODUCT-ID (ORD-LINE-IDX)
               KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
           IF WS-LINE-IS-KIT
               PERFORM 2130-ADD-KIT-COMPONENT-HOLDING
                   VARYING KIT-COMP-IDX FROM 1 BY 1
                   UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
           ELSE
               MOVE ORD-PRODUCT-ID (ORD-LINE-IDX)
                   TO WS-HOLD-PRODUCT-ID
               PERFORM 2110-FIND-OR-ADD-MOVEMENT-ENTRY
               ADD ORD-QTY-ORDERED (ORD-LINE-IDX)
                   TO WS-MV-ORDER-HELD (WS-MV-IDX)
               SUBTRACT ORD-QTY-RETURNED (ORD-LINE-IDX)
                   FROM WS-MV-ORDER-HELD (WS-MV-IDX)
           END-IF.

       2110-FIND-OR-ADD-MOVEMENT-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-MOVEMENT-COUNT
               SET WS-MV-IDX TO WS-MOVEMENT-COUNT
               MOVE WS-HOLD-PRODUCT-ID
                   TO WS-MV-PRODUCT-ID (WS-MV-IDX)
               MOVE 0 TO WS-MV-ORDER-HELD (WS-MV-IDX)
               MOVE 0 TO WS-MV-AUDIT-NET (WS-MV-IDX)
           END-IF.

       2120-FIND-MOVEMENT-ENTRY.
           IF WS-MV-PRODUCT-ID (WS-MV-IDX) = WS-HOLD-PRODUCT-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2130-ADD-KIT-COMPONENT-HOLDING.
           MOVE KIT-COMP-PRODUCT-ID (KIT-COMP-IDX)
               TO WS-HOLD-PRODUCT-ID
           PERFORM 2110-FIND-OR-ADD-MOVEMENT-ENTRY
           COMPUTE WS-KIT-QTY-HELD =
               (ORD-QTY-ORDERED (ORD-LINE-IDX)
                   - ORD-QTY-RETURNED (ORD-LINE-IDX))
               * KIT-COMP-QTY (KIT-COMP-IDX)
           ADD WS-KIT-QTY-HELD TO WS-MV-ORDER-HELD (WS-MV-IDX).

      *-----------------------------------------------------------*
      *  3000-ACCUMULATE-AUDIT-MOVEMENT rolls every PRODUCT audit
      *  entry for PROD-QTY-ON-HAND into that product's net on-
