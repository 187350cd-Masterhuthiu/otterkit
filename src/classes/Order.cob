      *                    stock - none was issued; ReturnOrder
      *                    refuses FT orders outright - nothing
      *                    has shipped, nothing is returnable.
      *   2026-10-15  JPS  TakeOrder and AmendOrder freeze the product's
      *                    unit cost onto each line as it is priced, for
      *                    the gross-margin report.
      *   2026-10-15  JPS  RestoreStock calls pass the order
      *                    number so stock goes back into the
      *                    lots the order drew.
      *   2026-10-15  JPS  New orders start with no tracking number.
      *   2026-10-15  JPS  TakeOrder run mode "Q" prices a quotation -
      *                    lines, tax and freight as an order, with
      *                    no substitution, credit check or posting.
      *   2026-10-15  JPS  A kit line prices as one line but
      *                    costs, issues, backorders and restores
      *                    stock through its KITFILE components;
      *                    AmendOrder refuses kit lines.
      *   2026-10-15  JPS  A kit line proves every component - on
      *                    file, stocked in the warehouse, quantity
      *                    in range - before issuing any, so a bad
      *                    component no longer strands the stock
      *                    and backorders of those before it.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-INSUF-STOCK-SWITCH             PIC X(01) VALUE "N".
           88  WS-LINE-INSUF-STOCK               VALUE "Y".
       01  WS-BASE-UNIT-PRICE             PIC 9(07)V99.
       01  WS-UNIT-COST                   PIC 9(07)V99.
       01  WS-QTY-AVAILABLE               PIC S9(07) COMP.
       01  WS-SUBSTITUTE-ID               PIC X(06).
       01  WS-SUB-FOUND-SWITCH            PIC X(01).
           88  WS-FREIGHT-FOUND               VALUE "Y".
       01  WS-FUTURE-SWITCH               PIC X(01).
           88  WS-FUTURE-DATED                VALUE "Y".
       01  WS-KIT-FOUND-SWITCH            PIC X(01).
           88  WS-LINE-IS-KIT                 VALUE "Y".
       01  WS-COMP-QTY                    PIC 9(05) COMP.
       01  WS-COMP-KITS-SHORT             PIC 9(05) COMP.
       01  WS-KITS-SHORT                  PIC 9(05) COMP.
       01  WS-COMP-UNIT-COST              PIC 9(07)V99.
       01  WS-COMP-PRODUCT-OBJ            OBJECT REFERENCE Product.
       01  WS-COMP-WHSE-SWITCH            PIC X(01).
           88  WS-COMP-WHSE-FOUND             VALUE "Y".
       COPY PRODREC REPLACING PROD-MASTER-RECORD BY WS-COMP-PRODUCT-DATA
                              LEADING ==PROD-== BY ==WSC-==.
       COPY KITREC.
       COPY CUSTREC REPLACING CUST-MASTER-RECORD BY WS-CUSTOMER-DATA.
       COPY SHTREC REPLACING SHIP-TO-RECORD BY WS-SHIP-TO-DATA.
       LINKAGE SECTION.
           BY LS-ORDER-REQUEST.
      *    run mode: "Y" prices and credit-checks without posting,
      *    "R" is a held-order release re-run (posts for real but
      *    never re-writes a hold), "Q" prices a quotation - lines,
      *    tax and freight exactly as an order, but no substitution,
      *    no credit decision and nothing posted - anything else is
      *    a normal run.
       01  LS-TEST-MODE-SWITCH            PIC X(01).
           88  LS-TEST-MODE-ON                VALUE "Y".
           88  LS-RELEASE-RERUN               VALUE "R".
           88  LS-QUOTE-MODE                  VALUE "Q".
       01  LS-REASON-TEXT                 PIC X(40).
       01  LS-STATUS-CODE                 PIC X(02).
       PROCEDURE DIVISION USING LS-ORDER-REQUEST LS-TEST-MODE-SWITCH
           MOVE SPACES TO ORD-SHIP-VIA
           MOVE 0 TO ORD-FREIGHT-AMOUNT
           MOVE SPACES TO ORD-SALESPERSON-ID
           MOVE SPACES TO ORD-TRACKING-NO
      *    a requested ship date past the order date is a
      *    will-call: price, credit-check and bill now, allocate
      *    stock on the release day.
               MOVE WS-FREIGHT-AMOUNT TO ORD-FREIGHT-AMOUNT
           END-IF

      *    a quotation stops here, priced - credit is decided when
      *    the quote converts to an order and posts.
           IF LS-QUOTE-MODE
               SET STD-STATUS-OK TO TRUE
               MOVE STD-STATUS-CODE TO LS-STATUS-CODE
               GO TO 0000-EXIT
           END-IF

      *    a customer the credit desk has flagged is held outright,
      *    ahead of any limit arithmetic - small orders from an
      *    account going bad stopped slipping under the limit.
      *    a line the ordered product cannot fully fill may fill
      *    from an approved substitute instead - at the
      *    substitute's price, with the swap noted on the line.
      *    A kit holds no stock of its own, so it never swaps.
           CALL "KITLOOK" USING ORD-PRODUCT-ID (WS-LINE-NO)
               KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
           IF NOT WS-LINE-IS-KIT
               PERFORM 1100-TRY-SUBSTITUTE THRU 1100-EXIT
           END-IF

      *    a supervisor-authorized override price wins over
      *    everything - TRANVAL already proved it carries its
                   SET ORD-PRICED-LIST (WS-LINE-NO) TO TRUE
               END-IF
           END-IF
      *    freeze the cost of whatever product actually fills the
      *    line - the substitute's when one was swapped in, and a
      *    kit's the cost of the components it is built from.
           IF WS-LINE-IS-KIT
               PERFORM 1200-COST-KIT-LINE
               IF NOT STD-STATUS-OK
                   MOVE "KIT COMPONENT NOT ON PRODUCT MASTER"
                       TO STD-REASON-TEXT
                   GO TO 1000-EXIT
               END-IF
           ELSE
               INVOKE WS-PRODUCT-OBJ "GetUnitCost"
                   RETURNING WS-UNIT-COST
           END-IF
           MOVE WS-UNIT-COST TO ORD-UNIT-COST (WS-LINE-NO)
           COMPUTE ORD-EXTENDED-AMOUNT (WS-LINE-NO) ROUNDED =
               ORD-QTY-ORDERED (WS-LINE-NO)
               * ORD-UNIT-PRICE (WS-LINE-NO)
       1100-TRY-SUBSTITUTE.
      *    a future-dated line allocates on its release day -
      *    today's shelf says nothing about it, so no substitution
      *    decision is made now.  Nor for a quotation - it prices
      *    what the customer asked for, not today's shelf.
           IF WS-FUTURE-DATED OR LS-QUOTE-MODE
               GO TO 1100-EXIT
           END-IF
           INVOKE WS-PRODUCT-OBJ "GetWarehouseQty"
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-COST-KIT-LINE costs one kit as the sum of its
      *  components' unit costs at their quantity per kit, so the
      *  margin on a kit line is measured against what actually
      *  leaves the shelf.
      *-----------------------------------------------------------*
       1200-COST-KIT-LINE.
           MOVE 0 TO WS-UNIT-COST
           PERFORM 1210-ADD-COMPONENT-COST
               VARYING KIT-COMP-IDX FROM 1 BY 1
               UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
               OR NOT STD-STATUS-OK.

       1210-ADD-COMPONENT-COST.
           INVOKE Product "NEW" RETURNING WS-COMP-PRODUCT-OBJ
           INVOKE WS-COMP-PRODUCT-OBJ "LoadProduct"
               USING KIT-COMP-PRODUCT-ID (KIT-COMP-IDX)
               RETURNING STD-STATUS-CODE
           IF STD-STATUS-OK
               INVOKE WS-COMP-PRODUCT-OBJ "GetUnitCost"
                   RETURNING WS-COMP-UNIT-COST
               COMPUTE WS-UNIT-COST = WS-UNIT-COST
                   + WS-COMP-UNIT-COST * KIT-COMP-QTY (KIT-COMP-IDX)
           END-IF.

       2000-ISSUE-ORDER-LINE.
           INVOKE Product "NEW" RETURNING WS-PRODUCT-OBJ
           INVOKE WS-PRODUCT-OBJ "LoadProduct"
               GO TO 2000-EXIT
           END-IF

      *    a kit issues, and backorders, component by component -
      *    the line carries the kits that could not be completed.
           CALL "KITLOOK" USING ORD-PRODUCT-ID (WS-LINE-NO)
               KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
           IF WS-LINE-IS-KIT
               PERFORM 2200-ISSUE-KIT-COMPONENTS THRU 2200-EXIT
               MOVE WS-KITS-SHORT TO ORD-QTY-BACKORDERED (WS-LINE-NO)
           ELSE
               INVOKE WS-PRODUCT-OBJ "IssueStock"
                   USING ORD-WAREHOUSE-ID (WS-LINE-NO)
                       ORD-QTY-ORDERED (WS-LINE-NO)
                       ORD-ORDER-NO WS-QTY-SHORT
                   RETURNING STD-STATUS-CODE
               MOVE WS-QTY-SHORT TO ORD-QTY-BACKORDERED (WS-LINE-NO)
           END-IF
           IF WS-ABORT-LINE
               GO TO 2000-EXIT
           END-IF
           IF STD-STATUS-INVALID-WAREHOUSE
               MOVE "ORDER LINE REFERENCES INVALID WAREHOUSE"
                   TO STD-REASON-TEXT
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-ISSUE-KIT-COMPONENTS issues every component of a kit
      *  line through IssueStock at the line quantity times the
      *  quantity per kit, so each component backorders its own
      *  shortfall.  The kits short are the most any one component
      *  leaves incomplete; none short is a filled line, all short
      *  is insufficient stock, anything between is backordered.
      *  Every component is proved first - on file, stocked in the
      *  line's warehouse, its quantity in range - so a component
      *  that would abort the line does so before any of them has
      *  issued stock or written a backorder.
      *-----------------------------------------------------------*
       2200-ISSUE-KIT-COMPONENTS.
           MOVE 0 TO WS-KITS-SHORT
           SET STD-STATUS-OK TO TRUE
           PERFORM 2205-CHECK-ONE-COMPONENT THRU 2205-EXIT
               VARYING KIT-COMP-IDX FROM 1 BY 1
               UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
               OR NOT STD-STATUS-OK
               OR WS-ABORT-LINE
           IF NOT STD-STATUS-OK OR WS-ABORT-LINE
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-ISSUE-ONE-COMPONENT THRU 2210-EXIT
               VARYING KIT-COMP-IDX FROM 1 BY 1
               UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
               OR NOT STD-STATUS-OK
               OR WS-ABORT-LINE
           IF NOT STD-STATUS-OK OR WS-ABORT-LINE
               GO TO 2200-EXIT
           END-IF
           IF WS-KITS-SHORT = 0
               SET STD-STATUS-OK TO TRUE
           ELSE
               IF WS-KITS-SHORT >= ORD-QTY-ORDERED (WS-LINE-NO)
                   SET STD-STATUS-INSUF-STOCK TO TRUE
               ELSE
                   SET STD-STATUS-BACKORDERED TO TRUE
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *    an invalid warehouse is left in the status for 2000 to
      *    reject the line, as for any other line.
       2205-CHECK-ONE-COMPONENT.
           INVOKE Product "NEW" RETURNING WS-COMP-PRODUCT-OBJ
           INVOKE WS-COMP-PRODUCT-OBJ "LoadProduct"
               USING KIT-COMP-PRODUCT-ID (KIT-COMP-IDX)
               RETURNING STD-STATUS-CODE
           IF NOT STD-STATUS-OK
               MOVE "KIT COMPONENT NOT ON PRODUCT MASTER"
                   TO STD-REASON-TEXT
               SET WS-ABORT-LINE TO TRUE
               GO TO 2205-EXIT
           END-IF
           COMPUTE WS-COMP-QTY = ORD-QTY-ORDERED (WS-LINE-NO)
               * KIT-COMP-QTY (KIT-COMP-IDX)
               ON SIZE ERROR
                   SET STD-STATUS-INVALID-ORDER TO TRUE
                   MOVE "KIT COMPONENT QUANTITY TOO LARGE"
                       TO STD-REASON-TEXT
                   SET WS-ABORT-LINE TO TRUE
                   GO TO 2205-EXIT
           END-COMPUTE
           INVOKE WS-COMP-PRODUCT-OBJ "GetProductData"
               USING WS-COMP-PRODUCT-DATA
           MOVE "N" TO WS-COMP-WHSE-SWITCH
           PERFORM 2206-FIND-COMP-WAREHOUSE
               VARYING WSC-WHSE-IDX FROM 1 BY 1
               UNTIL WSC-WHSE-IDX > WSC-WHSE-COUNT
               OR WS-COMP-WHSE-FOUND
           IF NOT WS-COMP-WHSE-FOUND
               SET STD-STATUS-INVALID-WAREHOUSE TO TRUE
           END-IF.
       2205-EXIT.
           EXIT.

       2206-FIND-COMP-WAREHOUSE.
           IF WSC-WAREHOUSE-ID (WSC-WHSE-IDX) =
                   ORD-WAREHOUSE-ID (WS-LINE-NO)
               SET WS-COMP-WHSE-FOUND TO TRUE
           END-IF.

      *    2205 proved the component a moment ago - a reload that
      *    fails now is a broken PRODMAST with stock already issued
      *    for the kit, so stop the run for repair.
       2210-ISSUE-ONE-COMPONENT.
           INVOKE Product "NEW" RETURNING WS-COMP-PRODUCT-OBJ
           INVOKE WS-COMP-PRODUCT-OBJ "LoadProduct"
               USING KIT-COMP-PRODUCT-ID (KIT-COMP-IDX)
               RETURNING STD-STATUS-CODE
           IF NOT STD-STATUS-OK
               DISPLAY "KIT COMPONENT RELOAD FAILED - STATUS "
                   STD-STATUS-CODE " PRODUCT "
                   KIT-COMP-PRODUCT-ID (KIT-COMP-IDX)
                   " ORDER " ORD-ORDER-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-COMP-QTY = ORD-QTY-ORDERED (WS-LINE-NO)
               * KIT-COMP-QTY (KIT-COMP-IDX)
           INVOKE WS-COMP-PRODUCT-OBJ "IssueStock"
               USING ORD-WAREHOUSE-ID (WS-LINE-NO) WS-COMP-QTY
                   ORD-ORDER-NO WS-QTY-SHORT
               RETURNING STD-STATUS-CODE
           IF WS-QTY-SHORT > 0
               COMPUTE WS-COMP-KITS-SHORT =
                   (WS-QTY-SHORT + KIT-COMP-QTY (KIT-COMP-IDX) - 1)
                   / KIT-COMP-QTY (KIT-COMP-IDX)
               IF WS-COMP-KITS-SHORT > WS-KITS-SHORT
                   MOVE WS-COMP-KITS-SHORT TO WS-KITS-SHORT
               END-IF
           END-IF
           SET STD-STATUS-OK TO TRUE.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-AUDIT-PRICE-OVERRIDE - old value is the list price
      *  the override displaced, new value is the override and the
       01  WS-REVERSE-TAX                 PIC S9(07)V99.
       01  WS-REVERSE-FREIGHT             PIC S9(07)V99.
       01  WS-QTY-TO-RESTORE               PIC 9(05) COMP.
       01  WS-COMP-QTY                     PIC 9(05) COMP.
       01  WS-KIT-FOUND-SWITCH             PIC X(01).
           88  WS-LINE-IS-KIT                  VALUE "Y".
       01  WS-CUST-STATUS                  PIC X(02).
       01  WS-SAVE-STATUS                   PIC X(02).
       01  WS-DOC-TYPE                      PIC X(02).
       01  WS-ASSIGNED-INVOICE-NO           PIC 9(08).
       01  WS-CUSTOMER-OBJ                  OBJECT REFERENCE Customer.
       01  WS-PRODUCT-OBJ                   OBJECT REFERENCE Product.
       COPY KITREC.
       LINKAGE SECTION.
       01  LS-ORDER-NO                       PIC X(08).
       01  LS-REASON-CODE                    PIC X(02).
               ORD-QTY-ORDERED (WS-LINE-NO)
               - ORD-QTY-RETURNED (WS-LINE-NO)
           IF WS-QTY-TO-RESTORE > 0
      *        a kit line's stock went out as its components
               CALL "KITLOOK" USING ORD-PRODUCT-ID (WS-LINE-NO)
                   KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
               IF WS-LINE-IS-KIT
                   PERFORM 1100-RESTORE-KIT-COMPONENT
                       VARYING KIT-COMP-IDX FROM 1 BY 1
                       UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
               ELSE
                   INVOKE Product "NEW" RETURNING WS-PRODUCT-OBJ
                   INVOKE WS-PRODUCT-OBJ "LoadProduct"
                       USING ORD-PRODUCT-ID (WS-LINE-NO)
                       RETURNING WS-CUST-STATUS
                   INVOKE WS-PRODUCT-OBJ "RestoreStock"
                       USING ORD-WAREHOUSE-ID (WS-LINE-NO)
                           WS-QTY-TO-RESTORE ORD-ORDER-NO
                       RETURNING WS-CUST-STATUS
               END-IF
           END-IF.

       1100-RESTORE-KIT-COMPONENT.
           COMPUTE WS-COMP-QTY =
               WS-QTY-TO-RESTORE * KIT-COMP-QTY (KIT-COMP-IDX)
           INVOKE Product "NEW" RETURNING WS-PRODUCT-OBJ
           INVOKE WS-PRODUCT-OBJ "LoadProduct"
               USING KIT-COMP-PRODUCT-ID (KIT-COMP-IDX)
               RETURNING WS-CUST-STATUS
           INVOKE WS-PRODUCT-OBJ "RestoreStock"
               USING ORD-WAREHOUSE-ID (WS-LINE-NO)
                   WS-COMP-QTY ORD-ORDER-NO
               RETURNING WS-CUST-STATUS.
       END METHOD CancelOrder.

      *-----------------------------------------------------------*
       01  WS-CM-FREIGHT                         PIC S9(07)V99.
       01  WS-RETURN-TAX                          PIC S9(07)V99.
       01  WS-ASSIGNED-INVOICE-NO                 PIC 9(08).
       01  WS-COMP-QTY                            PIC 9(05) COMP.
       01  WS-KIT-FOUND-SWITCH                    PIC X(01).
           88  WS-LINE-IS-KIT                         VALUE "Y".
       COPY KITREC.
       01  WS-CUSTOMER-OBJ                      OBJECT REFERENCE
                                                 Customer.
       01  WS-PRODUCT-OBJ                        OBJECT REFERENCE
           MOVE WS-RETURN-TAX TO WS-CM-TAX
           ADD LS-QTY-RETURNED TO ORD-QTY-RETURNED (WS-LINE-NO)

      *    returned kits go back on the shelf as their components
           CALL "KITLOOK" USING ORD-PRODUCT-ID (WS-LINE-NO)
               KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
           IF WS-LINE-IS-KIT
               PERFORM 3000-RESTORE-KIT-COMPONENT
                   VARYING KIT-COMP-IDX FROM 1 BY 1
                   UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
           ELSE
               INVOKE Product "NEW" RETURNING WS-PRODUCT-OBJ
               INVOKE WS-PRODUCT-OBJ "LoadProduct"
                   USING ORD-PRODUCT-ID (WS-LINE-NO)
                   RETURNING WS-CUST-STATUS
               INVOKE WS-PRODUCT-OBJ "RestoreStock"
                   USING ORD-WAREHOUSE-ID (WS-LINE-NO) LS-QTY-RETURNED
                       ORD-ORDER-NO
                   RETURNING WS-CUST-STATUS
           END-IF

           COMPUTE WS-RETURN-AMOUNT = WS-RETURN-AMOUNT * -1
           COMPUTE WS-RETURN-TAX = WS-RETURN-TAX * -1
                   < ORD-QTY-ORDERED (WS-LINE-NO)
               SET WS-ALL-RETURNED-SWITCH TO "N"
           END-IF.

       3000-RESTORE-KIT-COMPONENT.
           COMPUTE WS-COMP-QTY =
               LS-QTY-RETURNED * KIT-COMP-QTY (KIT-COMP-IDX)
           INVOKE Product "NEW" RETURNING WS-PRODUCT-OBJ
           INVOKE WS-PRODUCT-OBJ "LoadProduct"
               USING KIT-COMP-PRODUCT-ID (KIT-COMP-IDX)
               RETURNING WS-CUST-STATUS
           INVOKE WS-PRODUCT-OBJ "RestoreStock"
               USING ORD-WAREHOUSE-ID (WS-LINE-NO)
                   WS-COMP-QTY ORD-ORDER-NO
               RETURNING WS-CUST-STATUS.
       END METHOD ReturnOrder.

      *-----------------------------------------------------------*
       01  WS-REASON-TEXT                PIC X(40).
       01  WS-DISCOUNT-PCT               PIC 9(03)V99.
       01  WS-BASE-UNIT-PRICE            PIC 9(07)V99.
       01  WS-UNIT-COST                  PIC 9(07)V99.
       01  WS-CONTRACT-PRICE             PIC 9(07)V99.
       01  WS-PRICE-SOURCE               PIC X(01).
       01  WS-CPR-FOUND-SWITCH           PIC X(01).
       01  WS-NEW-VALUE-DISP             PIC X(20).
       01  WS-CUSTOMER-OBJ               OBJECT REFERENCE Customer.
       01  WS-PRODUCT-OBJ                OBJECT REFERENCE Product.
       01  WS-KIT-FOUND-SWITCH           PIC X(01).
           88  WS-LINE-IS-KIT                VALUE "Y".
       COPY KITREC.
       COPY CUSTREC REPLACING CUST-MASTER-RECORD BY WS-CUSTOMER-DATA.
       LINKAGE SECTION.
       COPY AMDREC REPLACING AMEND-TRANSACTION-RECORD
               MOVE "ORDER LINE TABLE FULL" TO STD-REASON-TEXT
               GO TO 2000-EXIT
           END-IF
      *    a kit issues through its components - amending one is
      *    a cancel and re-key, never a delta against the kit.
           CALL "KITLOOK" USING AMD-PRODUCT-ID
               KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
           IF WS-LINE-IS-KIT
               SET STD-STATUS-INVALID-PRODUCT TO TRUE
               MOVE "KIT LINES CANNOT BE AMENDED" TO STD-REASON-TEXT
               GO TO 2000-EXIT
           END-IF

           INVOKE Product "NEW" RETURNING WS-PRODUCT-OBJ
           INVOKE WS-PRODUCT-OBJ "LoadProduct"
                   * (1 - (WS-DISCOUNT-PCT / 100))
               SET ORD-PRICED-LIST (WS-LINE-NO) TO TRUE
           END-IF
           INVOKE WS-PRODUCT-OBJ "GetUnitCost"
               RETURNING WS-UNIT-COST
           MOVE WS-UNIT-COST TO ORD-UNIT-COST (WS-LINE-NO)
           COMPUTE ORD-EXTENDED-AMOUNT (WS-LINE-NO) ROUNDED =
               ORD-QTY-ORDERED (WS-LINE-NO)
               * ORD-UNIT-PRICE (WS-LINE-NO)
           END-IF
      *    the find loop leaves WS-LINE-NO one past the match
           SUBTRACT 1 FROM WS-LINE-NO
           CALL "KITLOOK" USING ORD-PRODUCT-ID (WS-LINE-NO)
               KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
           IF WS-LINE-IS-KIT
               SET STD-STATUS-INVALID-PRODUCT TO TRUE
               MOVE "KIT LINES CANNOT BE AMENDED" TO STD-REASON-TEXT
               GO TO 3000-EXIT
           END-IF

           IF AMD-ACTION-DROP-LINE
               MOVE 0 TO WS-TARGET-QTY
           ELSE
               INVOKE WS-PRODUCT-OBJ "RestoreStock"
                   USING ORD-WAREHOUSE-ID (WS-LINE-NO)
                       WS-RESTORE-QTY ORD-ORDER-NO
                   RETURNING STD-STATUS-CODE
               IF NOT STD-STATUS-OK
                   MOVE "STOCK RESTORE FAILED ON AMENDED LINE"
