      *                    the run-unit-scoped PRODIO, BKOWRIT and
      *                    PRCLOOK modules so the files stay open
      *                    (or load once) across a whole batch run.
      *   2026-10-15  JPS  Added GetUnitCost - products carry a unit
      *                    cost the order lines freeze at pricing time.
      *   2026-10-15  JPS  IssueStock draws first-expiring lots
      *                    through LOTIO and RestoreStock (now
      *                    given the order number) puts stock back
      *                    into the lots the order drew.
      *   2026-10-15  JPS  Show displays the safety stock.
      *   2026-10-15  JPS  Show displays the unit weight and carton
      *                    quantity.
      *   2026-10-15  JPS  A LOTFILE update IssueStock or RestoreStock
      *                    asks LOTIO for that fails stops the run
      *                    (RC 16), as the batch lot issuers do.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           DISPLAY "  PROD-ID .......: " PROD-ID
           DISPLAY "  DESCRIPTION ...: " PROD-DESCRIPTION
           DISPLAY "  UNIT PRICE ....: " PROD-UNIT-PRICE
           DISPLAY "  UNIT COST .....: " PROD-UNIT-COST
           DISPLAY "  REORDER POINT .: " PROD-REORDER-POINT
           DISPLAY "  SAFETY STOCK ..: " PROD-SAFETY-STOCK
           DISPLAY "  UNIT WEIGHT ...: " PROD-UNIT-WEIGHT
           DISPLAY "  CARTON QTY ....: " PROD-CARTON-QTY
           PERFORM 1000-DISPLAY-WAREHOUSE
               VARYING PROD-WHSE-IDX FROM 1 BY 1
               UNTIL PROD-WHSE-IDX > PROD-WHSE-COUNT
      *  a backorder record for the shortfall rather than letting
      *  on-hand go negative.  The shortfall quantity is handed
      *  back to the caller so the order line can carry it until
      *  the backorder release run fills it.  What is issued is
      *  drawn from the first-expiring lots through LOTIO, which
      *  records the lots against the order for PICKLIST and the
      *  recall trace.
      *-----------------------------------------------------------*
       METHOD-ID. IssueStock.
       DATA DIVISION.
       01  WS-WHSE-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-WHSE-FOUND                VALUE "Y".
       01  WS-QTY-SHORT                 PIC 9(05) COMP.
       01  WS-LOT-REQUEST               PIC X(04).
       COPY LOTPRM.
       01  WS-OLD-VALUE-DISP             PIC X(20).
       01  WS-NEW-VALUE-DISP             PIC X(20).
       01  WS-QTY-EDIT                   PIC -(6)9.
               END-IF
               MOVE WS-QTY-SHORT TO LS-QTY-SHORT
           END-IF
           IF LS-QTY-REQUESTED > LS-QTY-SHORT
               PERFORM 3000-ISSUE-FROM-LOTS
           END-IF

           MOVE PROD-QTY-ON-HAND (PROD-WHSE-IDX) TO WS-QTY-EDIT
           MOVE WS-QTY-EDIT TO WS-NEW-VALUE-DISP
           ACCEPT BKO-DATE-CREATED FROM DATE YYYYMMDD
           SET BKO-STATUS-OPEN TO TRUE
           CALL "BKOWRIT" USING BACKORDER-RECORD.

       3000-ISSUE-FROM-LOTS.
           MOVE SPACES TO LOT-IO-PARMS
           SET LIO-DOC-ORDER TO TRUE
           MOVE LS-ORDER-NO TO LIO-DOC-NO
           MOVE PROD-ID TO LIO-PRODUCT-ID
           MOVE LS-WAREHOUSE-ID TO LIO-WAREHOUSE-ID
           MOVE 0 TO LIO-EXPIRY-DATE LIO-QTY-DONE
           COMPUTE LIO-QTY = LS-QTY-REQUESTED - LS-QTY-SHORT
           MOVE "ISSU" TO WS-LOT-REQUEST
           CALL "LOTIO" USING WS-LOT-REQUEST LOT-IO-PARMS
           IF LIO-STATUS NOT = "00"
               DISPLAY "LOTFILE UPDATE FAILED - STATUS "
                   LIO-STATUS " PRODUCT " PROD-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       END METHOD IssueStock.

      *-----------------------------------------------------------*
      *  RestoreStock puts quantity back into a warehouse - used by
      *  Order-CancelOrder and the return path when a fulfilled
      *  order line is reversed.  The quantity goes back into the
      *  lots the order drew, through LOTIO.
      *-----------------------------------------------------------*
       METHOD-ID. RestoreStock.
       DATA DIVISION.
       01  WS-AUD-METHOD                    PIC X(20).
       01  WS-AUD-KEY                       PIC X(08).
       01  WS-AUD-FIELD                     PIC X(20).
       01  WS-LOT-REQUEST                   PIC X(04).
       COPY LOTPRM.
       LINKAGE SECTION.
       01  LS-WAREHOUSE-ID                PIC X(04).
       01  LS-QTY-RETURNED                PIC 9(05) COMP.
       01  LS-ORDER-NO                    PIC X(08).
       01  LS-STATUS-CODE                 PIC X(02).
       PROCEDURE DIVISION USING LS-WAREHOUSE-ID LS-QTY-RETURNED
               LS-ORDER-NO RETURNING LS-STATUS-CODE.
           SET STD-STATUS-INVALID-WAREHOUSE TO TRUE
           MOVE "N" TO WS-WHSE-FOUND-SWITCH
           PERFORM 1000-FIND-WAREHOUSE
               WS-AUD-FIELD WS-OLD-VALUE-DISP WS-NEW-VALUE-DISP
           INVOKE SELF "SaveProduct" RETURNING WS-SAVE-STATUS

           MOVE SPACES TO LOT-IO-PARMS
           SET LIO-DOC-ORDER TO TRUE
           MOVE LS-ORDER-NO TO LIO-DOC-NO
           MOVE PROD-ID TO LIO-PRODUCT-ID
           MOVE LS-WAREHOUSE-ID TO LIO-WAREHOUSE-ID
           MOVE 0 TO LIO-EXPIRY-DATE LIO-QTY-DONE
           MOVE LS-QTY-RETURNED TO LIO-QTY
           MOVE "RSTR" TO WS-LOT-REQUEST
           CALL "LOTIO" USING WS-LOT-REQUEST LOT-IO-PARMS
           IF LIO-STATUS NOT = "00"
               DISPLAY "LOTFILE UPDATE FAILED - STATUS "
                   LIO-STATUS " PRODUCT " PROD-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE STD-STATUS-CODE TO LS-STATUS-CODE
           GOBACK.

           GOBACK.
       END METHOD GetPriceForDate.

      *-----------------------------------------------------------*
      *  GetUnitCost answers what one unit of this product costs
      *  us - TakeOrder and AmendOrder freeze it onto the order
      *  line as the line is priced.
      *-----------------------------------------------------------*
       METHOD-ID. GetUnitCost.
       DATA DIVISION.
       LINKAGE SECTION.
       01  LS-UNIT-COST                 PIC 9(07)V99.
       PROCEDURE DIVISION RETURNING LS-UNIT-COST.
           MOVE PROD-UNIT-COST TO LS-UNIT-COST
           GOBACK.
       END METHOD GetUnitCost.

      *-----------------------------------------------------------*
      *  GetWarehouseQty answers "how much do we have in warehouse
      *  nn" without exposing the whole warehouse table.
