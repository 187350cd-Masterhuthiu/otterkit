      *  The receiving register flags any open backorders waiting       *
      *  on a received product/warehouse so the backorder release       *
      *  run (BKORLSE, next step in RCVRUN) is known to have work.      *
      *  A receipt carrying a lot number opens or adds to that lot      *
      *  through LOTIO with the label's expiration date.                *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-23  JPS  Added program.
      *   2026-09-03  JPS  Receipts now match against an open
      *                    POFILE line - over-receipts and wrong
      *                    products stopped sailing into stock.
      *   2026-10-15  JPS  Receipts carry the supplier's lot and
      *                    expiry - posted into LOTFILE through
      *                    LOTIO; an expired lot or one on file
      *                    with another expiry is rejected.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *   2026-10-15  JPS  The PO line carries the value received at
      *                    the product's unit cost, so APMATCH
      *                    clears the receipts accrual at what the
      *                    GL extract accrued.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           88  WS-PO-COMPLETE                VALUE "Y".
       01  WS-PO-LINE-NO                 PIC 9(03) COMP.
       01  WS-PO-BALANCE                 PIC S9(06) COMP.
       01  WS-LOT-REQUEST                PIC X(04).
       COPY LOTPRM.

      *-----------------------------------------------------------*
      *  open-backorder quantities by product/warehouse, loaded
       01  WS-TOTAL-QTY-RECEIVED         PIC 9(09) COMP VALUE 0.

       COPY RCTREC.
       COPY BWLREC.

       01  WS-RCV-EDIT                   PIC ZZZ,ZZ9.
       01  WS-BKO-EDIT                   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-RECEIPT THRU 2000-NEXT
               UNTIL WS-EOF
               PURCHASE-ORDER-FILE REGISTER-FILE
           CALL "RCTCLS"
           CALL "AUDCLOSE"
           CALL "LOTCLS"
           IF WS-RECEIPT-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
               GO TO 2000-NEXT
           END-IF

      *    a lot that is already out of date, or that is already in
      *    the warehouse under a different expiry, is a labelling
      *    problem for the dock - it must not reach the shelf.
           IF RCP-LOT-NUMBER NOT = SPACES
               IF RCP-EXPIRY-DATE NOT = 0
                   AND RCP-EXPIRY-DATE < RCP-RECEIPT-DATE
                   MOVE "LOT ALREADY EXPIRED" TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 2000-NEXT
               END-IF
               PERFORM 2500-READ-RECEIVED-LOT
               IF LIO-STATUS = "00"
                   AND LIO-EXPIRY-DATE NOT = RCP-EXPIRY-DATE
                   MOVE "LOT ON FILE WITH A DIFFERENT EXPIRY"
                       TO STD-REASON-TEXT
                   PERFORM 8000-PRINT-REJECT-LINE
                   GO TO 2000-NEXT
               END-IF
           END-IF

           MOVE RCP-PRODUCT-ID TO PROD-ID
           READ PRODUCT-MASTER-FILE
               KEY IS PROD-ID
           END-IF

           PERFORM 2400-WORK-PO-LINE-DOWN
           IF RCP-LOT-NUMBER NOT = SPACES
               PERFORM 2600-RECEIVE-INTO-LOT
           END-IF

      *    stamp the row before moving on so a resubmitted run can
      *    tell a posted receipt from one the failure never reached.
      *  2400-WORK-PO-LINE-DOWN adds the posted quantity to the
      *  matched PO line and closes the PO once every line has
      *  received its ordered quantity.  The PO record is still in
      *  the record area from 2300.  The line also carries what
      *  the receipt is worth at the product's unit cost - what
      *  the GL extract debits inventory and credits the receipts
      *  accrual with - so APMATCH relieves the accrual at the
      *  same value.  The product is still in its record area.
      *-----------------------------------------------------------*
       2400-WORK-PO-LINE-DOWN.
           ADD RCP-QTY-RECEIVED
               TO PO-QTY-RECEIVED (WS-PO-LINE-NO)
           COMPUTE PO-RECEIVED-VALUE (WS-PO-LINE-NO) =
               PO-RECEIVED-VALUE (WS-PO-LINE-NO)
               + RCP-QTY-RECEIVED * PROD-UNIT-COST
           SET WS-PO-COMPLETE TO TRUE
           PERFORM 2410-CHECK-ONE-PO-LINE
               VARYING WS-PO-LINE-NO FROM 1 BY 1
               MOVE "N" TO WS-PO-COMPLETE-SWITCH
           END-IF.

      *-----------------------------------------------------------*
      *  2500-READ-RECEIVED-LOT looks the receipt's lot up in the
      *  receiving warehouse ("23" when the lot is new there).
      *-----------------------------------------------------------*
       2500-READ-RECEIVED-LOT.
           MOVE SPACES TO LOT-IO-PARMS
           MOVE RCP-PRODUCT-ID TO LIO-PRODUCT-ID
           MOVE RCP-WAREHOUSE-ID TO LIO-WAREHOUSE-ID
           MOVE RCP-LOT-NUMBER TO LIO-LOT-NUMBER
           MOVE 0 TO LIO-EXPIRY-DATE LIO-QTY LIO-QTY-DONE
           MOVE "READ" TO WS-LOT-REQUEST
           CALL "LOTIO" USING WS-LOT-REQUEST LOT-IO-PARMS
           IF LIO-STATUS NOT = "00" AND LIO-STATUS NOT = "23"
               DISPLAY "LOTFILE READ FAILED - STATUS "
                   LIO-STATUS " PRODUCT " RCP-PRODUCT-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      *  2600-RECEIVE-INTO-LOT adds the posted quantity to the lot,
      *  opening it with the label's expiry when it is new.
      *-----------------------------------------------------------*
       2600-RECEIVE-INTO-LOT.
           MOVE SPACES TO LOT-IO-PARMS
           MOVE RCP-PRODUCT-ID TO LIO-PRODUCT-ID
           MOVE RCP-WAREHOUSE-ID TO LIO-WAREHOUSE-ID
           MOVE RCP-LOT-NUMBER TO LIO-LOT-NUMBER
           MOVE RCP-EXPIRY-DATE TO LIO-EXPIRY-DATE
           MOVE RCP-QTY-RECEIVED TO LIO-QTY
           MOVE 0 TO LIO-QTY-DONE
           MOVE "RECV" TO WS-LOT-REQUEST
           CALL "LOTIO" USING WS-LOT-REQUEST LOT-IO-PARMS
           IF LIO-STATUS NOT = "00"
               DISPLAY "LOTFILE UPDATE FAILED - STATUS "
                   LIO-STATUS " PRODUCT " RCP-PRODUCT-ID
                   " LOT " RCP-LOT-NUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-PRINT-REJECT-LINE.
           ADD 1 TO WS-RECEIPT-REJECT-COUNT
           MOVE SPACES TO RPT-LINE
                   "  RECEIVED " WS-RCV-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           IF RCP-LOT-NUMBER NOT = SPACES
               MOVE RCP-LOT-NUMBER TO RPT-LINE (100:12)
               MOVE RCP-EXPIRY-DATE TO RPT-LINE (114:8)
           END-IF
           WRITE RPT-LINE.

       8200-PRINT-SKIPPED-LINE.
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
           MOVE "RECVPOST" TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "RECVPOST" TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM RECVPOST.
