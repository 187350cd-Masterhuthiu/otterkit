      *   2026-08-23  JPS  The backorder-flag table is bounded -
      *                    past the limit the register flags are
      *                    incomplete, never overrun.
      *   2026-10-15  JPS  Transfers carry their lots - the
      *                    sending leg draws the first-expiring
      *                    lots and the receiving leg lands the
      *                    same lots in the to-warehouse.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-XFR-QTY-EDIT               PIC ZZZ,ZZ9.
       01  WS-BKO-QTY-EDIT               PIC ZZZ,ZZ9.
       01  WS-COUNT-EDIT                 PIC ZZZ,ZZ9.
       01  WS-LOT-REQUEST                PIC X(04).
       COPY LOTPRM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9000-PRINT-TRAILER
           CLOSE TRANSFER-FILE PRODUCT-MASTER-FILE REGISTER-FILE
           CALL "AUDCLOSE"
           CALL "LOTCLS"
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF

           PERFORM 7100-DECREMENT-WAREHOUSE-QTY
           MOVE "ISSU" TO WS-LOT-REQUEST
           PERFORM 7400-CALL-LOTIO
           SET XFR-STATUS-IN-TRANSIT TO TRUE
           REWRITE TRANSFER-TRANSACTION-RECORD
           IF WS-XFR-FILE-STATUS NOT = "00"
           END-IF

           PERFORM 7200-INCREMENT-WAREHOUSE-QTY
           MOVE "MOVE" TO WS-LOT-REQUEST
           PERFORM 7400-CALL-LOTIO
           SET XFR-STATUS-RECEIVED TO TRUE
           REWRITE TRANSFER-TRANSACTION-RECORD
           IF WS-XFR-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF.

      *-----------------------------------------------------------*
      *  7400-CALL-LOTIO - the sending leg draws the first-expiring
      *  lots in the from-warehouse against the transfer number;
      *  the receiving leg lands those same lots in the
      *  to-warehouse.
      *-----------------------------------------------------------*
       7400-CALL-LOTIO.
           MOVE SPACES TO LOT-IO-PARMS
           SET LIO-DOC-TRANSFER TO TRUE
           MOVE XFR-TRANSFER-NO TO LIO-DOC-NO
           MOVE XFR-PRODUCT-ID TO LIO-PRODUCT-ID
           MOVE XFR-FROM-WHSE-ID TO LIO-WAREHOUSE-ID
           MOVE XFR-TO-WHSE-ID TO LIO-TO-WAREHOUSE-ID
           MOVE 0 TO LIO-EXPIRY-DATE LIO-QTY-DONE
           MOVE XFR-QTY TO LIO-QTY
           CALL "LOTIO" USING WS-LOT-REQUEST LOT-IO-PARMS
           IF LIO-STATUS NOT = "00"
               DISPLAY "LOTFILE UPDATE FAILED - STATUS "
                   LIO-STATUS " TRANSFER " XFR-TRANSFER-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-PRINT-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO RPT-LINE
