      *  approved posts its adjustment into the PROD-WAREHOUSE              *
      *  on-hand with an AUDWRIT row exactly like every other               *
      *  stock mutation, so RECONCIL and the auditors see it the            *
      *  same way they see a receipt or an issue.  A shortage               *
      *  also comes off the lots through LOTIO - expired lots               *
      *  first, then first-expiring - recorded on the lot-issue             *
      *  trail under the count.  Posted rows are stamped and                *
      *  skipped on a rerun.                                                *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-09-03  JPS  Added program.
      *   2026-10-15  JPS  A posted shortage is issued from the lots
      *                    through LOTIO, expired lots first, and
      *                    recorded on LOTISSUE as a count document.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-AUD-METHOD                 PIC X(20).
       01  WS-AUD-KEY                    PIC X(08).
       01  WS-AUD-FIELD                  PIC X(20).
       01  WS-LOT-REQUEST                PIC X(04).
       COPY LOTPRM.

       01  WS-ROWS-READ-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-ROWS-COMPARED-COUNT        PIC 9(07) COMP VALUE 0.
           PERFORM 9000-PRINT-TRAILER
           CLOSE COUNT-FILE PRODUCT-MASTER-FILE REGISTER-FILE
           CALL "AUDCLOSE"
           CALL "LOTCLS"
           IF WS-ROWS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
      *  3000-POST-ADJUSTMENT sets the warehouse on-hand to the
      *  approved counted quantity, audit-logged through AUDWRIT
      *  exactly as every other stock mutation - the product
      *  record is still in the record area from 2000.  A shortage
      *  is issued from the lots as well; a surplus is stock no
      *  lot explains and leaves the lots alone.
      *-----------------------------------------------------------*
       3000-POST-ADJUSTMENT.
           MOVE PROD-QTY-ON-HAND (PROD-WHSE-IDX) TO WS-QTY-EDIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CNT-VARIANCE-QTY < 0
               PERFORM 3100-ISSUE-SHORTAGE-FROM-LOTS
           END-IF

           SET CNT-STATUS-POSTED TO TRUE
           ADD 1 TO WS-ROWS-POSTED-COUNT
           ADD CNT-VARIANCE-QTY TO WS-TOTAL-VARIANCE-POSTED
           PERFORM 8200-PRINT-POSTED-LINE.

      *-----------------------------------------------------------*
      *  3100-ISSUE-SHORTAGE-FROM-LOTS takes the missing quantity
      *  off the lots under a count document (the count date), so
      *  the lot balances agree with the floor.  LOTIO draws
      *  expired lots first for a count, then first-expiring.
      *-----------------------------------------------------------*
       3100-ISSUE-SHORTAGE-FROM-LOTS.
           MOVE SPACES TO LOT-IO-PARMS
           SET LIO-DOC-COUNT TO TRUE
           MOVE CNT-COUNT-DATE TO LIO-DOC-NO
           MOVE PROD-ID TO LIO-PRODUCT-ID
           MOVE CNT-WAREHOUSE-ID TO LIO-WAREHOUSE-ID
           MOVE 0 TO LIO-EXPIRY-DATE LIO-QTY-DONE
           COMPUTE LIO-QTY = 0 - CNT-VARIANCE-QTY
           MOVE "ISSU" TO WS-LOT-REQUEST
           CALL "LOTIO" USING WS-LOT-REQUEST LOT-IO-PARMS
           IF LIO-STATUS NOT = "00"
               DISPLAY "LOTFILE UPDATE FAILED - STATUS "
                   LIO-STATUS " PRODUCT " PROD-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-PRINT-REJECT-LINE.
           ADD 1 TO WS-ROWS-REJECT-COUNT
           MOVE SPACES TO RPT-LINE
