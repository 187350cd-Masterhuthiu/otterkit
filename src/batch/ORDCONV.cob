      *   2026-08-23  JPS  Added program.
      *   2026-09-03  JPS  Converted orders start with a blank
      *                    salesperson assignment.
      *   2026-10-15  JPS  Converted order lines start with a zero unit
      *                    cost.
      *   2026-10-15  JPS  New control file also seeds the VOUCHER
      *                    counter.
      *   2026-10-15  JPS  Converted orders start with no tracking
      *                    number.
      *   2026-10-15  JPS  New control file also seeds the QUOTENO
      *                    counter.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *    entered.
           MOVE SPACES TO ORD-SHIP-TO-CODE
           MOVE SPACES TO ORD-SHIP-VIA
           MOVE SPACES TO ORD-TRACKING-NO
           MOVE 0 TO ORD-FREIGHT-AMOUNT
           MOVE 0 TO ORD-REQUEST-DATE
           MOVE OLD-ORD-ORDER-DATE TO ORD-RELEASE-DATE
           MOVE OLD-ORD-UNIT-PRICE (WS-LINE-NO)
               TO ORD-UNIT-PRICE (WS-LINE-NO)
           MOVE OLD-ORD-EXTENDED-AMT (WS-LINE-NO)
               TO ORD-EXTENDED-AMOUNT (WS-LINE-NO)
      *    legacy lines were taken before products carried a cost -
      *    the margin report shows them as uncosted.
           MOVE 0 TO ORD-UNIT-COST (WS-LINE-NO).

       2200-REGISTER-LEGACY-KEY.
           MOVE OLD-ORD-ORDER-NO TO TRX-TRAN-KEY
           MOVE "PONUMBER" TO NCT-COUNTER-ID
           MOVE 1 TO NCT-NEXT-NUMBER
           WRITE NUMBER-CONTROL-RECORD
           MOVE "VOUCHER " TO NCT-COUNTER-ID
           MOVE 1 TO NCT-NEXT-NUMBER
           WRITE NUMBER-CONTROL-RECORD
           MOVE "QUOTENO " TO NCT-COUNTER-ID
           MOVE 1 TO NCT-NEXT-NUMBER
           WRITE NUMBER-CONTROL-RECORD
           CLOSE NUMBER-CONTROL-FILE.

       9000-DISPLAY-CONTROL-TOTALS.
