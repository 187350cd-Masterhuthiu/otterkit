       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVAL.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  INVVAL is the month-end inventory valuation.  Every        *
      *  PROD-WAREHOUSE entry on PRODMAST is valued at on-hand       *
      *  times PROD-UNIT-COST and printed warehouse by warehouse      *
      *  with a subtotal for each, followed by the stock in transit   *
      *  between warehouses (XFRFILE rows still IT), which is off     *
      *  every warehouse's on-hand but still ours.  The grand total   *
      *  is proved against the inventory account balance summed       *
      *  from JRNLFILE - every debit less every credit GLEXTR has     *
      *  journalized to it - and the difference printed; a total      *
      *  that does not tie ends RC=4.  Run it straight behind a       *
      *  GLEXTR INV extract so the account holds every movement       *
      *  up to the moment the file is valued.  Products with no       *
      *  unit cost on file value at zero and are counted on the       *
      *  trailer so they can be costed.                               *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *   2026-10-15  JPS  The inventory account is the one GLMAP maps
      *                    the INVENTORY posting type to.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO "XFRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFR-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT POSTING-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "INVVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
       COPY PRODREC.

       FD  TRANSFER-FILE.
       COPY XFRREC.

       FD  JOURNAL-FILE.
       COPY GLJREC.

       FD  POSTING-MAP-FILE.
       COPY GLMAPREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-MAP-FILE-STATUS           PIC X(02).
       01  WS-MAP-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-MAP-EOF                   VALUE "Y".
       01  WS-XFR-FILE-STATUS           PIC X(02).
       01  WS-JRN-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-PROD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-PROD-EOF                  VALUE "Y".
       01  WS-XFR-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-XFR-EOF                   VALUE "Y".
       01  WS-JRN-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-JRN-EOF                   VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".

      *-----------------------------------------------------------*
      *  the inventory account GLEXTR journals stock movements to -
      *  the account GLMAP maps the INVENTORY posting type to.
      *-----------------------------------------------------------*
       01  WS-ACCT-INVENTORY            PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------*
      *  every warehouse found on PRODMAST, kept in warehouse-id
      *  order so the report prints in that order.
      *-----------------------------------------------------------*
       01  WS-WHSE-LIST-COUNT           PIC 9(03) COMP VALUE 0.
       01  WS-WHSE-LIST.
           05  WS-WL-WAREHOUSE-ID OCCURS 50 TIMES
                       INDEXED BY WS-WL-IDX
                                        PIC X(04).
       01  WS-WL-SUB                    PIC 9(03) COMP.
       01  WS-INSERT-SUB                PIC 9(03) COMP.
       01  WS-CURRENT-WHSE-ID           PIC X(04).

       01  WS-LINE-VALUE                PIC S9(13)V99.
       01  WS-WHSE-QTY                  PIC S9(09) COMP.
       01  WS-WHSE-VALUE                PIC S9(13)V99.
       01  WS-TRANSIT-QTY               PIC S9(09) COMP VALUE 0.
       01  WS-TRANSIT-VALUE             PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-VALUE               PIC S9(13)V99 VALUE 0.
       01  WS-GL-BALANCE                PIC S9(13)V99 VALUE 0.
       01  WS-DIFFERENCE                PIC S9(13)V99.

       01  WS-ENTRIES-VALUED-COUNT      PIC 9(07) COMP VALUE 0.
       01  WS-ZERO-COST-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-TRANSIT-UNVALUED-COUNT    PIC 9(07) COMP VALUE 0.

       01  WS-QTY-EDIT                  PIC -(8)9.
       01  WS-COST-EDIT                 PIC Z,ZZZ,ZZ9.99.
       01  WS-VALUE-EDIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-COLLECT-WAREHOUSES
           PERFORM 2000-VALUE-ONE-WAREHOUSE
               VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WHSE-LIST-COUNT
           PERFORM 3000-VALUE-IN-TRANSIT
           PERFORM 4000-SUM-GL-BALANCE
           PERFORM 9000-PRINT-TRAILER
           CLOSE PRODUCT-MASTER-FILE REGISTER-FILE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRODMAST - STATUS "
                   WS-PROD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN INVVRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "INVENTORY VALUATION - ON-HAND AT UNIT COST BY "
               "WAREHOUSE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1100-READ-PRODUCT.
           READ PRODUCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-PROD-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  1150-START-PRODUCTS positions PRODMAST at its first key
      *  for another pass.
      *-----------------------------------------------------------*
       1150-START-PRODUCTS.
           MOVE "N" TO WS-PROD-EOF-SWITCH
           MOVE LOW-VALUES TO PROD-ID
           START PRODUCT-MASTER-FILE
               KEY IS NOT LESS THAN PROD-ID
               INVALID KEY
                   SET WS-PROD-EOF TO TRUE
           END-START
           IF NOT WS-PROD-EOF
               PERFORM 1100-READ-PRODUCT
           END-IF.

      *-----------------------------------------------------------*
      *  1200-COLLECT-WAREHOUSES - the first pass only learns
      *  which warehouses exist, so each can be printed whole
      *  with its own subtotal on a pass of its own.
      *-----------------------------------------------------------*
       1200-COLLECT-WAREHOUSES.
           PERFORM 1150-START-PRODUCTS
           PERFORM 1210-NOTE-PRODUCT-WAREHOUSES
               UNTIL WS-PROD-EOF.

       1210-NOTE-PRODUCT-WAREHOUSES.
           PERFORM 1220-NOTE-ONE-WAREHOUSE
               VARYING PROD-WHSE-IDX FROM 1 BY 1
               UNTIL PROD-WHSE-IDX > PROD-WHSE-COUNT
           PERFORM 1100-READ-PRODUCT.

       1220-NOTE-ONE-WAREHOUSE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 1230-FIND-WAREHOUSE
               VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WHSE-LIST-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
      *        a warehouse dropped here would leave its stock out
      *        of the total - refuse to run off the end instead.
               IF WS-WHSE-LIST-COUNT >= 50
                   DISPLAY "INVVAL - WAREHOUSE TABLE FULL - RAISE "
                       "THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1240-INSERT-WAREHOUSE
           END-IF.

       1230-FIND-WAREHOUSE.
           IF WS-WL-WAREHOUSE-ID (WS-WL-IDX)
                   = PROD-WAREHOUSE-ID (PROD-WHSE-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  1240-INSERT-WAREHOUSE slides the higher ids down one
      *  slot and drops the new id into its place in order.
      *-----------------------------------------------------------*
       1240-INSERT-WAREHOUSE.
           ADD 1 TO WS-WHSE-LIST-COUNT
           MOVE WS-WHSE-LIST-COUNT TO WS-INSERT-SUB
           PERFORM 1250-SHIFT-WAREHOUSE-DOWN
               UNTIL WS-INSERT-SUB = 1
               OR WS-WL-WAREHOUSE-ID (WS-INSERT-SUB - 1)
                   < PROD-WAREHOUSE-ID (PROD-WHSE-IDX)
           MOVE PROD-WAREHOUSE-ID (PROD-WHSE-IDX)
               TO WS-WL-WAREHOUSE-ID (WS-INSERT-SUB).

       1250-SHIFT-WAREHOUSE-DOWN.
           MOVE WS-WL-WAREHOUSE-ID (WS-INSERT-SUB - 1)
               TO WS-WL-WAREHOUSE-ID (WS-INSERT-SUB)
           SUBTRACT 1 FROM WS-INSERT-SUB.

      *-----------------------------------------------------------*
      *  2000-VALUE-ONE-WAREHOUSE passes PRODMAST once for one
      *  warehouse, printing each product it stocks at on-hand
      *  times unit cost, and closes with the warehouse subtotal.
      *-----------------------------------------------------------*
       2000-VALUE-ONE-WAREHOUSE.
           MOVE WS-WL-WAREHOUSE-ID (WS-WL-SUB) TO WS-CURRENT-WHSE-ID
           MOVE 0 TO WS-WHSE-QTY
           MOVE 0 TO WS-WHSE-VALUE
           MOVE SPACES TO RPT-LINE
           STRING "WAREHOUSE " WS-CURRENT-WHSE-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1150-START-PRODUCTS
           PERFORM 2100-VALUE-PRODUCT-ENTRY
               UNTIL WS-PROD-EOF
           MOVE WS-WHSE-QTY TO WS-QTY-EDIT
           MOVE WS-WHSE-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  WAREHOUSE " WS-CURRENT-WHSE-ID
               " SUBTOTAL ......................"
               "  ON-HAND " WS-QTY-EDIT
               "                     VALUE " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD WS-WHSE-VALUE TO WS-GRAND-VALUE.

       2100-VALUE-PRODUCT-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2110-FIND-PRODUCT-WAREHOUSE
               VARYING PROD-WHSE-IDX FROM 1 BY 1
               UNTIL PROD-WHSE-IDX > PROD-WHSE-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET PROD-WHSE-IDX DOWN BY 1
               PERFORM 2200-PRINT-VALUE-LINE
           END-IF
           PERFORM 1100-READ-PRODUCT.

       2110-FIND-PRODUCT-WAREHOUSE.
           IF PROD-WAREHOUSE-ID (PROD-WHSE-IDX) = WS-CURRENT-WHSE-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2200-PRINT-VALUE-LINE.
           ADD 1 TO WS-ENTRIES-VALUED-COUNT
           COMPUTE WS-LINE-VALUE =
               PROD-QTY-ON-HAND (PROD-WHSE-IDX) * PROD-UNIT-COST
           ADD PROD-QTY-ON-HAND (PROD-WHSE-IDX) TO WS-WHSE-QTY
           ADD WS-LINE-VALUE TO WS-WHSE-VALUE
           MOVE PROD-QTY-ON-HAND (PROD-WHSE-IDX) TO WS-QTY-EDIT
           MOVE PROD-UNIT-COST TO WS-COST-EDIT
           MOVE WS-LINE-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           IF PROD-UNIT-COST = 0
               AND PROD-QTY-ON-HAND (PROD-WHSE-IDX) NOT = 0
               ADD 1 TO WS-ZERO-COST-COUNT
               STRING "  PRODUCT " PROD-ID
                   "  " PROD-DESCRIPTION
                   "  ON-HAND " WS-QTY-EDIT
                   "  COST " WS-COST-EDIT
                   "  VALUE " WS-VALUE-EDIT
                   "  NO UNIT COST"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "  PRODUCT " PROD-ID
                   "  " PROD-DESCRIPTION
                   "  ON-HAND " WS-QTY-EDIT
                   "  COST " WS-COST-EDIT
                   "  VALUE " WS-VALUE-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  3000-VALUE-IN-TRANSIT values every transfer still on the
      *  truck at its product's unit cost - STKXFER took it off
      *  the sending warehouse and the receiving one has not
      *  taken it on, but the inventory account still holds it.
      *-----------------------------------------------------------*
       3000-VALUE-IN-TRANSIT.
           MOVE SPACES TO RPT-LINE
           STRING "IN TRANSIT BETWEEN WAREHOUSES"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT TRANSFER-FILE
           IF WS-XFR-FILE-STATUS = "35"
               SET WS-XFR-EOF TO TRUE
           ELSE
               IF WS-XFR-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN XFRFILE - STATUS "
                       WS-XFR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3100-READ-TRANSFER
               PERFORM 3200-VALUE-ONE-TRANSFER
                   UNTIL WS-XFR-EOF
               CLOSE TRANSFER-FILE
           END-IF
           MOVE WS-TRANSIT-QTY TO WS-QTY-EDIT
           MOVE WS-TRANSIT-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  IN-TRANSIT SUBTOTAL ..........................."
               "  QTY " WS-QTY-EDIT
               "                     VALUE " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           ADD WS-TRANSIT-VALUE TO WS-GRAND-VALUE.

       3100-READ-TRANSFER.
           READ TRANSFER-FILE
               AT END
                   SET WS-XFR-EOF TO TRUE
           END-READ.

       3200-VALUE-ONE-TRANSFER.
           IF XFR-STATUS-IN-TRANSIT
               SET WS-ENTRY-FOUND TO TRUE
               MOVE XFR-PRODUCT-ID TO PROD-ID
               READ PRODUCT-MASTER-FILE
                   KEY IS PROD-ID
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
               END-READ
               IF WS-ENTRY-FOUND
                   PERFORM 3300-PRINT-TRANSFER-LINE
               ELSE
                   ADD 1 TO WS-TRANSIT-UNVALUED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "  TRANSFER " XFR-TRANSFER-NO
                       "  PRODUCT " XFR-PRODUCT-ID
                       " NOT ON PRODMAST - NOT VALUED"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF
           PERFORM 3100-READ-TRANSFER.

       3300-PRINT-TRANSFER-LINE.
           COMPUTE WS-LINE-VALUE = XFR-QTY * PROD-UNIT-COST
           ADD XFR-QTY TO WS-TRANSIT-QTY
           ADD WS-LINE-VALUE TO WS-TRANSIT-VALUE
           MOVE XFR-QTY TO WS-QTY-EDIT
           MOVE PROD-UNIT-COST TO WS-COST-EDIT
           MOVE WS-LINE-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  TRANSFER " XFR-TRANSFER-NO
               "  PRODUCT " XFR-PRODUCT-ID
               "  " XFR-FROM-WHSE-ID " TO " XFR-TO-WHSE-ID
               "  QTY " WS-QTY-EDIT
               "  COST " WS-COST-EDIT
               "  VALUE " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  4000-SUM-GL-BALANCE - the inventory account's balance is
      *  every debit less every credit journalized to it.
      *-----------------------------------------------------------*
       4000-SUM-GL-BALANCE.
           PERFORM 4050-FIND-INVENTORY-ACCOUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS = "35"
               SET WS-JRN-EOF TO TRUE
           ELSE
               IF WS-JRN-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN JRNLFILE - STATUS "
                       WS-JRN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 4100-READ-JOURNAL-LINE
               PERFORM 4200-ADD-JOURNAL-LINE
                   UNTIL WS-JRN-EOF
               CLOSE JOURNAL-FILE
           END-IF.

      *-----------------------------------------------------------*
      *  4050-FIND-INVENTORY-ACCOUNT reads the account GLEXTR
      *  journals stock to off GLMAP - without it there is
      *  nothing to prove the valuation against.
      *-----------------------------------------------------------*
       4050-FIND-INVENTORY-ACCOUNT.
           OPEN INPUT POSTING-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GLMAP - STATUS "
                   WS-MAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4060-READ-MAP-ROW
           PERFORM 4070-TEST-MAP-ROW
               UNTIL WS-MAP-EOF
           CLOSE POSTING-MAP-FILE
           IF WS-ACCT-INVENTORY = SPACES
               DISPLAY "INVVAL - POSTING TYPE INVENTORY IS NOT "
                   "MAPPED ON GLMAP"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4060-READ-MAP-ROW.
           READ POSTING-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
           END-READ.

       4070-TEST-MAP-ROW.
           IF MAP-POSTING-TYPE = "INVENTORY"
               MOVE MAP-ACCOUNT-NO TO WS-ACCT-INVENTORY
           END-IF
           PERFORM 4060-READ-MAP-ROW.

       4100-READ-JOURNAL-LINE.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRN-EOF TO TRUE
           END-READ.

       4200-ADD-JOURNAL-LINE.
           IF GLJ-ACCOUNT-NO = WS-ACCT-INVENTORY
               ADD GLJ-DEBIT-AMOUNT TO WS-GL-BALANCE
               SUBTRACT GLJ-CREDIT-AMOUNT FROM WS-GL-BALANCE
           END-IF
           PERFORM 4100-READ-JOURNAL-LINE.

       9000-PRINT-TRAILER.
           MOVE WS-GRAND-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "INVENTORY VALUE (GRAND TOTAL) ..: " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GL-BALANCE TO WS-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "GL ACCOUNT " WS-ACCT-INVENTORY
               " BALANCE .....: " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           COMPUTE WS-DIFFERENCE = WS-GRAND-VALUE - WS-GL-BALANCE
           MOVE WS-DIFFERENCE TO WS-VALUE-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DIFFERENCE .....................: " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-DIFFERENCE = 0
               STRING "VALUATION TIES TO THE GENERAL LEDGER"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "*** VALUATION DOES NOT TIE TO THE GENERAL "
                   "LEDGER ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WHSE-LIST-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "WAREHOUSES VALUED ..............: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ENTRIES-VALUED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PRODUCT/WAREHOUSE ENTRIES ......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ZERO-COST-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "STOCKED ENTRIES WITH NO COST ...: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TRANSIT-UNVALUED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSFERS NOT VALUED ...........: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM INVVAL.
