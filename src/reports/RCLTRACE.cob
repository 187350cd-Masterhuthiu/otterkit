       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCLTRACE.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  RCLTRACE is the recall trace.  Given a product and a lot    *
      *  number on the COMMAND-LINE (product in columns 1-6, lot in   *
      *  7-18) it lists every order the LOTISSUE trail shows drew     *
      *  that lot, with the customer and the address the goods        *
      *  shipped to - the order's ship-to location when it has one,   *
      *  otherwise the customer's own address.  Quantity put back     *
      *  by a cancel or return is shown against the order.  Stock     *
      *  transfers of the lot between warehouses are listed next,     *
      *  then what is still on the shelf in each warehouse, so the    *
      *  recall can be quarantined as well as traced.                 *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-ISSUE-FILE ASSIGN TO "LOTISSUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIS-KEY
               FILE STATUS IS WS-LIS-FILE-STATUS.
           SELECT LOT-FILE ASSIGN TO "LOTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-FILE-STATUS.
           SELECT ORDER-MASTER-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ORDER-NO
               FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RCLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-ISSUE-FILE.
       COPY LISREC.

       FD  LOT-FILE.
       COPY LOTREC.

       FD  ORDER-MASTER-FILE.
       COPY ORDREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODREC.

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LIS-FILE-STATUS           PIC X(02).
       01  WS-LOT-FILE-STATUS           PIC X(02).
       01  WS-ORD-FILE-STATUS           PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-ORDER-FOUND-SWITCH        PIC X(01).
           88  WS-ORDER-FOUND               VALUE "Y".
       01  WS-CUST-FOUND-SWITCH         PIC X(01).
           88  WS-CUST-FOUND                VALUE "Y".
       01  WS-SHT-FOUND-SWITCH          PIC X(01).
           88  WS-SHIP-TO-FOUND             VALUE "Y".
       COPY SHTREC.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-TRACE-PRODUCT-ID          PIC X(06).
       01  WS-TRACE-LOT-NUMBER          PIC X(12).
       01  WS-QTY-SHIPPED               PIC S9(07) COMP.

       01  WS-ORDER-COUNT               PIC 9(07) COMP VALUE 0.
       01  WS-TRANSFER-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-SHIPPED             PIC S9(09) COMP VALUE 0.
       01  WS-TOTAL-ON-HAND             PIC S9(09) COMP VALUE 0.

       01  WS-QTY-EDIT                  PIC ZZZ,ZZ9.
       01  WS-RESTORED-EDIT             PIC ZZZ,ZZ9.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
       01  WS-TOTAL-EDIT                PIC ZZZ,ZZZ,ZZ9-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TRACE-ORDERS
           PERFORM 3000-TRACE-TRANSFERS
           PERFORM 4000-LIST-STOCK-ON-HAND
           PERFORM 9000-PRINT-TRAILER
           CLOSE LOT-ISSUE-FILE LOT-FILE ORDER-MASTER-FILE
               CUSTOMER-MASTER-FILE PRODUCT-MASTER-FILE REPORT-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           MOVE WS-PARM-DATA (1:6) TO WS-TRACE-PRODUCT-ID
           MOVE WS-PARM-DATA (7:12) TO WS-TRACE-LOT-NUMBER
           IF WS-TRACE-PRODUCT-ID = SPACES
               OR WS-TRACE-LOT-NUMBER = SPACES
               DISPLAY "RCLTRACE - PARM MUST BE THE PRODUCT (1-6) "
                   "AND THE LOT NUMBER (7-18)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LOT-ISSUE-FILE
           IF WS-LIS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LOTISSUE - STATUS "
                   WS-LIS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LOT-FILE
           IF WS-LOT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LOTFILE - STATUS "
                   WS-LOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ORDER-MASTER-FILE
           IF WS-ORD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ORDFILE - STATUS "
                   WS-ORD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUSTMAST - STATUS "
                   WS-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRODMAST - STATUS "
                   WS-PROD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RCLRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-TRACE-PRODUCT-ID TO PROD-ID
           READ PRODUCT-MASTER-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE "(NOT ON PRODUCT MASTER FILE)"
                       TO PROD-DESCRIPTION
           END-READ
           MOVE SPACES TO RPT-LINE
           STRING "RECALL TRACE - PRODUCT " WS-TRACE-PRODUCT-ID
               "  " PROD-DESCRIPTION
               "  LOT " WS-TRACE-LOT-NUMBER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  2000-TRACE-ORDERS - the order rows of the trail sit
      *  together under document type "O", so the pass starts there
      *  and stops at the first transfer row.  The lot is matched
      *  on every row since the key leads with the order number.
      *-----------------------------------------------------------*
       2000-TRACE-ORDERS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ORDERS THAT RECEIVED THE LOT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO LIS-KEY
           SET LIS-DOC-ORDER TO TRUE
           PERFORM 7000-START-TRAIL
           PERFORM 2100-CHECK-ORDER-ROW
               UNTIL WS-EOF.

       2100-CHECK-ORDER-ROW.
           READ LOT-ISSUE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               IF NOT LIS-DOC-ORDER
                   SET WS-EOF TO TRUE
               ELSE
                   IF LIS-PRODUCT-ID = WS-TRACE-PRODUCT-ID
                       AND LIS-LOT-NUMBER = WS-TRACE-LOT-NUMBER
                       PERFORM 2200-PRINT-ORDER
                   END-IF
               END-IF
           END-IF.

       2200-PRINT-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           COMPUTE WS-QTY-SHIPPED = LIS-QTY-ISSUED - LIS-QTY-RESTORED
           ADD WS-QTY-SHIPPED TO WS-TOTAL-SHIPPED
           MOVE "N" TO WS-ORDER-FOUND-SWITCH
           MOVE LIS-DOC-NO TO ORD-ORDER-NO
           READ ORDER-MASTER-FILE
               KEY IS ORD-ORDER-NO
               NOT INVALID KEY
                   SET WS-ORDER-FOUND TO TRUE
           END-READ

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-QTY-SHIPPED TO WS-QTY-EDIT
           MOVE SPACES TO RPT-LINE
           IF WS-ORDER-FOUND
               STRING "ORDER " LIS-DOC-NO
                   "  DATED " ORD-ORDER-DATE
                   "  CUSTOMER " ORD-CUST-ID
                   "  WHSE " LIS-WAREHOUSE-ID
                   "  ISSUED " LIS-ISSUE-DATE
                   "  QTY " WS-QTY-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "ORDER " LIS-DOC-NO
                   "  (NOT ON ORDFILE - PURGED)"
                   "  WHSE " LIS-WAREHOUSE-ID
                   "  ISSUED " LIS-ISSUE-DATE
                   "  QTY " WS-QTY-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           IF LIS-QTY-RESTORED > 0
               MOVE LIS-QTY-RESTORED TO WS-RESTORED-EDIT
               MOVE "PUT BACK" TO RPT-LINE (100:8)
               MOVE WS-RESTORED-EDIT TO RPT-LINE (109:7)
           END-IF
           WRITE RPT-LINE

           IF WS-ORDER-FOUND
               PERFORM 2300-PRINT-DESTINATION
           END-IF.

      *-----------------------------------------------------------*
      *  2300-PRINT-DESTINATION prints who got the goods and where
      *  they went - the ship-to location when the order named
      *  one, otherwise the customer's own address.
      *-----------------------------------------------------------*
       2300-PRINT-DESTINATION.
           MOVE "N" TO WS-CUST-FOUND-SWITCH
           MOVE ORD-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               NOT INVALID KEY
                   SET WS-CUST-FOUND TO TRUE
           END-READ
           MOVE SPACES TO RPT-LINE
           IF WS-CUST-FOUND
               STRING "    CUSTOMER " CUST-NAME
                   "  PHONE " CUST-PHONE
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "    CUSTOMER " ORD-CUST-ID
                   "  (NOT ON CUSTOMER MASTER FILE)"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE "N" TO WS-SHT-FOUND-SWITCH
           IF ORD-SHIP-TO-CODE NOT = SPACES
               CALL "SHTLOOK" USING ORD-CUST-ID ORD-SHIP-TO-CODE
                   SHIP-TO-RECORD WS-SHT-FOUND-SWITCH
           END-IF
           IF WS-SHIP-TO-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "    SHIP TO " ORD-SHIP-TO-CODE "  " SHT-NAME
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "            " SHT-ADDR-LINE1
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               IF SHT-ADDR-LINE2 NOT = SPACES
                   MOVE SPACES TO RPT-LINE
                   STRING "            " SHT-ADDR-LINE2
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "            " SHT-ADDR-CITY " "
                   SHT-ADDR-STATE "  " SHT-ADDR-ZIP
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF ORD-SHIP-TO-CODE NOT = SPACES
                   MOVE SPACES TO RPT-LINE
                   STRING "    SHIP TO " ORD-SHIP-TO-CODE
                       "  (NOT ON SHIP-TO FILE)"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               IF WS-CUST-FOUND
                   MOVE SPACES TO RPT-LINE
                   STRING "    SHIPPED TO " CUST-ADDR-LINE1
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   IF CUST-ADDR-LINE2 NOT = SPACES
                       MOVE SPACES TO RPT-LINE
                       STRING "               " CUST-ADDR-LINE2
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING "               " CUST-ADDR-CITY " "
                       CUST-ADDR-STATE "  " CUST-ADDR-ZIP
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  3000-TRACE-TRANSFERS lists the lot's moves between
      *  warehouses; orders filled from the receiving warehouse
      *  already appear above under the same lot number.
      *-----------------------------------------------------------*
       3000-TRACE-TRANSFERS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TRANSFERS OF THE LOT BETWEEN WAREHOUSES"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO LIS-KEY
           SET LIS-DOC-TRANSFER TO TRUE
           PERFORM 7000-START-TRAIL
           PERFORM 3100-CHECK-TRANSFER-ROW
               UNTIL WS-EOF.

       3100-CHECK-TRANSFER-ROW.
           READ LOT-ISSUE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               IF NOT LIS-DOC-TRANSFER
                   SET WS-EOF TO TRUE
               ELSE
                   IF LIS-PRODUCT-ID = WS-TRACE-PRODUCT-ID
                       AND LIS-LOT-NUMBER = WS-TRACE-LOT-NUMBER
                       ADD 1 TO WS-TRANSFER-COUNT
                       COMPUTE WS-QTY-SHIPPED =
                           LIS-QTY-ISSUED - LIS-QTY-RESTORED
                       MOVE WS-QTY-SHIPPED TO WS-QTY-EDIT
                       MOVE SPACES TO RPT-LINE
                       STRING "TRANSFER " LIS-DOC-NO
                           "  FROM WHSE " LIS-WAREHOUSE-ID
                           "  SENT " LIS-ISSUE-DATE
                           "  QTY " WS-QTY-EDIT
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  4000-LIST-STOCK-ON-HAND - the lot balances for the product
      *  sit together under the product, one per warehouse lot.
      *-----------------------------------------------------------*
       4000-LIST-STOCK-ON-HAND.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "STILL ON HAND - QUARANTINE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-TRACE-PRODUCT-ID TO LOT-PRODUCT-ID
           MOVE LOW-VALUES TO LOT-WAREHOUSE-ID LOT-NUMBER
           START LOT-FILE
               KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 4100-CHECK-LOT-BALANCE
               UNTIL WS-EOF.

       4100-CHECK-LOT-BALANCE.
           READ LOT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-EOF
               IF LOT-PRODUCT-ID NOT = WS-TRACE-PRODUCT-ID
                   SET WS-EOF TO TRUE
               ELSE
                   IF LOT-NUMBER = WS-TRACE-LOT-NUMBER
                       AND LOT-QTY-ON-HAND NOT = 0
                       ADD LOT-QTY-ON-HAND TO WS-TOTAL-ON-HAND
                       MOVE LOT-QTY-ON-HAND TO WS-QTY-EDIT
                       MOVE SPACES TO RPT-LINE
                       STRING "WHSE " LOT-WAREHOUSE-ID
                           "  EXPIRES " LOT-EXPIRY-DATE
                           "  ON HAND " WS-QTY-EDIT
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-IF.

       7000-START-TRAIL.
           MOVE "N" TO WS-EOF-SWITCH
           START LOT-ISSUE-FILE
               KEY IS NOT LESS THAN LIS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ORDER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ORDERS THAT RECEIVED THE LOT : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-SHIPPED TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "QUANTITY SHIPPED ON ORDERS ..: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TRANSFER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSFERS BETWEEN WAREHOUSES : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-ON-HAND TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "QUANTITY STILL ON HAND ......: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM RCLTRACE.
