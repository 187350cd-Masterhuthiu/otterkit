       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHPMANF.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  SHPMANF prints the end-of-day carrier paperwork that        *
      *  shipping used to build by hand from the pick lists.  It      *
      *  reads the day's shipment confirmation feed (SHIPFILE) after   *
      *  SHIPPOST has posted it and takes every order that now         *
      *  stands picked (PK) or shipped (SH).  The order lines are       *
      *  grouped by ORD-SHIP-VIA and shipping warehouse; an order        *
      *  shipping from two warehouses is two loads.  For each            *
      *  carrier and warehouse the manifest lists the orders with        *
      *  cartons and weight, from PROD-CARTON-QTY and                    *
      *  PROD-UNIT-WEIGHT, with load totals.  Each order and             *
      *  warehouse also gets a bill of lading (BOLPRT) addressed          *
      *  to the order's SHIPTO address, or to the customer's bill-to      *
      *  address when it has none.  Only the quantity actually issued     *
      *  ships - a backordered shortfall is left off.                     *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-CONF-FILE ASSIGN TO "SHIPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCF-FILE-STATUS.
           SELECT ORDER-MASTER-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ORDER-NO
               FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT BOL-FILE ASSIGN TO "BOLPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-CONF-FILE.
       COPY SHPREC.

       FD  ORDER-MASTER-FILE.
       COPY ORDREC.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  BOL-FILE.
       01  BOL-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY SHTREC.
       01  WS-SCF-FILE-STATUS           PIC X(02).
       01  WS-ORD-FILE-STATUS           PIC X(02).
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-BOL-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".
       01  WS-CUST-FOUND-SWITCH         PIC X(01).
           88  WS-CUST-FOUND                VALUE "Y".
       01  WS-SHT-FOUND-SWITCH          PIC X(01).
           88  WS-SHIP-TO-FOUND             VALUE "Y".
       01  WS-PROD-FOUND-SWITCH         PIC X(01).
           88  WS-PROD-FOUND                VALUE "Y".

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-RUN-DATE                  PIC 9(08).

      *-----------------------------------------------------------*
      *  one entry per order and shipping warehouse on the day's
      *  feed, and one per ship-via and warehouse load.
      *-----------------------------------------------------------*
       01  WS-ENTRY-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-ENTRY-TABLE.
           05  WS-EN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-EN-IDX.
               10  WS-EN-SHIP-VIA             PIC X(04).
               10  WS-EN-WAREHOUSE-ID         PIC X(04).
               10  WS-EN-ORDER-NO             PIC X(08).
       01  WS-LOAD-COUNT                PIC 9(04) COMP VALUE 0.
       01  WS-LOAD-TABLE.
           05  WS-LD-ENTRY OCCURS 200 TIMES INDEXED BY WS-LD-IDX.
               10  WS-LD-SHIP-VIA             PIC X(04).
               10  WS-LD-WAREHOUSE-ID         PIC X(04).

       01  WS-LINE-NO                   PIC 9(02) COMP.
       01  WS-WORK-SHIP-VIA             PIC X(04).
       01  WS-WORK-WAREHOUSE-ID         PIC X(04).

      *    one order line's shipment.
       01  WS-LINE-QTY                  PIC 9(05).
       01  WS-LINE-CARTONS              PIC 9(05).
       01  WS-LINE-REMAINDER            PIC 9(05).
       01  WS-LINE-WEIGHT               PIC 9(07)V99.

      *    one order's load from one warehouse.
       01  WS-ORDER-QTY                 PIC 9(07) COMP.
       01  WS-ORDER-CARTONS             PIC 9(07) COMP.
       01  WS-ORDER-WEIGHT              PIC 9(09)V99.
       01  WS-ORDER-NO-WEIGHT-COUNT     PIC 9(03) COMP.

       01  WS-LOAD-ORDERS               PIC 9(05) COMP.
       01  WS-LOAD-CARTONS              PIC 9(07) COMP.
       01  WS-LOAD-WEIGHT               PIC 9(09)V99.
       01  WS-TOTAL-ORDERS              PIC 9(05) COMP VALUE 0.
       01  WS-TOTAL-CARTONS             PIC 9(07) COMP VALUE 0.
       01  WS-TOTAL-WEIGHT              PIC 9(09)V99 VALUE 0.

       01  WS-STATUS-TEXT               PIC X(07).
       01  WS-CARRIER-DISP              PIC X(12).
       01  WS-QTY-EDIT                  PIC ZZ,ZZ9.
       01  WS-CARTON-EDIT               PIC ZZZ,ZZ9.
       01  WS-WEIGHT-EDIT               PIC ZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-CONFIRMATION
               UNTIL WS-EOF
           PERFORM 3000-PRINT-LOAD
               VARYING WS-LD-IDX FROM 1 BY 1
               UNTIL WS-LD-IDX > WS-LOAD-COUNT
           PERFORM 9000-PRINT-TRAILER
           CLOSE SHIP-CONF-FILE ORDER-MASTER-FILE PRODUCT-MASTER-FILE
               CUSTOMER-MASTER-FILE REPORT-FILE BOL-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:8) IS NUMERIC AND WS-PARM-DATA (1:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (1:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT SHIP-CONF-FILE
           IF WS-SCF-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SHIPFILE - STATUS "
                   WS-SCF-FILE-STATUS
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

           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRODMAST - STATUS "
                   WS-PROD-FILE-STATUS
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

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MANIFEST - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BOL-FILE
           IF WS-BOL-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BOLPRT - STATUS "
                   WS-BOL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "CARRIER MANIFESTS FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1100-READ-CONFIRMATION.

       1100-READ-CONFIRMATION.
           READ SHIP-CONF-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  2000-COLLECT-CONFIRMATION takes the order behind one
      *  confirmation if SHIPPOST left it picked or shipped - a
      *  confirmation SHIPPOST refused has no order to manifest.
      *  An order confirmed both picked and shipped in the one feed
      *  is collected once.
      *-----------------------------------------------------------*
       2000-COLLECT-CONFIRMATION.
           MOVE SCF-ORDER-NO TO ORD-ORDER-NO
           READ ORDER-MASTER-FILE
               KEY IS ORD-ORDER-NO
               INVALID KEY
                   MOVE SPACES TO ORD-STATUS
           END-READ
           IF ORD-STATUS-PICKED OR ORD-STATUS-SHIPPED
               PERFORM 2100-COLLECT-ORDER-LINE
                   VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > ORD-LINE-COUNT
           END-IF
           PERFORM 1100-READ-CONFIRMATION.

       2100-COLLECT-ORDER-LINE.
           MOVE ORD-SHIP-VIA TO WS-WORK-SHIP-VIA
           MOVE ORD-WAREHOUSE-ID (WS-LINE-NO) TO WS-WORK-WAREHOUSE-ID
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2110-FIND-ENTRY
               VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENTRY-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
      *        an order dropped here would ship with no paperwork -
      *        refuse to run off the end of the table instead.
               IF WS-ENTRY-COUNT >= 2000
                   DISPLAY "SHPMANF - ORDER TABLE FULL - "
                       "RAISE THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               SET WS-EN-IDX TO WS-ENTRY-COUNT
               MOVE WS-WORK-SHIP-VIA TO WS-EN-SHIP-VIA (WS-EN-IDX)
               MOVE WS-WORK-WAREHOUSE-ID
                   TO WS-EN-WAREHOUSE-ID (WS-EN-IDX)
               MOVE ORD-ORDER-NO TO WS-EN-ORDER-NO (WS-EN-IDX)
               PERFORM 2200-COLLECT-LOAD
           END-IF.

       2110-FIND-ENTRY.
           IF WS-EN-ORDER-NO (WS-EN-IDX) = ORD-ORDER-NO
               AND WS-EN-WAREHOUSE-ID (WS-EN-IDX)
                   = WS-WORK-WAREHOUSE-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2200-COLLECT-LOAD.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2210-FIND-LOAD
               VARYING WS-LD-IDX FROM 1 BY 1
               UNTIL WS-LD-IDX > WS-LOAD-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-LOAD-COUNT >= 200
                   DISPLAY "SHPMANF - LOAD TABLE FULL - "
                       "RAISE THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LOAD-COUNT
               SET WS-LD-IDX TO WS-LOAD-COUNT
               MOVE WS-WORK-SHIP-VIA TO WS-LD-SHIP-VIA (WS-LD-IDX)
               MOVE WS-WORK-WAREHOUSE-ID
                   TO WS-LD-WAREHOUSE-ID (WS-LD-IDX)
           END-IF.

       2210-FIND-LOAD.
           IF WS-LD-SHIP-VIA (WS-LD-IDX) = WS-WORK-SHIP-VIA
               AND WS-LD-WAREHOUSE-ID (WS-LD-IDX)
                   = WS-WORK-WAREHOUSE-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  3000-PRINT-LOAD prints one carrier manifest - every order
      *  on the load with its cartons and weight - and a bill of
      *  lading per order.
      *-----------------------------------------------------------*
       3000-PRINT-LOAD.
           MOVE 0 TO WS-LOAD-ORDERS WS-LOAD-CARTONS WS-LOAD-WEIGHT
           IF WS-LD-SHIP-VIA (WS-LD-IDX) = SPACES
               MOVE "(NO SHIP-VIA)" TO WS-CARRIER-DISP
           ELSE
               MOVE WS-LD-SHIP-VIA (WS-LD-IDX) TO WS-CARRIER-DISP
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CARRIER MANIFEST  SHIP VIA " WS-CARRIER-DISP
               "  FROM WAREHOUSE " WS-LD-WAREHOUSE-ID (WS-LD-IDX)
               "  DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ORDER     CUSTOMER  SHIP TO                    "
               "STATE  STATUS   CARTONS         WEIGHT  TRACKING"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           PERFORM 3100-PRINT-LOAD-ORDER
               VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-ENTRY-COUNT

           MOVE WS-LOAD-ORDERS TO WS-COUNT-EDIT
           MOVE WS-LOAD-CARTONS TO WS-CARTON-EDIT
           MOVE WS-LOAD-WEIGHT TO WS-WEIGHT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  LOAD TOTAL  ORDERS " WS-COUNT-EDIT
               "  CARTONS " WS-CARTON-EDIT
               "  WEIGHT " WS-WEIGHT-EDIT " LB"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           ADD WS-LOAD-ORDERS TO WS-TOTAL-ORDERS
           ADD WS-LOAD-CARTONS TO WS-TOTAL-CARTONS
           ADD WS-LOAD-WEIGHT TO WS-TOTAL-WEIGHT.

       3100-PRINT-LOAD-ORDER.
           IF WS-EN-SHIP-VIA (WS-EN-IDX) = WS-LD-SHIP-VIA (WS-LD-IDX)
               AND WS-EN-WAREHOUSE-ID (WS-EN-IDX)
                   = WS-LD-WAREHOUSE-ID (WS-LD-IDX)
               MOVE WS-EN-ORDER-NO (WS-EN-IDX) TO ORD-ORDER-NO
               READ ORDER-MASTER-FILE
                   KEY IS ORD-ORDER-NO
                   INVALID KEY
                       DISPLAY "SHPMANF - ORDER " ORD-ORDER-NO
                           " VANISHED FROM ORDFILE"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               PERFORM 3200-LOOK-UP-ADDRESS
               MOVE 0 TO WS-ORDER-QTY WS-ORDER-CARTONS
                   WS-ORDER-WEIGHT WS-ORDER-NO-WEIGHT-COUNT
               PERFORM 3300-TOTAL-ORDER-LINE
                   VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > ORD-LINE-COUNT
               ADD 1 TO WS-LOAD-ORDERS
               ADD WS-ORDER-CARTONS TO WS-LOAD-CARTONS
               ADD WS-ORDER-WEIGHT TO WS-LOAD-WEIGHT
               PERFORM 3500-PRINT-MANIFEST-LINE
               PERFORM 4000-PRINT-BILL-OF-LADING
           END-IF.

      *-----------------------------------------------------------*
      *  3200-LOOK-UP-ADDRESS finds the customer and, when the
      *  order names one, its SHIPTO address.
      *-----------------------------------------------------------*
       3200-LOOK-UP-ADDRESS.
           MOVE "N" TO WS-CUST-FOUND-SWITCH
           MOVE ORD-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUST-FOUND TO TRUE
           END-READ
           MOVE "N" TO WS-SHT-FOUND-SWITCH
           IF ORD-SHIP-TO-CODE NOT = SPACES
               CALL "SHTLOOK" USING ORD-CUST-ID ORD-SHIP-TO-CODE
                   SHIP-TO-RECORD WS-SHT-FOUND-SWITCH
           END-IF.

       3300-TOTAL-ORDER-LINE.
           IF ORD-WAREHOUSE-ID (WS-LINE-NO)
                   = WS-LD-WAREHOUSE-ID (WS-LD-IDX)
               PERFORM 3400-MEASURE-LINE
               ADD WS-LINE-QTY TO WS-ORDER-QTY
               ADD WS-LINE-CARTONS TO WS-ORDER-CARTONS
               ADD WS-LINE-WEIGHT TO WS-ORDER-WEIGHT
               IF NOT WS-PROD-FOUND OR PROD-UNIT-WEIGHT = 0
                   ADD 1 TO WS-ORDER-NO-WEIGHT-COUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  3400-MEASURE-LINE works out the quantity, cartons and
      *  weight one order line ships - the quantity ordered less
      *  the backordered shortfall, in full cartons of
      *  PROD-CARTON-QTY with a part carton counted whole.
      *-----------------------------------------------------------*
       3400-MEASURE-LINE.
           COMPUTE WS-LINE-QTY = ORD-QTY-ORDERED (WS-LINE-NO)
               - ORD-QTY-BACKORDERED (WS-LINE-NO)
           MOVE "N" TO WS-PROD-FOUND-SWITCH
           MOVE ORD-PRODUCT-ID (WS-LINE-NO) TO PROD-ID
           READ PRODUCT-MASTER-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE "(NOT ON PRODUCT MASTER FILE)"
                       TO PROD-DESCRIPTION
                   MOVE 0 TO PROD-UNIT-WEIGHT PROD-CARTON-QTY
               NOT INVALID KEY
                   SET WS-PROD-FOUND TO TRUE
           END-READ
           IF PROD-CARTON-QTY > 0
               DIVIDE WS-LINE-QTY BY PROD-CARTON-QTY
                   GIVING WS-LINE-CARTONS
                   REMAINDER WS-LINE-REMAINDER
               IF WS-LINE-REMAINDER > 0
                   ADD 1 TO WS-LINE-CARTONS
               END-IF
           ELSE
               MOVE WS-LINE-QTY TO WS-LINE-CARTONS
           END-IF
           COMPUTE WS-LINE-WEIGHT = WS-LINE-QTY * PROD-UNIT-WEIGHT.

       3500-PRINT-MANIFEST-LINE.
           IF ORD-STATUS-SHIPPED
               MOVE "SHIPPED" TO WS-STATUS-TEXT
           ELSE
               MOVE "PICKED" TO WS-STATUS-TEXT
           END-IF
           MOVE WS-ORDER-CARTONS TO WS-CARTON-EDIT
           MOVE WS-ORDER-WEIGHT TO WS-WEIGHT-EDIT
           MOVE SPACES TO RPT-LINE
           IF WS-SHIP-TO-FOUND
               STRING ORD-ORDER-NO "  " ORD-CUST-ID "    "
                   SHT-ADDR-CITY "       " SHT-ADDR-STATE "     "
                   WS-STATUS-TEXT "  " WS-CARTON-EDIT "  "
                   WS-WEIGHT-EDIT "  " ORD-TRACKING-NO
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING ORD-ORDER-NO "  " ORD-CUST-ID "    "
                   CUST-ADDR-CITY "       " CUST-ADDR-STATE "     "
                   WS-STATUS-TEXT "  " WS-CARTON-EDIT "  "
                   WS-WEIGHT-EDIT "  " ORD-TRACKING-NO
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           IF WS-ORDER-NO-WEIGHT-COUNT > 0
               MOVE SPACES TO RPT-LINE
               STRING "          *** LINES WITH NO UNIT WEIGHT ON "
                   "PRODMAST - WEIGHT IS UNDERSTATED"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *-----------------------------------------------------------*
      *  4000-PRINT-BILL-OF-LADING prints one order's bill of
      *  lading for the load - consignee, carrier and the goods
      *  line by line with cartons and weight.
      *-----------------------------------------------------------*
       4000-PRINT-BILL-OF-LADING.
           MOVE SPACES TO BOL-LINE
           STRING "=============================================="
               DELIMITED BY SIZE INTO BOL-LINE
           WRITE BOL-LINE
           MOVE SPACES TO BOL-LINE
           STRING "STRAIGHT BILL OF LADING - NOT NEGOTIABLE    DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO BOL-LINE
           WRITE BOL-LINE
           MOVE SPACES TO BOL-LINE
           STRING "ORDER " ORD-ORDER-NO
               "   CARRIER (SHIP VIA) " WS-CARRIER-DISP
               DELIMITED BY SIZE INTO BOL-LINE
           WRITE BOL-LINE
           IF ORD-TRACKING-NO NOT = SPACES
               MOVE SPACES TO BOL-LINE
               STRING "TRACKING " ORD-TRACKING-NO
                   DELIMITED BY SIZE INTO BOL-LINE
               WRITE BOL-LINE
           END-IF
           MOVE SPACES TO BOL-LINE
           STRING "SHIP FROM: DISTRIBUTION CENTER WAREHOUSE "
               WS-LD-WAREHOUSE-ID (WS-LD-IDX)
               DELIMITED BY SIZE INTO BOL-LINE
           WRITE BOL-LINE
           MOVE SPACES TO BOL-LINE
           WRITE BOL-LINE
           PERFORM 4100-PRINT-CONSIGNEE
           MOVE SPACES TO BOL-LINE
           WRITE BOL-LINE
           MOVE SPACES TO BOL-LINE
           STRING "PRODUCT  DESCRIPTION                     "
               "QUANTITY  CARTONS         WEIGHT"
               DELIMITED BY SIZE INTO BOL-LINE
           WRITE BOL-LINE
           PERFORM 4200-PRINT-BOL-LINE
               VARYING WS-LINE-NO FROM 1 BY 1
               UNTIL WS-LINE-NO > ORD-LINE-COUNT
           MOVE WS-ORDER-QTY TO WS-QTY-EDIT
           MOVE WS-ORDER-CARTONS TO WS-CARTON-EDIT
           MOVE WS-ORDER-WEIGHT TO WS-WEIGHT-EDIT
           MOVE SPACES TO BOL-LINE
           STRING "TOTAL                                     "
               WS-QTY-EDIT "  " WS-CARTON-EDIT "  " WS-WEIGHT-EDIT
               " LB"
               DELIMITED BY SIZE INTO BOL-LINE
           WRITE BOL-LINE
           MOVE SPACES TO BOL-LINE
           WRITE BOL-LINE
           MOVE SPACES TO BOL-LINE
           STRING "SHIPPER ______________________   "
               "CARRIER ______________________   "
               "DATE __________"
               DELIMITED BY SIZE INTO BOL-LINE
           WRITE BOL-LINE.

      *    the SHIPTO address, or the bill-to address when the
      *    order has none or its code is no longer on file.
       4100-PRINT-CONSIGNEE.
           MOVE SPACES TO BOL-LINE
           IF WS-CUST-FOUND
               STRING "CONSIGNEE: CUSTOMER " ORD-CUST-ID "  " CUST-NAME
                   DELIMITED BY SIZE INTO BOL-LINE
           ELSE
               STRING "CONSIGNEE: CUSTOMER " ORD-CUST-ID
                   "  (NOT ON CUSTOMER MASTER FILE)"
                   DELIMITED BY SIZE INTO BOL-LINE
           END-IF
           WRITE BOL-LINE
           IF WS-SHIP-TO-FOUND
               MOVE SPACES TO BOL-LINE
               STRING "           " SHT-NAME
                   DELIMITED BY SIZE INTO BOL-LINE
               WRITE BOL-LINE
               MOVE SPACES TO BOL-LINE
               STRING "           " SHT-ADDR-LINE1
                   DELIMITED BY SIZE INTO BOL-LINE
               WRITE BOL-LINE
               IF SHT-ADDR-LINE2 NOT = SPACES
                   MOVE SPACES TO BOL-LINE
                   STRING "           " SHT-ADDR-LINE2
                       DELIMITED BY SIZE INTO BOL-LINE
                   WRITE BOL-LINE
               END-IF
               MOVE SPACES TO BOL-LINE
               STRING "           " SHT-ADDR-CITY " "
                   SHT-ADDR-STATE "  " SHT-ADDR-ZIP
                   DELIMITED BY SIZE INTO BOL-LINE
               WRITE BOL-LINE
           ELSE
               IF WS-CUST-FOUND
                   MOVE SPACES TO BOL-LINE
                   STRING "           " CUST-ADDR-LINE1
                       DELIMITED BY SIZE INTO BOL-LINE
                   WRITE BOL-LINE
                   IF CUST-ADDR-LINE2 NOT = SPACES
                       MOVE SPACES TO BOL-LINE
                       STRING "           " CUST-ADDR-LINE2
                           DELIMITED BY SIZE INTO BOL-LINE
                       WRITE BOL-LINE
                   END-IF
                   MOVE SPACES TO BOL-LINE
                   STRING "           " CUST-ADDR-CITY " "
                       CUST-ADDR-STATE "  " CUST-ADDR-ZIP
                       DELIMITED BY SIZE INTO BOL-LINE
                   WRITE BOL-LINE
               END-IF
           END-IF.

       4200-PRINT-BOL-LINE.
           IF ORD-WAREHOUSE-ID (WS-LINE-NO)
                   = WS-LD-WAREHOUSE-ID (WS-LD-IDX)
               PERFORM 3400-MEASURE-LINE
               MOVE WS-LINE-QTY TO WS-QTY-EDIT
               MOVE WS-LINE-CARTONS TO WS-CARTON-EDIT
               MOVE WS-LINE-WEIGHT TO WS-WEIGHT-EDIT
               MOVE SPACES TO BOL-LINE
               STRING ORD-PRODUCT-ID (WS-LINE-NO) "   "
                   PROD-DESCRIPTION "  " WS-QTY-EDIT "  "
                   WS-CARTON-EDIT "  " WS-WEIGHT-EDIT
                   DELIMITED BY SIZE INTO BOL-LINE
               WRITE BOL-LINE
           END-IF.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LOAD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "LOADS ..........: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-ORDERS TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "BILLS OF LADING : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-CARTONS TO WS-CARTON-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CARTONS ........: " WS-CARTON-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-WEIGHT TO WS-WEIGHT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "WEIGHT .........: " WS-WEIGHT-EDIT " LB"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM SHPMANF.
