       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITBLD.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  KITBLD reports how many of each KITFILE kit could be      *
      *  built from the components on the shelf today, warehouse    *
      *  by warehouse.  A kit holds no stock of its own - in each    *
      *  warehouse its first component stocks, the kits buildable     *
      *  are the fewest any one component's on-hand will cover at     *
      *  its quantity per kit, and the component that sets that        *
      *  number prints as the one limiting the build.  A component      *
      *  the warehouse does not stock, or holds none of, builds no      *
      *  kits there.  A kit naming a component no longer on PRODMAST    *
      *  prints as an exception and ends RC=4.                           *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-FILE ASSIGN TO "KITFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-PRODUCT-ID
               FILE STATUS IS WS-KIT-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "KITBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KIT-FILE.
       COPY KITREC.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-KIT-FILE-STATUS           PIC X(02).
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".
       01  WS-COMP-MISSING-SWITCH       PIC X(01).
           88  WS-COMP-MISSING              VALUE "Y".

       01  WS-KIT-DESCRIPTION           PIC X(30).
       01  WS-COMP-BUILDS               PIC S9(07) COMP.

      *-----------------------------------------------------------*
      *  one entry per warehouse the kit's first component stocks,
      *  carrying the kits buildable there so far and the
      *  component that holds the number down.
      *-----------------------------------------------------------*
       01  WS-BUILD-COUNT               PIC 9(02) COMP VALUE 0.
       01  WS-BUILD-TABLE.
           05  WS-BL-ENTRY OCCURS 10 TIMES
                       INDEXED BY WS-BL-IDX.
               10  WS-BL-WAREHOUSE-ID       PIC X(04).
               10  WS-BL-BUILDABLE          PIC S9(07) COMP.
               10  WS-BL-LIMIT-PRODUCT-ID   PIC X(06).

       01  WS-KITS-READ-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-KITS-BUILDABLE-COUNT      PIC 9(05) COMP VALUE 0.
       01  WS-KITS-NONE-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-KIT-ANY-SWITCH            PIC X(01).
           88  WS-KIT-BUILDS-SOMEWHERE      VALUE "Y".

       01  WS-QTY-EDIT                  PIC ZZZ,ZZ9.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-KIT THRU 2000-NEXT
               UNTIL WS-EOF
           PERFORM 9000-PRINT-TRAILER
           CLOSE PRODUCT-MASTER-FILE REGISTER-FILE
           IF WS-KIT-FILE-STATUS NOT = "35"
               CLOSE KIT-FILE
           END-IF
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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
               DISPLAY "UNABLE TO OPEN KITBRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "KITS BUILDABLE FROM COMPONENT STOCK BY WAREHOUSE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

      *    no KITFILE yet means no kit has been set up.
           OPEN INPUT KIT-FILE
           IF WS-KIT-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-KIT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN KITFILE - STATUS "
                       WS-KIT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1100-READ-KIT
           END-IF.

       1100-READ-KIT.
           READ KIT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  2000-REPORT-ONE-KIT seeds the warehouse table from the
      *  first component, cuts each entry down by every other
      *  component, and prints the kit.
      *-----------------------------------------------------------*
       2000-REPORT-ONE-KIT.
           ADD 1 TO WS-KITS-READ-COUNT
           MOVE KIT-PRODUCT-ID TO PROD-ID
           READ PRODUCT-MASTER-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE "(KIT NOT ON PRODUCT MASTER)"
                       TO WS-KIT-DESCRIPTION
               NOT INVALID KEY
                   MOVE PROD-DESCRIPTION TO WS-KIT-DESCRIPTION
           END-READ
           MOVE SPACES TO RPT-LINE
           STRING "KIT " KIT-PRODUCT-ID "  " WS-KIT-DESCRIPTION
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-BUILD-COUNT
           MOVE "N" TO WS-COMP-MISSING-SWITCH
           IF KIT-COMPONENT-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "    NO COMPONENTS ON THE KIT STRUCTURE"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2100-CHECK-ONE-COMPONENT
               VARYING KIT-COMP-IDX FROM 1 BY 1
               UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
           IF WS-COMP-MISSING
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD 1 TO WS-KITS-NONE-COUNT
               GO TO 2000-NEXT
           END-IF

           MOVE "N" TO WS-KIT-ANY-SWITCH
           PERFORM 2400-PRINT-WAREHOUSE-LINE
               VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > WS-BUILD-COUNT
           IF WS-BUILD-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "    FIRST COMPONENT IS NOT STOCKED IN ANY "
                   "WAREHOUSE"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-KIT-BUILDS-SOMEWHERE
               ADD 1 TO WS-KITS-BUILDABLE-COUNT
           ELSE
               ADD 1 TO WS-KITS-NONE-COUNT
           END-IF.
       2000-NEXT.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1100-READ-KIT.

      *-----------------------------------------------------------*
      *  2100-CHECK-ONE-COMPONENT reads one component and applies
      *  it to every warehouse in the table - the first component
      *  builds the table.
      *-----------------------------------------------------------*
       2100-CHECK-ONE-COMPONENT.
           MOVE KIT-COMP-PRODUCT-ID (KIT-COMP-IDX) TO PROD-ID
           READ PRODUCT-MASTER-FILE
               KEY IS PROD-ID
               INVALID KEY
                   SET WS-COMP-MISSING TO TRUE
                   PERFORM 2110-PRINT-MISSING-COMPONENT
               NOT INVALID KEY
                   IF KIT-COMP-IDX = 1
                       PERFORM 2200-SEED-WAREHOUSE
                           VARYING PROD-WHSE-IDX FROM 1 BY 1
                           UNTIL PROD-WHSE-IDX > PROD-WHSE-COUNT
                   ELSE
                       PERFORM 2300-CUT-WAREHOUSE
                           VARYING WS-BL-IDX FROM 1 BY 1
                           UNTIL WS-BL-IDX > WS-BUILD-COUNT
                   END-IF
           END-READ.

       2110-PRINT-MISSING-COMPONENT.
           MOVE SPACES TO RPT-LINE
           STRING "    *** COMPONENT " PROD-ID
               " NOT ON PRODUCT MASTER - KIT CANNOT BE BUILT ***"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2200-SEED-WAREHOUSE.
           ADD 1 TO WS-BUILD-COUNT
           SET WS-BL-IDX TO WS-BUILD-COUNT
           MOVE PROD-WAREHOUSE-ID (PROD-WHSE-IDX)
               TO WS-BL-WAREHOUSE-ID (WS-BL-IDX)
           PERFORM 2500-COMPONENT-BUILDS
           MOVE WS-COMP-BUILDS TO WS-BL-BUILDABLE (WS-BL-IDX)
           MOVE PROD-ID TO WS-BL-LIMIT-PRODUCT-ID (WS-BL-IDX).

       2300-CUT-WAREHOUSE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2310-FIND-PRODUCT-WAREHOUSE
               VARYING PROD-WHSE-IDX FROM 1 BY 1
               UNTIL PROD-WHSE-IDX > PROD-WHSE-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET PROD-WHSE-IDX DOWN BY 1
               PERFORM 2500-COMPONENT-BUILDS
           ELSE
               MOVE 0 TO WS-COMP-BUILDS
           END-IF
           IF WS-COMP-BUILDS < WS-BL-BUILDABLE (WS-BL-IDX)
               MOVE WS-COMP-BUILDS TO WS-BL-BUILDABLE (WS-BL-IDX)
               MOVE PROD-ID TO WS-BL-LIMIT-PRODUCT-ID (WS-BL-IDX)
           END-IF.

       2310-FIND-PRODUCT-WAREHOUSE.
           IF PROD-WAREHOUSE-ID (PROD-WHSE-IDX)
                   = WS-BL-WAREHOUSE-ID (WS-BL-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2400-PRINT-WAREHOUSE-LINE.
           MOVE WS-BL-BUILDABLE (WS-BL-IDX) TO WS-QTY-EDIT
           MOVE SPACES TO RPT-LINE
           IF WS-BL-BUILDABLE (WS-BL-IDX) > 0
               SET WS-KIT-BUILDS-SOMEWHERE TO TRUE
               STRING "    WHSE " WS-BL-WAREHOUSE-ID (WS-BL-IDX)
                   "  BUILDABLE " WS-QTY-EDIT
                   "  LIMITED BY " WS-BL-LIMIT-PRODUCT-ID (WS-BL-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "    WHSE " WS-BL-WAREHOUSE-ID (WS-BL-IDX)
                   "  BUILDABLE " WS-QTY-EDIT
                   "  SHORT OF   " WS-BL-LIMIT-PRODUCT-ID (WS-BL-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  2500-COMPONENT-BUILDS - whole kits this warehouse's on-
      *  hand of the component covers; none on hand builds none.
      *-----------------------------------------------------------*
       2500-COMPONENT-BUILDS.
           IF PROD-QTY-ON-HAND (PROD-WHSE-IDX) > 0
               AND KIT-COMP-QTY (KIT-COMP-IDX) > 0
               DIVIDE PROD-QTY-ON-HAND (PROD-WHSE-IDX)
                   BY KIT-COMP-QTY (KIT-COMP-IDX)
                   GIVING WS-COMP-BUILDS
           ELSE
               MOVE 0 TO WS-COMP-BUILDS
           END-IF.

       9000-PRINT-TRAILER.
           MOVE WS-KITS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "KITS ON FILE ...................: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-KITS-BUILDABLE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  BUILDABLE SOMEWHERE ..........: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-KITS-NONE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  BUILDABLE NOWHERE ............: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "KIT STRUCTURE EXCEPTIONS .......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM KITBLD.
