      *  a picker hunting stock that is not there - a fully             *
      *  backordered line does not appear at all.  Run date              *
      *  defaults to today; a YYYYMMDD COMMAND-LINE parameter             *
      *  reprints another day, as SALESREG does.  Under each line         *
      *  the lots to pull print from the LOTISSUE trail, first-             *
      *  expiring first as LOTIO drew them.  A kit line lists its            *
      *  KITFILE components to pull, each with its own lots.                  *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-23  JPS  Added program.
      *   2026-09-03  JPS  Selection moved from order date to
      *                    release date - scheduled orders pick on
      *                    the night they allocate.
      *   2026-10-15  JPS  Each pick line lists the lots to pull
      *                    from the LOTISSUE trail.
      *   2026-10-15  JPS  A kit pick line lists its KITFILE components
      *                    to pull, each with its lots.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-ORDER-NO
               FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT LOT-ISSUE-FILE ASSIGN TO "LOTISSUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIS-KEY
               FILE STATUS IS WS-LIS-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "PICKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       FD  ORDER-MASTER-FILE.
       COPY ORDREC.

       FD  LOT-ISSUE-FILE.
       COPY LISREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       COPY STATCODE.
       01  WS-ORD-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-LIS-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
       01  WS-LIS-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-LIS-EOF                   VALUE "Y".
      *    no LOTISSUE file yet means no lot has ever been issued.
       01  WS-LIS-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-LIS-OPEN                  VALUE "Y".
       01  WS-LOT-QTY-OUT               PIC S9(07) COMP.
       01  WS-LOT-PRODUCT-ID            PIC X(06).

       01  WS-KIT-FOUND-SWITCH          PIC X(01).
           88  WS-LINE-IS-KIT               VALUE "Y".
       01  WS-COMP-PULL                 PIC 9(09) COMP.
       01  WS-COMP-PULL-EDIT            PIC ZZZ,ZZZ,ZZ9.
       COPY KITREC.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-REPORT-DATE               PIC 9(08).
           PERFORM 3000-SORT-PICK-TABLE
           PERFORM 4000-PRINT-PICK-LISTS
           CLOSE ORDER-MASTER-FILE REGISTER-FILE
           IF WS-LIS-OPEN
               CLOSE LOT-ISSUE-FILE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
               STOP RUN
           END-IF

           OPEN INPUT LOT-ISSUE-FILE
           IF WS-LIS-FILE-STATUS = "00"
               SET WS-LIS-OPEN TO TRUE
           ELSE
               IF WS-LIS-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN LOTISSUE - STATUS "
                       WS-LIS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PICKRPT - STATUS "
               "  PICK " WS-QTY-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
      *    a kit is picked as its components - the packer builds
      *    the kit from what is pulled.
           CALL "KITLOOK" USING WS-PK-PRODUCT-ID (WS-PK-IDX)
               KIT-STRUCTURE-RECORD WS-KIT-FOUND-SWITCH
           IF WS-LINE-IS-KIT
               PERFORM 4140-PRINT-KIT-COMPONENT
                   VARYING KIT-COMP-IDX FROM 1 BY 1
                   UNTIL KIT-COMP-IDX > KIT-COMPONENT-COUNT
           ELSE
               IF WS-LIS-OPEN
                   MOVE WS-PK-PRODUCT-ID (WS-PK-IDX)
                       TO WS-LOT-PRODUCT-ID
                   PERFORM 4120-PRINT-LOT-LINES
               END-IF
           END-IF
      *    a ship-to order stages for a specific store - show the
      *    picker where it is going.
           IF WS-PK-SHIP-TO-CODE (WS-PK-IDX) NOT = SPACES
           END-IF
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  4120-PRINT-LOT-LINES lists the lots the order drew for the
      *  product in this warehouse, net of anything put back.  A
      *  line with no lot rows picks from stock that is not
      *  lot-controlled.
      *-----------------------------------------------------------*
       4120-PRINT-LOT-LINES.
           SET LIS-DOC-ORDER TO TRUE
           MOVE WS-PK-ORDER-NO (WS-PK-IDX) TO LIS-DOC-NO
           MOVE WS-LOT-PRODUCT-ID TO LIS-PRODUCT-ID
           MOVE WS-PK-WAREHOUSE-ID (WS-PK-IDX) TO LIS-WAREHOUSE-ID
           MOVE LOW-VALUES TO LIS-LOT-NUMBER
           MOVE "N" TO WS-LIS-EOF-SWITCH
           START LOT-ISSUE-FILE
               KEY IS NOT LESS THAN LIS-KEY
               INVALID KEY
                   SET WS-LIS-EOF TO TRUE
           END-START
           PERFORM 4130-PRINT-ONE-LOT-LINE
               UNTIL WS-LIS-EOF.

       4130-PRINT-ONE-LOT-LINE.
           READ LOT-ISSUE-FILE NEXT RECORD
               AT END
                   SET WS-LIS-EOF TO TRUE
           END-READ
           IF NOT WS-LIS-EOF
               IF NOT LIS-DOC-ORDER
                   OR LIS-DOC-NO NOT = WS-PK-ORDER-NO (WS-PK-IDX)
                   OR LIS-PRODUCT-ID NOT = WS-LOT-PRODUCT-ID
                   OR LIS-WAREHOUSE-ID
                       NOT = WS-PK-WAREHOUSE-ID (WS-PK-IDX)
                   SET WS-LIS-EOF TO TRUE
               ELSE
                   COMPUTE WS-LOT-QTY-OUT =
                       LIS-QTY-ISSUED - LIS-QTY-RESTORED
                   IF WS-LOT-QTY-OUT > 0
                       MOVE WS-LOT-QTY-OUT TO WS-QTY-EDIT
                       MOVE SPACES TO RPT-LINE
                       IF LIS-EXPIRY-DATE = 0
                           STRING "    LOT " LIS-LOT-NUMBER
                               "  NO EXPIRY "
                               "  PULL " WS-QTY-EDIT
                               DELIMITED BY SIZE INTO RPT-LINE
                       ELSE
                           STRING "    LOT " LIS-LOT-NUMBER
                               "  EXP " LIS-EXPIRY-DATE
                               "  PULL " WS-QTY-EDIT
                               DELIMITED BY SIZE INTO RPT-LINE
                       END-IF
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  4140-PRINT-KIT-COMPONENT prints one component of a kit
      *  pick line - the kits to pick times the quantity per kit -
      *  and the lots the order drew for it.
      *-----------------------------------------------------------*
       4140-PRINT-KIT-COMPONENT.
           COMPUTE WS-COMP-PULL = WS-PK-QTY-TO-PICK (WS-PK-IDX)
               * KIT-COMP-QTY (KIT-COMP-IDX)
           MOVE WS-COMP-PULL TO WS-COMP-PULL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "    COMPONENT " KIT-COMP-PRODUCT-ID (KIT-COMP-IDX)
               "  PULL " WS-COMP-PULL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-LIS-OPEN
               MOVE KIT-COMP-PRODUCT-ID (KIT-COMP-IDX)
                   TO WS-LOT-PRODUCT-ID
               PERFORM 4120-PRINT-LOT-LINES
           END-IF.

       4200-PRINT-WAREHOUSE-TRAILER.
           MOVE WS-WHSE-LINE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
