      *  instead of yesterday's printouts.  Commands from the          *
      *  console:                                                      *
      *      CUST nnnnnn   - the customer's standing (balance,         *
      *                      credit limit, tier), their latest         *
      *                      promise to pay, and their most            *
      *                      recent orders with status and totals      *
      *      ORD  nnnnnnnn - one order's header, lines and any open    *
      *                      backorders behind its shorted lines       *
      *      AUDIT CUST nnnnnn / AUDIT ORD nnnnnnnn                    *
      *                    - the last changes AUDITLOG holds for the   *
      *                      customer or order, field by field, with   *
      *                      who and what made them (the full history  *
      *                      back through the archive is AUDHIST's)    *
      *      END           - leave the inquiry                         *
      *  Nothing is ever written - the masters are opened INPUT.       *
      *-----------------------------------------------------------*
      *                    desk answers the phone with it.
      *   2026-09-03  JPS  ORD shows the scheduled and release
      *                    dates for will-call orders.
      *   2026-10-15  JPS  CUST shows the customer's latest promise to
      *                    pay from PTPFILE and how it was judged.
      *   2026-10-15  JPS  ORD shows the ship-via and the carrier
      *                    tracking number.
      *   2026-10-15  JPS  Added the AUDIT command - the last changes
      *                    to a customer or order from AUDITLOG.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.
           SELECT PROMISE-FILE ASSIGN TO "PTPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTP-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILE.
       COPY BACKORD.

       FD  PROMISE-FILE.
       COPY PTPREC.

       FD  AUDIT-LOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-CUST-FILE-STATUS          PIC X(02).
       01  WS-ORD-FILE-STATUS           PIC X(02).
       01  WS-BKO-FILE-STATUS           PIC X(02).
       01  WS-PTP-FILE-STATUS           PIC X(02).
       01  WS-AUD-FILE-STATUS           PIC X(02).

       01  WS-DONE-SWITCH               PIC X(01) VALUE "N".
           88  WS-DONE                      VALUE "Y".
           88  WS-ORD-EOF                   VALUE "Y".
       01  WS-BKO-EOF-SWITCH            PIC X(01).
           88  WS-BKO-EOF                   VALUE "Y".
       01  WS-PTP-EOF-SWITCH            PIC X(01).
           88  WS-PTP-EOF                   VALUE "Y".
       01  WS-AUD-EOF-SWITCH            PIC X(01).
           88  WS-AUD-EOF                   VALUE "Y".

       01  WS-INQ-COMMAND               PIC X(20).
       01  WS-INQ-CUST-ID               PIC X(06).
       01  WS-LINE-NO                   PIC 9(03) COMP.
       01  WS-OPEN-BKO-COUNT            PIC 9(05) COMP.

      *-----------------------------------------------------------*
      *  the customer's latest promise to pay - the one with the
      *  latest contact date, on the same day the one keyed last.
      *-----------------------------------------------------------*
       01  WS-LP-FOUND-SWITCH           PIC X(01).
           88  WS-LP-FOUND                  VALUE "Y".
       01  WS-LATEST-PROMISE.
           05  WS-LP-CONTACT-DATE           PIC 9(08).
           05  WS-LP-INVOICE-NO             PIC 9(08).
           05  WS-LP-COLLECTOR-ID           PIC X(04).
           05  WS-LP-PROMISED-AMOUNT        PIC S9(09)V99.
           05  WS-LP-PROMISED-DATE          PIC 9(08).
           05  WS-LP-PAID-AMOUNT            PIC S9(09)V99.
           05  WS-LP-NOTE                   PIC X(40).
           05  WS-LP-STATUS                 PIC X(02).
               88  WS-LP-KEPT                   VALUE "KP".
               88  WS-LP-BROKEN                 VALUE "BR".
       01  WS-LP-STATUS-TEXT            PIC X(30).

      *-----------------------------------------------------------*
      *  rolling buffer of the customer's most recent orders -
      *  ORDFILE is keyed ascending and numbers are assigned in
               10  WS-RO-STATUS               PIC X(02).
               10  WS-RO-TOTAL                PIC S9(09)V99.

      *-----------------------------------------------------------*
      *  rolling buffer of the object's latest AUDITLOG rows - the
      *  log is appended in time order, so the last ones read are
      *  the newest.  WS-RC-NEXT is the slot written last.
      *-----------------------------------------------------------*
       01  WS-INQ-AUD-CLASS             PIC X(12).
       01  WS-INQ-AUD-KEY               PIC X(08).
       01  WS-RC-COUNT                  PIC 9(02) COMP.
       01  WS-RC-NEXT                   PIC 9(02) COMP.
       01  WS-RC-SLOT                   PIC 9(02) COMP.
       01  WS-RC-SHOWN                  PIC 9(02) COMP.
       01  WS-RECENT-CHANGES.
           05  WS-RC-ENTRY OCCURS 10 TIMES.
               10  WS-RC-TIMESTAMP            PIC 9(14).
               10  WS-RC-METHOD               PIC X(20).
               10  WS-RC-FIELD                PIC X(20).
               10  WS-RC-OLD-VALUE            PIC X(20).
               10  WS-RC-NEW-VALUE            PIC X(20).
               10  WS-RC-RUN-USER             PIC X(08).

       01  WS-AMOUNT-EDIT               PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-QTY-EDIT                  PIC ZZZ,ZZ9.
       01  WS-TOTAL-WITH-TAX            PIC S9(11)V99.
               STOP RUN
           END-IF
           DISPLAY "ORDER/CUSTOMER INQUIRY READY"
           DISPLAY "COMMANDS: CUST NNNNNN / ORD NNNNNNNN / "
               "AUDIT CUST NNNNNN / AUDIT ORD NNNNNNNN / END".

      *-----------------------------------------------------------*
      *  2000-HANDLE-ONE-INQUIRY reads one console command and
               WHEN WS-INQ-COMMAND (1:4) = "ORD "
                   MOVE WS-INQ-COMMAND (5:8) TO WS-INQ-ORDER-NO
                   PERFORM 4000-SHOW-ORDER
               WHEN WS-INQ-COMMAND (1:11) = "AUDIT CUST "
                   MOVE "CUSTOMER" TO WS-INQ-AUD-CLASS
                   MOVE WS-INQ-COMMAND (12:6) TO WS-INQ-AUD-KEY
                   PERFORM 5000-SHOW-RECENT-CHANGES
               WHEN WS-INQ-COMMAND (1:10) = "AUDIT ORD "
                   MOVE "ORDER" TO WS-INQ-AUD-CLASS
                   MOVE WS-INQ-COMMAND (11:8) TO WS-INQ-AUD-KEY
                   PERFORM 5000-SHOW-RECENT-CHANGES
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED - USE CUST NNNNNN, "
                       "ORD NNNNNNNN, AUDIT CUST NNNNNN, "
                       "AUDIT ORD NNNNNNNN OR END"
           END-EVALUATE.

      *-----------------------------------------------------------*
           END-IF
           MOVE CUST-VOLUME-12MO TO WS-AMOUNT-EDIT
           DISPLAY "  12-MO VOLUME .: " WS-AMOUNT-EDIT
           PERFORM 3400-SHOW-LATEST-PROMISE

           PERFORM 3200-COLLECT-RECENT-ORDERS
           IF WS-RECENT-COUNT = 0
               "  STATUS " WS-RO-STATUS (WS-RO-IDX)
               "  TOTAL " WS-AMOUNT-EDIT.

      *-----------------------------------------------------------*
      *  3400-SHOW-LATEST-PROMISE scans PTPFILE for the customer's
      *  latest promise to pay and shows it with how PTPCHECK
      *  judged it.
      *-----------------------------------------------------------*
       3400-SHOW-LATEST-PROMISE.
           MOVE "N" TO WS-LP-FOUND-SWITCH
           MOVE "N" TO WS-PTP-EOF-SWITCH
           OPEN INPUT PROMISE-FILE
           IF WS-PTP-FILE-STATUS = "35"
               SET WS-PTP-EOF TO TRUE
           ELSE
               IF WS-PTP-FILE-STATUS NOT = "00"
                   DISPLAY "  (PTPFILE UNAVAILABLE - STATUS "
                       WS-PTP-FILE-STATUS ")"
                   SET WS-PTP-EOF TO TRUE
               ELSE
                   PERFORM 3410-READ-PROMISE
               END-IF
           END-IF
           PERFORM 3420-KEEP-LATEST-PROMISE
               UNTIL WS-PTP-EOF
           IF WS-PTP-FILE-STATUS = "00" OR WS-PTP-FILE-STATUS = "10"
               CLOSE PROMISE-FILE
           END-IF
           IF WS-LP-FOUND
               PERFORM 3430-DISPLAY-LATEST-PROMISE
           ELSE
               DISPLAY "  LAST PROMISE .: NONE ON FILE"
           END-IF.

       3410-READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   SET WS-PTP-EOF TO TRUE
           END-READ.

       3420-KEEP-LATEST-PROMISE.
           IF PTP-CUST-ID = WS-INQ-CUST-ID
               IF NOT WS-LP-FOUND
                       OR PTP-CONTACT-DATE NOT < WS-LP-CONTACT-DATE
                   SET WS-LP-FOUND TO TRUE
                   MOVE PTP-CONTACT-DATE TO WS-LP-CONTACT-DATE
                   MOVE PTP-INVOICE-NO TO WS-LP-INVOICE-NO
                   MOVE PTP-COLLECTOR-ID TO WS-LP-COLLECTOR-ID
                   MOVE PTP-PROMISED-AMOUNT TO WS-LP-PROMISED-AMOUNT
                   MOVE PTP-PROMISED-DATE TO WS-LP-PROMISED-DATE
                   MOVE PTP-PAID-AMOUNT TO WS-LP-PAID-AMOUNT
                   MOVE PTP-NOTE TO WS-LP-NOTE
                   MOVE PTP-STATUS TO WS-LP-STATUS
               END-IF
           END-IF
           PERFORM 3410-READ-PROMISE.

       3430-DISPLAY-LATEST-PROMISE.
           MOVE WS-LP-PROMISED-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "  LAST PROMISE .: " WS-AMOUNT-EDIT
               "  BY " WS-LP-PROMISED-DATE
               "  TAKEN " WS-LP-CONTACT-DATE
               "  COLLECTOR " WS-LP-COLLECTOR-ID
           IF WS-LP-INVOICE-NO NOT = 0
               DISPLAY "    AGAINST INVOICE " WS-LP-INVOICE-NO
           END-IF
           EVALUATE TRUE
               WHEN WS-LP-KEPT
                   MOVE "KEPT" TO WS-LP-STATUS-TEXT
               WHEN WS-LP-BROKEN
                   MOVE "*** BROKEN ***" TO WS-LP-STATUS-TEXT
               WHEN OTHER
                   MOVE "OPEN - AWAITING FOLLOW-UP" TO WS-LP-STATUS-TEXT
           END-EVALUATE
           IF WS-LP-KEPT OR WS-LP-BROKEN
               MOVE WS-LP-PAID-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY "    STATUS " WS-LP-STATUS-TEXT
                   "  PAID " WS-AMOUNT-EDIT
           ELSE
               DISPLAY "    STATUS " WS-LP-STATUS-TEXT
           END-IF
           DISPLAY "    NOTE " WS-LP-NOTE.

      *-----------------------------------------------------------*
      *  4000-SHOW-ORDER displays one order's header, lines and
      *  any open backorders behind its shorted lines.
           IF ORD-INVOICE-NO > 0
               DISPLAY "  INVOICE .....: " ORD-INVOICE-NO
           END-IF
           IF ORD-SHIP-VIA NOT = SPACES
               DISPLAY "  SHIP VIA ....: " ORD-SHIP-VIA
           END-IF
           IF ORD-TRACKING-NO NOT = SPACES
               DISPLAY "  TRACKING ....: " ORD-TRACKING-NO
           END-IF
           MOVE ORD-ORDER-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  MERCHANDISE .: " WS-AMOUNT-EDIT
           MOVE ORD-TAX-AMOUNT TO WS-AMOUNT-EDIT
           END-IF
           PERFORM 4310-READ-BACKORDER.

      *-----------------------------------------------------------*
      *  5000-SHOW-RECENT-CHANGES scans AUDITLOG for the object's
      *  rows into the rolling ten-deep buffer and shows them
      *  oldest first.  Rows AUDARCH has archived are not here -
      *  AUDHIST reads those.
      *-----------------------------------------------------------*
       5000-SHOW-RECENT-CHANGES.
           MOVE 0 TO WS-RC-COUNT
           MOVE 0 TO WS-RC-NEXT
           MOVE "N" TO WS-AUD-EOF-SWITCH
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS = "35"
               SET WS-AUD-EOF TO TRUE
           ELSE
               IF WS-AUD-FILE-STATUS NOT = "00"
                   DISPLAY "  (AUDITLOG UNAVAILABLE - STATUS "
                       WS-AUD-FILE-STATUS ")"
                   SET WS-AUD-EOF TO TRUE
               ELSE
                   PERFORM 5100-READ-AUDIT-ROW
               END-IF
           END-IF
           PERFORM 5200-KEEP-OBJECT-CHANGE
               UNTIL WS-AUD-EOF
           IF WS-AUD-FILE-STATUS = "00" OR WS-AUD-FILE-STATUS = "10"
               CLOSE AUDIT-LOG-FILE
           END-IF
           DISPLAY "CHANGES TO " WS-INQ-AUD-CLASS " " WS-INQ-AUD-KEY
           IF WS-RC-COUNT = 0
               DISPLAY "  NO CHANGES ON THE LIVE AUDIT TRAIL"
           ELSE
               IF WS-RC-COUNT < 10
                   MOVE 1 TO WS-RC-SLOT
               ELSE
                   MOVE WS-RC-NEXT TO WS-RC-SLOT
                   PERFORM 5310-ADVANCE-SLOT
               END-IF
               PERFORM 5300-DISPLAY-CHANGE
                   VARYING WS-RC-SHOWN FROM 1 BY 1
                   UNTIL WS-RC-SHOWN > WS-RC-COUNT
           END-IF.

       5100-READ-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
           END-READ.

       5200-KEEP-OBJECT-CHANGE.
           IF AUD-SOURCE-CLASS = WS-INQ-AUD-CLASS
                   AND AUD-OBJECT-KEY = WS-INQ-AUD-KEY
               ADD 1 TO WS-RC-NEXT
               IF WS-RC-NEXT > 10
                   MOVE 1 TO WS-RC-NEXT
               END-IF
               IF WS-RC-COUNT < 10
                   ADD 1 TO WS-RC-COUNT
               END-IF
               MOVE AUD-TIMESTAMP TO WS-RC-TIMESTAMP (WS-RC-NEXT)
               MOVE AUD-SOURCE-METHOD TO WS-RC-METHOD (WS-RC-NEXT)
               MOVE AUD-FIELD-NAME TO WS-RC-FIELD (WS-RC-NEXT)
               MOVE AUD-OLD-VALUE TO WS-RC-OLD-VALUE (WS-RC-NEXT)
               MOVE AUD-NEW-VALUE TO WS-RC-NEW-VALUE (WS-RC-NEXT)
               MOVE AUD-RUN-USER TO WS-RC-RUN-USER (WS-RC-NEXT)
           END-IF
           PERFORM 5100-READ-AUDIT-ROW.

       5300-DISPLAY-CHANGE.
           DISPLAY "  " WS-RC-TIMESTAMP (WS-RC-SLOT)
               "  " WS-RC-FIELD (WS-RC-SLOT)
               "  " WS-RC-OLD-VALUE (WS-RC-SLOT)
               " -> " WS-RC-NEW-VALUE (WS-RC-SLOT)
           DISPLAY "      BY " WS-RC-METHOD (WS-RC-SLOT)
               "  USER " WS-RC-RUN-USER (WS-RC-SLOT)
           PERFORM 5310-ADVANCE-SLOT.

       5310-ADVANCE-SLOT.
           ADD 1 TO WS-RC-SLOT
           IF WS-RC-SLOT > 10
               MOVE 1 TO WS-RC-SLOT
           END-IF.

       END PROGRAM INQUIRY.
