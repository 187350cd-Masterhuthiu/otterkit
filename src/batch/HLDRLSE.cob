      *  once their release has failed.  A release rejected               *
      *  because the key is already on TRANXREF is retired as             *
      *  released: the order posted on an earlier run.                    *
      *  An approval only counts when its approver is an active code      *
      *  on AUTHFILE whose release limit covers the held order's          *
      *  total with tax; any other stays unapproved and prints on the     *
      *  AUTHVIOL violations report.                                      *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-23  JPS  Added program.
      *                    approved rows whose release fails now
      *                    age out through the same expiry check as
      *                    unapproved ones.
      *   2026-10-15  JPS  Closes the LOTIO lot files at end of
      *                    run.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *   2026-10-15  JPS  An approval now releases a hold only when
      *                    APR-APPROVED-BY is an active AUTHFILE code
      *                    whose release limit covers the order total
      *                    with tax; refused approvals leave the row
      *                    held and print on the AUTHVIOL report.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT REGISTER-FILE ASSIGN TO "RELRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "AUTHVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  VIOLATION-FILE.
       01  VIO-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-HLD-FILE-STATUS           PIC X(02).
       01  WS-APR-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-VIO-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".
      *-----------------------------------------------------------*
       01  WS-APPROVAL-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-APPROVALS.
           05  WS-AP-ENTRY OCCURS 500 TIMES INDEXED BY WS-AP-IDX.
               10  WS-AP-TRAN-KEY             PIC X(08).
               10  WS-AP-APPROVED-BY          PIC X(08).

      *-----------------------------------------------------------*
      *  the approver's AUTHFILE row and the release it covers.
      *-----------------------------------------------------------*
       COPY AUTHREC REPLACING OPERATOR-AUTHORITY-RECORD
                              BY WS-AUTHORITY-DATA
                              LEADING ==ATH-== BY ==WS-ATH-==.
       01  WS-AUTH-FOUND-SWITCH         PIC X(01).
           88  WS-AUTHORITY-FOUND           VALUE "Y".
       01  WS-AUTHORIZED-SWITCH         PIC X(01).
           88  WS-RELEASE-AUTHORIZED        VALUE "Y".
       01  WS-VIOLATION-TEXT            PIC X(40).
       01  WS-RELEASE-AMOUNT            PIC S9(11)V99.
       01  WS-RELEASE-EDIT              PIC -(10)9.99.
       01  WS-LIMIT-EDIT                PIC Z(8)9.99.
       01  WS-VIOLATION-COUNT           PIC 9(05) COMP VALUE 0.

       01  WS-ORDER-OBJ                 OBJECT REFERENCE Order.
       01  WS-ORDER-STATUS              PIC X(02).
       COPY TRANREC.
       COPY ORDREC.
       COPY RCTREC.
       COPY BWLREC.
       01  WS-LINE-NO                   PIC 9(03) COMP.
       01  WS-TOTAL-POSTED-WITH-TAX     PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-QTY-ISSUED          PIC S9(09) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WORK-HELD-ORDER THRU 2000-NEXT
               UNTIL WS-EOF
           PERFORM 9000-PRINT-TRAILER
           PERFORM 9400-WRITE-RUN-CONTROL
           CLOSE HELD-ORDER-FILE REGISTER-FILE VIOLATION-FILE
           CALL "CUSTCLS"
           CALL "PRODCLS"
           CALL "LOTCLS"
           CALL "ORDCLS"
           CALL "BKOCLS"
           CALL "XRFCLS"
           CALL "NUMCLS"
           CALL "RCTCLS"
           CALL "AUDCLOSE"
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN OUTPUT VIOLATION-FILE
           IF WS-VIO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUTHVIOL - STATUS "
                   WS-VIO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO VIO-LINE
           STRING "HELD-ORDER RELEASE AUTHORITY VIOLATIONS FOR "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE
           MOVE SPACES TO VIO-LINE
           WRITE VIO-LINE

           PERFORM 1200-LOAD-APPROVALS
           IF NOT WS-EOF
               PERFORM 1100-READ-HELD-ORDER
           ADD 1 TO WS-APPROVAL-COUNT
           SET WS-AP-IDX TO WS-APPROVAL-COUNT
           MOVE APR-TRAN-KEY TO WS-AP-TRAN-KEY (WS-AP-IDX)
           MOVE APR-APPROVED-BY TO WS-AP-APPROVED-BY (WS-AP-IDX)
           PERFORM 1210-READ-APPROVAL.

      *-----------------------------------------------------------*
                   UNTIL WS-AP-IDX > WS-APPROVAL-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-ENTRY-FOUND
      *            the find loop leaves the index one past the match
                   SET WS-AP-IDX DOWN BY 1
                   PERFORM 2200-CHECK-RELEASE-AUTHORITY
                   IF WS-RELEASE-AUTHORIZED
                       SET HLD-STATUS-APPROVED TO TRUE
                   END-IF
               END-IF
           END-IF

               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  2200-CHECK-RELEASE-AUTHORITY holds an approval to its
      *  approver's AUTHFILE row: the code must be on file and
      *  active, and its release limit must cover the held order's
      *  total with tax - the credit exposure the release takes on.
      *  A refused approval leaves the row held, so it still ages
      *  toward expiry unless a qualified approver clears it.
      *-----------------------------------------------------------*
       2200-CHECK-RELEASE-AUTHORITY.
           MOVE "N" TO WS-AUTHORIZED-SWITCH
           COMPUTE WS-RELEASE-AMOUNT =
               HLD-ORDER-TOTAL + HLD-TAX-AMOUNT
           CALL "AUTHLOOK" USING WS-AP-APPROVED-BY (WS-AP-IDX)
               WS-AUTHORITY-DATA WS-AUTH-FOUND-SWITCH
           EVALUATE TRUE
               WHEN NOT WS-AUTHORITY-FOUND
                   MOVE SPACES TO WS-AUTHORITY-DATA
                   MOVE 0 TO WS-ATH-MAX-RELEASE-AMT
                   MOVE "APPROVER NOT ON AUTHFILE"
                       TO WS-VIOLATION-TEXT
               WHEN NOT WS-ATH-STATUS-ACTIVE
                   MOVE "APPROVER CODE INACTIVE" TO WS-VIOLATION-TEXT
               WHEN WS-RELEASE-AMOUNT > WS-ATH-MAX-RELEASE-AMT
                   MOVE "RELEASE OVER APPROVER'S LIMIT"
                       TO WS-VIOLATION-TEXT
               WHEN OTHER
                   SET WS-RELEASE-AUTHORIZED TO TRUE
           END-EVALUATE
           IF NOT WS-RELEASE-AUTHORIZED
               PERFORM 2300-REPORT-VIOLATION
           END-IF.

       2300-REPORT-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE WS-RELEASE-AMOUNT TO WS-RELEASE-EDIT
           MOVE WS-ATH-MAX-RELEASE-AMT TO WS-LIMIT-EDIT
           MOVE SPACES TO VIO-LINE
           STRING "TRAN " HLD-TRAN-KEY
               "  CUST " HLD-CUST-ID
               "  APPROVED BY " WS-AP-APPROVED-BY (WS-AP-IDX)
               " " WS-ATH-ROLE
               "  RELEASE " WS-RELEASE-EDIT
               "  LIMIT " WS-LIMIT-EDIT
               "  " WS-VIOLATION-TEXT
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TRAN " HLD-TRAN-KEY
               "  CUST " HLD-CUST-ID
               "  APPROVAL REFUSED - " WS-VIOLATION-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  3000-RELEASE-HELD-ORDER re-runs the original transaction
      *  through the normal TakeOrder posting path.  Backordered
           MOVE SPACES TO RPT-LINE
           STRING "HOLDS EXPIRED .......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-VIOLATION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "APPROVALS REFUSED ...: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO VIO-LINE
           WRITE VIO-LINE
           MOVE SPACES TO VIO-LINE
           STRING "AUTHORITY VIOLATIONS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE.

      *-----------------------------------------------------------*
      *  9800/9810 log the run's start and its end on the BATWIN
      *  batch-window log for the morning report.  A run that stops
      *  early leaves its start row alone, which the report flags.
      *  The CALL hands back BWLWRIT's own return code, so the end
      *  restores ours from the row.
      *-----------------------------------------------------------*
       9800-LOG-WINDOW-START.
           MOVE "HLDRLSE " TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "HLDRLSE " TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM HLDRLSE.
