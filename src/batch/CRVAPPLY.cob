       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRVAPPLY.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  CRVAPPLY releases approved credit-review proposals to      *
      *  master-file maintenance.  Every CRVPROP proposal CREDREV    *
      *  wrote whose customer the credit manager has approved on     *
      *  CRVAPPRV is appended to MNTFILE, where MSTMAINT applies      *
      *  and audit-logs it like any keyed change; the proposal is      *
      *  then emptied (field count zero) so a rerun cannot pass it      *
      *  again.  Proposals still awaiting approval, and approvals       *
      *  with no proposal behind them, are listed on the register.      *
      *  The released change carries the approver's code, so            *
      *  MSTMAINT holds it to that code's AUTHFILE authority.            *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *   2026-10-15  JPS  A released change is keyed under the
      *                    approver's code for MSTMAINT's authority
      *                    check.
      *   2026-10-15  JPS  Logs its start and end, with the return code,
      *                    on BATWIN through BWLWRIT for the morning
      *                    batch-window report.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-APPROVAL-FILE ASSIGN TO "CRVAPPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRA-FILE-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "CRVPROP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRP-FILE-STATUS.
           SELECT MAINT-FILE ASSIGN TO "MNTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CRVARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-APPROVAL-FILE.
       COPY CRAREC.

       FD  PROPOSAL-FILE.
       COPY MNTREC REPLACING ==MAINT-TRANSACTION-RECORD==
                          BY ==PROPOSAL-RECORD==
                          LEADING ==MNT-== BY ==PRP-==.

       FD  MAINT-FILE.
       COPY MNTREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY STATCODE.
       01  WS-CRA-FILE-STATUS           PIC X(02).
       01  WS-PRP-FILE-STATUS           PIC X(02).
       01  WS-MNT-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-EOF                       VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".

      *-----------------------------------------------------------*
      *  the manager's approvals, with a switch set as each one
      *  finds its proposal.
      *-----------------------------------------------------------*
       01  WS-APPROVAL-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-APPROVALS.
           05  WS-AP-ENTRY OCCURS 500 TIMES INDEXED BY WS-AP-IDX.
               10  WS-AP-CUST-ID              PIC X(06).
               10  WS-AP-APPROVED-BY          PIC X(08).
               10  WS-AP-USED-SWITCH          PIC X(01).
                   88  WS-AP-USED                 VALUE "Y".

       01  WS-APPLIED-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-WAITING-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-UNMATCHED-COUNT           PIC 9(05) COMP VALUE 0.
       01  WS-COUNT-EDIT                PIC ZZZZ9.
       COPY BWLREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-LOG-WINDOW-START
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-APPROVALS
           PERFORM 2000-RELEASE-PROPOSALS
           PERFORM 3000-NOTE-UNMATCHED-APPROVAL
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-APPROVAL-COUNT
           PERFORM 9000-PRINT-TRAILER
           CLOSE MAINT-FILE REGISTER-FILE
           PERFORM 9810-LOG-WINDOW-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN EXTEND MAINT-FILE
           IF WS-MNT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-FILE
               CLOSE MAINT-FILE
               OPEN EXTEND MAINT-FILE
           END-IF
           IF WS-MNT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MNTFILE - STATUS "
                   WS-MNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CRVARPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "CREDIT-REVIEW PROPOSALS RELEASED TO MAINTENANCE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1200-LOAD-APPROVALS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CREDIT-APPROVAL-FILE
           IF WS-CRA-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-CRA-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CRVAPPRV - STATUS "
                       WS-CRA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1210-READ-APPROVAL
               PERFORM 1220-NOTE-APPROVAL
                   UNTIL WS-EOF
               CLOSE CREDIT-APPROVAL-FILE
           END-IF.

       1210-READ-APPROVAL.
           READ CREDIT-APPROVAL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1220-NOTE-APPROVAL.
      *    an approval dropped here would leave an approved change
      *    unapplied with nothing said - refuse to run off the end
      *    of the table instead.
           IF WS-APPROVAL-COUNT >= 500
               DISPLAY "CRVAPPLY - APPROVAL TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPROVAL-COUNT
           SET WS-AP-IDX TO WS-APPROVAL-COUNT
           MOVE CRA-CUST-ID TO WS-AP-CUST-ID (WS-AP-IDX)
           MOVE CRA-APPROVED-BY TO WS-AP-APPROVED-BY (WS-AP-IDX)
           MOVE "N" TO WS-AP-USED-SWITCH (WS-AP-IDX)
           PERFORM 1210-READ-APPROVAL.

      *-----------------------------------------------------------*
      *  2000-RELEASE-PROPOSALS passes CRVPROP once, appending
      *  each approved proposal to MNTFILE and emptying it.
      *-----------------------------------------------------------*
       2000-RELEASE-PROPOSALS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN I-O PROPOSAL-FILE
           IF WS-PRP-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-PRP-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN CRVPROP - STATUS "
                       WS-PRP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2010-READ-PROPOSAL
               PERFORM 2100-RELEASE-ONE-PROPOSAL
                   UNTIL WS-EOF
               CLOSE PROPOSAL-FILE
           END-IF.

       2010-READ-PROPOSAL.
           READ PROPOSAL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       2100-RELEASE-ONE-PROPOSAL.
           IF PRP-FIELD-COUNT > 0
               MOVE "N" TO WS-FOUND-SWITCH
               PERFORM 2200-MATCH-APPROVAL
                   VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APPROVAL-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-ENTRY-FOUND
      *            the match loop leaves the index one past it
                   SET WS-AP-IDX DOWN BY 1
                   MOVE PROPOSAL-RECORD TO MAINT-TRANSACTION-RECORD
                   MOVE WS-AP-APPROVED-BY (WS-AP-IDX)
                       TO MNT-AUTH-CODE
                   WRITE MAINT-TRANSACTION-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 8000-PRINT-RELEASED-LINE
                   MOVE 0 TO PRP-FIELD-COUNT
                   REWRITE PROPOSAL-RECORD
                   IF WS-PRP-FILE-STATUS NOT = "00"
                       DISPLAY "CRVPROP REWRITE FAILED - STATUS "
                           WS-PRP-FILE-STATUS " CUSTOMER "
                           PRP-KEY (1:6)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
                   PERFORM 8100-PRINT-WAITING-LINE
               END-IF
           END-IF
           PERFORM 2010-READ-PROPOSAL.

       2200-MATCH-APPROVAL.
           IF WS-AP-CUST-ID (WS-AP-IDX) = PRP-KEY (1:6)
               SET WS-ENTRY-FOUND TO TRUE
               SET WS-AP-USED (WS-AP-IDX) TO TRUE
           END-IF.

       3000-NOTE-UNMATCHED-APPROVAL.
           IF NOT WS-AP-USED (WS-AP-IDX)
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "CUST " WS-AP-CUST-ID (WS-AP-IDX)
                   "  APPROVED BY " WS-AP-APPROVED-BY (WS-AP-IDX)
                   "  *** NO PROPOSAL ON CRVPROP - NOTHING APPLIED"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       8000-PRINT-RELEASED-LINE.
           MOVE SPACES TO RPT-LINE
           STRING "CUST " PRP-KEY (1:6)
               "  " PRP-FIELD-NAME (1) " " PRP-FIELD-VALUE (1)
               "  APPROVED BY " WS-AP-APPROVED-BY (WS-AP-IDX)
               "  - RELEASED TO MNTFILE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       8100-PRINT-WAITING-LINE.
           MOVE SPACES TO RPT-LINE
           STRING "CUST " PRP-KEY (1:6)
               "  " PRP-FIELD-NAME (1) " " PRP-FIELD-VALUE (1)
               "  AWAITING APPROVAL"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PROPOSALS RELEASED .......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-WAITING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "AWAITING APPROVAL ........: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "APPROVALS WITH NO PROPOSAL: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  9800/9810 log the run's start and its end on the BATWIN
      *  batch-window log for the morning report.  A run that stops
      *  early leaves its start row alone, which the report flags.
      *  The CALL hands back BWLWRIT's own return code, so the end
      *  restores ours from the row.
      *-----------------------------------------------------------*
       9800-LOG-WINDOW-START.
           MOVE "CRVAPPLY" TO BWL-PROGRAM-ID
           SET BWL-EVENT-START TO TRUE
           MOVE 0 TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD.

       9810-LOG-WINDOW-END.
           MOVE "CRVAPPLY" TO BWL-PROGRAM-ID
           SET BWL-EVENT-END TO TRUE
           MOVE RETURN-CODE TO BWL-RETURN-CODE
           CALL "BWLWRIT" USING BATCH-WINDOW-RECORD
           MOVE BWL-RETURN-CODE TO RETURN-CODE.

       END PROGRAM CRVAPPLY.
