       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOGEN.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  STOGEN writes the day's orders from the STDORD standing    *
      *  orders onto TRANFILE ahead of the validation step, so the   *
      *  rest of the stream prices, credit-checks and posts them      *
      *  like any keyed order.  A standing order is due on its        *
      *  frequency (weekly, every two weeks or monthly from the        *
      *  start date) between its start and end dates.  Each            *
      *  generation is keyed S + standing-order number + a three-       *
      *  digit generation number stamped back on STDORD with the        *
      *  run date before the transaction is written, so a rerun for     *
      *  the same date rebuilds the same key: one already posted is     *
      *  refused by the TRANXREF duplicate guard and skipped here,      *
      *  and one already waiting on TRANFILE is not written twice.      *
      *  The register lists what was generated, what fell due but       *
      *  was skipped because the order is suspended or past its end     *
      *  date, and what falls due over the next seven days.  PARM is    *
      *  the run date, YYYYMMDD - zero means today.                     *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-ORDER-NO
               FILE STATUS IS WS-STO-FILE-STATUS.
           SELECT TRAN-XREF-FILE ASSIGN TO "TRANXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRX-TRAN-KEY
               FILE STATUS IS WS-TRX-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "STORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       COPY STOREC.

       FD  TRAN-XREF-FILE.
       COPY TRXREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STO-FILE-STATUS           PIC X(02).
       01  WS-TRX-FILE-STATUS           PIC X(02).
       01  WS-TRAN-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-EOF                       VALUE "Y".
       01  WS-TRAN-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAN-EOF                  VALUE "Y".
       01  WS-TRX-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRX-OPEN                  VALUE "Y".
       01  WS-DUE-SWITCH                PIC X(01).
           88  WS-ORDER-DUE                 VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".

      *    a standing order past its end date for longer than this
      *    many days is counted but no longer listed.
       77  WS-EXPIRED-LIST-DAYS         PIC 9(03) COMP VALUE 30.
      *    how far ahead the coming-due section looks.
       77  WS-LOOK-AHEAD-DAYS           PIC 9(02) COMP VALUE 7.
      *    the last generation number a standing order can carry
      *    in its three-digit key suffix.
       77  WS-MAX-GENERATION-NO         PIC 9(03) VALUE 999.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-RUN-DAY-NO                PIC 9(08) COMP.
       01  WS-TEST-DATE                 PIC 9(08).
       01  WS-TEST-DAY-NO               PIC 9(08) COMP.
       01  WS-START-DAY-NO              PIC 9(08) COMP.
       01  WS-NEXT-DATE                 PIC 9(08).
       01  WS-DAYS-APART                PIC 9(08) COMP.
       01  WS-CYCLE-DAYS                PIC 9(02) COMP.
       01  WS-CYCLE-QUOTIENT            PIC 9(08) COMP.
       01  WS-CYCLE-REMAINDER           PIC 9(02) COMP.
       01  WS-DAYS-EXPIRED              PIC 9(08) COMP.
       01  WS-AHEAD-NO                  PIC 9(02) COMP.
       01  WS-LINE-NO                   PIC 9(03) COMP.
       01  WS-GENERATION-NO             PIC 9(03).
       01  WS-NEW-TRAN-KEY              PIC X(08).
       01  WS-SKIP-REASON               PIC X(40).

      *-----------------------------------------------------------*
      *  standing-order keys already waiting on TRANFILE from an
      *  earlier run of a resubmitted stream, loaded once up front.
      *-----------------------------------------------------------*
       01  WS-PENDING-KEY-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-PENDING-KEYS.
           05  WS-PK-TRAN-KEY OCCURS 2000 TIMES
                       INDEXED BY WS-PK-IDX
                                          PIC X(08).

       01  WS-ORDER-READ-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-GENERATED-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-ALREADY-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-SUSPENDED-COUNT           PIC 9(07) COMP VALUE 0.
       01  WS-EXPIRED-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-EXPIRED-OLDER-COUNT       PIC 9(07) COMP VALUE 0.
       01  WS-PROBLEM-COUNT             PIC 9(07) COMP VALUE 0.
       01  WS-COMING-DUE-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
       01  WS-LINES-EDIT                PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GENERATE-SECTION
           PERFORM 3000-SKIPPED-SECTION
           PERFORM 4000-COMING-DUE-SECTION
           PERFORM 9000-PRINT-TRAILER
           CLOSE STANDING-ORDER-FILE TRANSACTION-FILE REGISTER-FILE
           IF WS-TRX-OPEN
               CLOSE TRAN-XREF-FILE
           END-IF
           IF WS-PROBLEM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:8) IS NUMERIC AND WS-PARM-DATA (1:8)
                   NOT = "00000000"
               MOVE WS-PARM-DATA (1:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

           OPEN I-O STANDING-ORDER-FILE
           IF WS-STO-FILE-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF
           IF WS-STO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STDORD - STATUS "
                   WS-STO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    no TRANXREF yet means nothing has ever posted.
           OPEN INPUT TRAN-XREF-FILE
           IF WS-TRX-FILE-STATUS = "00"
               SET WS-TRX-OPEN TO TRUE
           ELSE
               IF WS-TRX-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN TRANXREF - STATUS "
                       WS-TRX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 1200-LOAD-PENDING-KEYS

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANFILE - STATUS "
                   WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STORPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "STANDING-ORDER GENERATION REGISTER FOR "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  1200-LOAD-PENDING-KEYS notes every standing-order key
      *  already on TRANFILE - a resubmitted stream that has not
      *  yet posted must not find the day's orders there twice.
      *-----------------------------------------------------------*
       1200-LOAD-PENDING-KEYS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               SET WS-TRAN-EOF TO TRUE
           ELSE
               IF WS-TRAN-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN TRANFILE - STATUS "
                       WS-TRAN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1210-READ-TRANSACTION
               PERFORM 1220-NOTE-PENDING-KEY
                   UNTIL WS-TRAN-EOF
               CLOSE TRANSACTION-FILE
           END-IF.

       1210-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
           END-READ.

       1220-NOTE-PENDING-KEY.
           IF TRAN-KEY (1:1) = "S"
      *        a key dropped here would let a rerun write the same
      *        order onto TRANFILE a second time - refuse to run
      *        off the end of the table instead.
               IF WS-PENDING-KEY-COUNT >= 2000
                   DISPLAY "STOGEN - PENDING-KEY TABLE FULL - RAISE "
                       "THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PENDING-KEY-COUNT
               SET WS-PK-IDX TO WS-PENDING-KEY-COUNT
               MOVE TRAN-KEY TO WS-PK-TRAN-KEY (WS-PK-IDX)
           END-IF
           PERFORM 1210-READ-TRANSACTION.

      *-----------------------------------------------------------*
      *  1500-START-PASS positions STDORD at its first standing
      *  order for one pass of the file.
      *-----------------------------------------------------------*
       1500-START-PASS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO STO-ORDER-NO
           START STANDING-ORDER-FILE
               KEY IS NOT LESS THAN STO-ORDER-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 1510-READ-NEXT-ORDER
           END-IF.

       1510-READ-NEXT-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  2000-GENERATE-SECTION writes a transaction for every
      *  active standing order due on the run date.
      *-----------------------------------------------------------*
       2000-GENERATE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "GENERATED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1500-START-PASS
           PERFORM 2100-GENERATE-ONE-ORDER THRU 2100-NEXT
               UNTIL WS-EOF.

       2100-GENERATE-ONE-ORDER.
           ADD 1 TO WS-ORDER-READ-COUNT
           IF NOT STO-STATUS-ACTIVE
               GO TO 2100-NEXT
           END-IF
           IF STO-END-DATE NOT = 0 AND STO-END-DATE < WS-RUN-DATE
               GO TO 2100-NEXT
           END-IF
           MOVE WS-RUN-DATE TO WS-TEST-DATE
           PERFORM 5000-TEST-DUE THRU 5000-EXIT
           IF NOT WS-ORDER-DUE
               GO TO 2100-NEXT
           END-IF
           IF STO-LINE-COUNT < 1 OR STO-LINE-COUNT > 10
               MOVE "LINE COUNT OUT OF RANGE - NOT GENERATED"
                   TO WS-SKIP-REASON
               PERFORM 2900-PRINT-PROBLEM-LINE
               GO TO 2100-NEXT
           END-IF

      *    a rerun for the same date takes the number already
      *    stamped, so it rebuilds the same transaction key.
           IF STO-LAST-GEN-DATE = WS-RUN-DATE
               MOVE STO-GENERATION-NO TO WS-GENERATION-NO
           ELSE
               IF STO-GENERATION-NO >= WS-MAX-GENERATION-NO
                   MOVE "GENERATION NUMBERS USED UP - REKEY ORDER"
                       TO WS-SKIP-REASON
                   PERFORM 2900-PRINT-PROBLEM-LINE
                   GO TO 2100-NEXT
               END-IF
               COMPUTE WS-GENERATION-NO = STO-GENERATION-NO + 1
      *        the stamp goes on before the transaction is written -
      *        a run that dies between the two regenerates the same
      *        key on rerun rather than a second order.
               MOVE WS-GENERATION-NO TO STO-GENERATION-NO
               MOVE WS-RUN-DATE TO STO-LAST-GEN-DATE
               REWRITE STANDING-ORDER-RECORD
               IF WS-STO-FILE-STATUS NOT = "00"
                   DISPLAY "STDORD REWRITE FAILED - STATUS "
                       WS-STO-FILE-STATUS " ORDER " STO-ORDER-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "S" TO WS-NEW-TRAN-KEY (1:1)
           MOVE STO-ORDER-NO TO WS-NEW-TRAN-KEY (2:4)
           MOVE WS-GENERATION-NO TO WS-NEW-TRAN-KEY (6:3)

           PERFORM 2200-CHECK-ALREADY-GENERATED
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-ALREADY-COUNT
               PERFORM 2800-PRINT-ORDER-LINE
               GO TO 2100-NEXT
           END-IF

           PERFORM 2300-BUILD-TRANSACTION
           WRITE ORDER-TRANSACTION-RECORD
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "TRANFILE WRITE FAILED - STATUS "
                   WS-TRAN-FILE-STATUS " STANDING ORDER " STO-ORDER-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GENERATED-COUNT
           MOVE "WRITTEN TO TRANFILE" TO WS-SKIP-REASON
           PERFORM 2800-PRINT-ORDER-LINE.
       2100-NEXT.
           PERFORM 1510-READ-NEXT-ORDER.

      *-----------------------------------------------------------*
      *  2200-CHECK-ALREADY-GENERATED sets WS-ENTRY-FOUND when the
      *  key has already posted (TRANXREF) or is already waiting
      *  on TRANFILE, with the reason for the register.
      *-----------------------------------------------------------*
       2200-CHECK-ALREADY-GENERATED.
           MOVE "N" TO WS-FOUND-SWITCH
           IF WS-TRX-OPEN
               MOVE WS-NEW-TRAN-KEY TO TRX-TRAN-KEY
               READ TRAN-XREF-FILE
                   KEY IS TRX-TRAN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE SPACES TO WS-SKIP-REASON
                       STRING "ALREADY POSTED AS ORDER " TRX-ORDER-NO
                           DELIMITED BY SIZE INTO WS-SKIP-REASON
               END-READ
           END-IF
           IF NOT WS-ENTRY-FOUND
               PERFORM 2210-FIND-PENDING-KEY
                   VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PENDING-KEY-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-ENTRY-FOUND
                   MOVE "ALREADY ON TRANFILE - NOT WRITTEN AGAIN"
                       TO WS-SKIP-REASON
               END-IF
           END-IF.

       2210-FIND-PENDING-KEY.
           IF WS-PK-TRAN-KEY (WS-PK-IDX) = WS-NEW-TRAN-KEY
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  2300-BUILD-TRANSACTION lays the standing order out as a
      *  keyed order for the run date - no schedule and no price
      *  override, so it prices and ships like any order today.
      *-----------------------------------------------------------*
       2300-BUILD-TRANSACTION.
           MOVE SPACES TO ORDER-TRANSACTION-RECORD
           MOVE WS-NEW-TRAN-KEY TO TRAN-KEY
           MOVE STO-CUST-ID TO TRAN-CUST-ID
           MOVE WS-RUN-DATE TO TRAN-ORDER-DATE
           MOVE STO-SHIP-TO-CODE TO TRAN-SHIP-TO-CODE
           MOVE STO-SHIP-VIA TO TRAN-SHIP-VIA
           MOVE 0 TO TRAN-REQUEST-DATE
           MOVE STO-LINE-COUNT TO TRAN-LINE-COUNT
           PERFORM 2310-INIT-ONE-LINE
               VARYING WS-LINE-NO FROM 1 BY 1
               UNTIL WS-LINE-NO > 10
           PERFORM 2320-COPY-ONE-LINE
               VARYING WS-LINE-NO FROM 1 BY 1
               UNTIL WS-LINE-NO > STO-LINE-COUNT.

       2310-INIT-ONE-LINE.
           MOVE 0 TO TRAN-QTY-ORDERED (WS-LINE-NO)
           MOVE 0 TO TRAN-OVERRIDE-PRICE (WS-LINE-NO).

       2320-COPY-ONE-LINE.
           MOVE STO-PRODUCT-ID (WS-LINE-NO)
               TO TRAN-PRODUCT-ID (WS-LINE-NO)
           MOVE STO-WAREHOUSE-ID (WS-LINE-NO)
               TO TRAN-WAREHOUSE-ID (WS-LINE-NO)
           MOVE STO-QTY-ORDERED (WS-LINE-NO)
               TO TRAN-QTY-ORDERED (WS-LINE-NO).

       2800-PRINT-ORDER-LINE.
           MOVE STO-LINE-COUNT TO WS-LINES-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  STANDING ORDER " STO-ORDER-NO
               "  CUST " STO-CUST-ID
               "  FREQ " STO-FREQUENCY
               "  LINES " WS-LINES-EDIT
               "  TRAN " WS-NEW-TRAN-KEY
               "  " WS-SKIP-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2900-PRINT-PROBLEM-LINE.
           ADD 1 TO WS-PROBLEM-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "  STANDING ORDER " STO-ORDER-NO
               "  CUST " STO-CUST-ID
               "  FREQ " STO-FREQUENCY
               "  NOT GENERATED - " WS-SKIP-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  3000-SKIPPED-SECTION lists every standing order that fell
      *  due on the run date but was not generated because it is
      *  suspended or past its end date.
      *-----------------------------------------------------------*
       3000-SKIPPED-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DUE BUT SKIPPED - SUSPENDED OR EXPIRED"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1500-START-PASS
           PERFORM 3100-CHECK-ONE-SKIPPED THRU 3100-NEXT
               UNTIL WS-EOF.

       3100-CHECK-ONE-SKIPPED.
           MOVE WS-RUN-DATE TO WS-TEST-DATE
           PERFORM 5000-TEST-DUE THRU 5000-EXIT
           IF NOT WS-ORDER-DUE
               GO TO 3100-NEXT
           END-IF
           IF STO-STATUS-SUSPENDED
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE "SUSPENDED" TO WS-SKIP-REASON
               PERFORM 3800-PRINT-SKIPPED-LINE
               GO TO 3100-NEXT
           END-IF
           IF STO-END-DATE NOT = 0 AND STO-END-DATE < WS-RUN-DATE
               ADD 1 TO WS-EXPIRED-COUNT
               COMPUTE WS-DAYS-EXPIRED = WS-RUN-DAY-NO
                   - FUNCTION INTEGER-OF-DATE (STO-END-DATE)
               IF WS-DAYS-EXPIRED > WS-EXPIRED-LIST-DAYS
                   ADD 1 TO WS-EXPIRED-OLDER-COUNT
               ELSE
                   MOVE SPACES TO WS-SKIP-REASON
                   STRING "EXPIRED - ENDED " STO-END-DATE
                       DELIMITED BY SIZE INTO WS-SKIP-REASON
                   PERFORM 3800-PRINT-SKIPPED-LINE
               END-IF
           END-IF.
       3100-NEXT.
           PERFORM 1510-READ-NEXT-ORDER.

       3800-PRINT-SKIPPED-LINE.
           MOVE SPACES TO RPT-LINE
           STRING "  STANDING ORDER " STO-ORDER-NO
               "  CUST " STO-CUST-ID
               "  FREQ " STO-FREQUENCY
               "  " WS-SKIP-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  4000-COMING-DUE-SECTION lists, for every active standing
      *  order, each date it falls due over the next seven days
      *  inside its start and end dates.
      *-----------------------------------------------------------*
       4000-COMING-DUE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "COMING DUE IN THE NEXT SEVEN DAYS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1500-START-PASS
           PERFORM 4100-CHECK-ONE-COMING THRU 4100-NEXT
               UNTIL WS-EOF.

       4100-CHECK-ONE-COMING.
           IF NOT STO-STATUS-ACTIVE
               GO TO 4100-NEXT
           END-IF
           PERFORM 4200-CHECK-ONE-DAY-AHEAD
               VARYING WS-AHEAD-NO FROM 1 BY 1
               UNTIL WS-AHEAD-NO > WS-LOOK-AHEAD-DAYS.
       4100-NEXT.
           PERFORM 1510-READ-NEXT-ORDER.

       4200-CHECK-ONE-DAY-AHEAD.
           COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DAY-NO + WS-AHEAD-NO)
           IF STO-END-DATE = 0 OR WS-TEST-DATE NOT > STO-END-DATE
               PERFORM 5000-TEST-DUE THRU 5000-EXIT
               IF WS-ORDER-DUE
                   ADD 1 TO WS-COMING-DUE-COUNT
                   MOVE STO-LINE-COUNT TO WS-LINES-EDIT
                   MOVE SPACES TO RPT-LINE
                   STRING "  STANDING ORDER " STO-ORDER-NO
                       "  CUST " STO-CUST-ID
                       "  FREQ " STO-FREQUENCY
                       "  LINES " WS-LINES-EDIT
                       "  DUE " WS-TEST-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  5000-TEST-DUE sets WS-ORDER-DUE when the standing order's
      *  frequency falls on WS-TEST-DATE, on or after its start
      *  date.  Weekly and every-two-weeks count whole cycles of
      *  days from the start date; monthly takes the start date's
      *  day of the month, or the last day of a shorter month.
      *  Status and end date are the caller's business.
      *-----------------------------------------------------------*
       5000-TEST-DUE.
           MOVE "N" TO WS-DUE-SWITCH
           IF STO-START-DATE = 0 OR WS-TEST-DATE < STO-START-DATE
               GO TO 5000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN STO-FREQ-WEEKLY
                   MOVE 7 TO WS-CYCLE-DAYS
               WHEN STO-FREQ-BIWEEKLY
                   MOVE 14 TO WS-CYCLE-DAYS
               WHEN STO-FREQ-MONTHLY
                   PERFORM 5100-TEST-MONTHLY-DUE
                   GO TO 5000-EXIT
               WHEN OTHER
                   GO TO 5000-EXIT
           END-EVALUATE
           COMPUTE WS-TEST-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-TEST-DATE)
           COMPUTE WS-START-DAY-NO =
               FUNCTION INTEGER-OF-DATE (STO-START-DATE)
           COMPUTE WS-DAYS-APART = WS-TEST-DAY-NO - WS-START-DAY-NO
           DIVIDE WS-DAYS-APART BY WS-CYCLE-DAYS
               GIVING WS-CYCLE-QUOTIENT
               REMAINDER WS-CYCLE-REMAINDER
           IF WS-CYCLE-REMAINDER = 0
               SET WS-ORDER-DUE TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-TEST-MONTHLY-DUE.
           IF WS-TEST-DATE (7:2) = STO-START-DATE (7:2)
               SET WS-ORDER-DUE TO TRUE
           ELSE
               IF STO-START-DATE (7:2) > WS-TEST-DATE (7:2)
                   COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) + 1)
      *            the day after is the first of a month only when
      *            the test date closes a month too short to reach
      *            the start date's day.
                   IF WS-NEXT-DATE (7:2) = "01"
                       SET WS-ORDER-DUE TO TRUE
                   END-IF
               END-IF
           END-IF.

       9000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ORDER-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "STANDING ORDERS READ ....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GENERATED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS WRITTEN ....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ALREADY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY GENERATED .......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "SKIPPED - SUSPENDED .....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "SKIPPED - EXPIRED .......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXPIRED-OLDER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  ENDED OVER 30 DAYS AGO : " WS-COUNT-EDIT
               " (NOT LISTED)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PROBLEM-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "NOT GENERATED - PROBLEMS : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COMING-DUE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "COMING DUE NEXT 7 DAYS ..: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM STOGEN.
