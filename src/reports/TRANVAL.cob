      *  one bad transaction sets a non-zero return code so the
      *  JCL's COND=(0,LT,STEP010) keeps Main and every report step
      *  behind it from ever running against a file with garbage
      *  in it.  A price override must also be keyed under a code
      *  on the AUTHFILE authority file that is active and whose
      *  override-discount limit covers the line; a breach prints
      *  on the AUTHVIOL violations report as well.  Only a
      *  converted quote's own order, at the price QUOTFILE holds
      *  for the line, may carry the "QUOTE" code.
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-08  JPS  Added program.
      *                    must carry its supervisor authorization
      *                    code.
      *   2026-09-03  JPS  The requested ship date must be numeric.
      *   2026-10-15  JPS  An override's authorization code must be
      *                    an active code on AUTHFILE whose override-
      *                    discount limit covers the line's discount
      *                    from list; breaches print on AUTHVIOL.
      *   2026-10-15  JPS  A "QUOTE" line passes the authority check
      *                    only on the converted quote's own order
      *                    at the quoted price, proved on QUOTFILE;
      *                    any other is held to AUTHFILE as keyed.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT REGISTER-FILE ASSIGN TO "TRANRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "AUTHVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIO-FILE-STATUS.
           SELECT QUOTATION-FILE ASSIGN TO "QUOTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QUO-QUOTE-NO
               FILE STATUS IS WS-QUO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  PRODUCT-MASTER-FILE.
       COPY PRODREC.

       FD  VIOLATION-FILE.
       01  VIO-LINE                    PIC X(132).

       FD  QUOTATION-FILE.
       COPY QUOTREC.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS          PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-VIO-FILE-STATUS           PIC X(02).
       01  WS-QUO-FILE-STATUS           PIC X(02).

       01  WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-ERROR-TEXT                   PIC X(40).

      *-----------------------------------------------------------*
      *  the override line's authority - the code's AUTHFILE row
      *  and the discount it gives away from the list price.
      *-----------------------------------------------------------*
       01  WS-AUTH-CODE                    PIC X(08).
       COPY AUTHREC REPLACING OPERATOR-AUTHORITY-RECORD
                              BY WS-AUTHORITY-DATA
                              LEADING ==ATH-== BY ==WS-ATH-==.
       01  WS-AUTH-FOUND-SWITCH            PIC X(01).
           88  WS-AUTHORITY-FOUND              VALUE "Y".
       01  WS-PRICE-FOUND-SWITCH           PIC X(01).
           88  WS-PRICE-FOUND                  VALUE "Y".
       01  WS-HISTORY-PRICE                PIC 9(07)V99.
       01  WS-LIST-PRICE                   PIC 9(07)V99.
       01  WS-OVERRIDE-DISCOUNT            PIC S9(11)V99.
       01  WS-LINE-NO                      PIC 9(03) COMP.
       01  WS-LINE-NO-EDIT                 PIC Z9.
       01  WS-DISCOUNT-EDIT                PIC -(10)9.99.
       01  WS-LIMIT-EDIT                   PIC Z(6)9.99.
       01  WS-VIOLATION-COUNT              PIC 9(07) COMP VALUE 0.
       01  WS-VIOLATION-COUNT-EDIT         PIC ZZZZZZ9.

      *-----------------------------------------------------------*
      *  a "QUOTE" line's proof - no QUOTFILE yet means no quote
      *  has ever been issued, so no such line can be honoured.
      *-----------------------------------------------------------*
       01  WS-QUO-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-QUOTFILE-OPEN                VALUE "Y".
       01  WS-QUOTE-SWITCH                 PIC X(01).
           88  WS-QUOTED-PRICE-HONOURED        VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALIDATE-TRANSACTION
               UNTIL WS-EOF
           PERFORM 3000-PRINT-TRAILER
           CLOSE TRANSACTION-FILE REGISTER-FILE PRODUCT-MASTER-FILE
               VIOLATION-FILE
           IF WS-QUOTFILE-OPEN
               CLOSE QUOTATION-FILE
           END-IF
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRODMAST - STATUS "
                   WS-PROD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT VIOLATION-FILE
           IF WS-VIO-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUTHVIOL - STATUS "
                   WS-VIO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT QUOTATION-FILE
           IF WS-QUO-FILE-STATUS = "00"
               SET WS-QUOTFILE-OPEN TO TRUE
           ELSE
               IF WS-QUO-FILE-STATUS NOT = "35"
                   DISPLAY "UNABLE TO OPEN QUOTFILE - STATUS "
                       WS-QUO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO VIO-LINE
           STRING "PRICE-OVERRIDE AUTHORITY VIOLATIONS"
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE
           MOVE SPACES TO VIO-LINE
           WRITE VIO-LINE

           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTION-FILE VALIDATION REPORT"
               DELIMITED BY SIZE INTO RPT-LINE
                       TO WS-ERROR-TEXT
                   PERFORM 2900-REPORT-ERROR
               END-IF
               IF TRAN-OVERRIDE-PRICE (TRAN-LINE-IDX) > 0
                   AND TRAN-AUTH-CODE (TRAN-LINE-IDX) NOT = SPACES
                   PERFORM 2200-CHECK-OVERRIDE-AUTHORITY
                       THRU 2200-EXIT
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  2200-CHECK-OVERRIDE-AUTHORITY holds an override line to
      *  its code's AUTHFILE row: the code must be on file and
      *  active, and the discount from list - priced as TakeOrder
      *  would have without the override, PRICEFIL history for the
      *  order date falling back to the master price - must be
      *  within the code's override-discount limit.  QUOTENT keys
      *  a converted quote's line under "QUOTE" - that price is the
      *  one the customer was quoted and honoured to the quote's
      *  expiry, not a discretionary override, so it is not held
      *  to anyone's limit - but only when 2300 proves it is that
      *  line.  Any other "QUOTE" line goes to AUTHLOOK like every
      *  override and prints as a violation.  A quoted line a
      *  supervisor overrode carries that supervisor's own code
      *  and is checked.
      *-----------------------------------------------------------*
       2200-CHECK-OVERRIDE-AUTHORITY.
           IF TRAN-AUTH-CODE (TRAN-LINE-IDX) = "QUOTE "
               PERFORM 2300-CHECK-QUOTED-PRICE THRU 2300-EXIT
               IF WS-QUOTED-PRICE-HONOURED
                   GO TO 2200-EXIT
               END-IF
           END-IF
           MOVE TRAN-AUTH-CODE (TRAN-LINE-IDX) TO WS-AUTH-CODE
           CALL "AUTHLOOK" USING WS-AUTH-CODE WS-AUTHORITY-DATA
               WS-AUTH-FOUND-SWITCH
           MOVE 0 TO WS-OVERRIDE-DISCOUNT
           IF NOT WS-AUTHORITY-FOUND
               MOVE SPACES TO WS-AUTHORITY-DATA
               MOVE 0 TO WS-ATH-MAX-OVERRIDE-DISC
               MOVE "OVERRIDE AUTH CODE NOT ON AUTHFILE"
                   TO WS-ERROR-TEXT
               PERFORM 2950-REPORT-VIOLATION
               GO TO 2200-EXIT
           END-IF
           IF NOT WS-ATH-STATUS-ACTIVE
               MOVE "OVERRIDE AUTH CODE INACTIVE" TO WS-ERROR-TEXT
               PERFORM 2950-REPORT-VIOLATION
               GO TO 2200-EXIT
           END-IF
      *    an unusable order date or product is already an error
      *    on its own - there is no list price to measure against.
           IF TRAN-ORDER-DATE NOT NUMERIC
                   OR TRAN-PRODUCT-ID (TRAN-LINE-IDX) = SPACES
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-REBUILD-LIST-PRICE
           COMPUTE WS-OVERRIDE-DISCOUNT =
               (WS-LIST-PRICE - TRAN-OVERRIDE-PRICE (TRAN-LINE-IDX))
               * TRAN-QTY-ORDERED (TRAN-LINE-IDX)
           IF WS-OVERRIDE-DISCOUNT > WS-ATH-MAX-OVERRIDE-DISC
               MOVE "OVERRIDE DISCOUNT OVER AUTHORITY LIMIT"
                   TO WS-ERROR-TEXT
               PERFORM 2950-REPORT-VIOLATION
           END-IF.
       2200-EXIT.
           EXIT.

       2210-REBUILD-LIST-PRICE.
           CALL "PRCLOOK" USING TRAN-PRODUCT-ID (TRAN-LINE-IDX)
               TRAN-ORDER-DATE WS-HISTORY-PRICE
               WS-PRICE-FOUND-SWITCH
           IF WS-PRICE-FOUND
               MOVE WS-HISTORY-PRICE TO WS-LIST-PRICE
           ELSE
               MOVE TRAN-PRODUCT-ID (TRAN-LINE-IDX) TO PROD-ID
               READ PRODUCT-MASTER-FILE
                   KEY IS PROD-ID
                   INVALID KEY
                       MOVE 0 TO WS-LIST-PRICE
                   NOT INVALID KEY
                       MOVE PROD-UNIT-PRICE TO WS-LIST-PRICE
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      *  2300-CHECK-QUOTED-PRICE honours a "QUOTE" line only on
      *  the order QUOTENT wrote for the quote: the key is "Q" and
      *  the quote number, the quote on QUOTFILE is converted under
      *  that very key, and the line carries the product and the
      *  unit price the same quote line was quoted at.
      *-----------------------------------------------------------*
       2300-CHECK-QUOTED-PRICE.
           MOVE "N" TO WS-QUOTE-SWITCH
           IF NOT WS-QUOTFILE-OPEN
               GO TO 2300-EXIT
           END-IF
           IF TRAN-KEY (1:1) NOT = "Q"
                   OR TRAN-KEY (2:7) NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           MOVE 0 TO QUO-QUOTE-NO
           MOVE TRAN-KEY (2:7) TO QUO-QUOTE-NO (2:7)
           READ QUOTATION-FILE
               KEY IS QUO-QUOTE-NO
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ
           IF NOT QUO-STATUS-CONVERTED
                   OR QUO-CONVERT-TRAN-KEY NOT = TRAN-KEY
               GO TO 2300-EXIT
           END-IF
           SET WS-LINE-NO TO TRAN-LINE-IDX
           IF WS-LINE-NO > QUO-LINE-COUNT
               GO TO 2300-EXIT
           END-IF
           IF QUO-PRODUCT-ID (WS-LINE-NO) =
                   TRAN-PRODUCT-ID (TRAN-LINE-IDX)
               AND QUO-UNIT-PRICE (WS-LINE-NO) =
                   TRAN-OVERRIDE-PRICE (TRAN-LINE-IDX)
               SET WS-QUOTED-PRICE-HONOURED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

       2900-REPORT-ERROR.
           SET WS-TRAN-HAS-ERROR TO TRUE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  2950-REPORT-VIOLATION lists an authority breach on the
      *  AUTHVIOL report for internal audit - code, role, the
      *  discount given and the limit it broke - and fails the
      *  transaction on TRANRPT like any other error.
      *-----------------------------------------------------------*
       2950-REPORT-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT
           SET WS-LINE-NO TO TRAN-LINE-IDX
           MOVE WS-LINE-NO TO WS-LINE-NO-EDIT
           MOVE WS-OVERRIDE-DISCOUNT TO WS-DISCOUNT-EDIT
           MOVE WS-ATH-MAX-OVERRIDE-DISC TO WS-LIMIT-EDIT
           MOVE SPACES TO VIO-LINE
           STRING "TRAN " TRAN-KEY "  LINE " WS-LINE-NO-EDIT
               "  AUTH " WS-AUTH-CODE " " WS-ATH-ROLE
               "  DISCOUNT " WS-DISCOUNT-EDIT
               "  LIMIT " WS-LIMIT-EDIT
               "  " WS-ERROR-TEXT
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE
           PERFORM 2900-REPORT-ERROR.

       3000-PRINT-TRAILER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "TRANSACTIONS READ: " WS-TRAN-COUNT-EDIT
               "   TRANSACTIONS WITH ERRORS: " WS-ERROR-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-VIOLATION-COUNT TO WS-VIOLATION-COUNT-EDIT
           MOVE SPACES TO VIO-LINE
           WRITE VIO-LINE
           MOVE SPACES TO VIO-LINE
           STRING "AUTHORITY VIOLATIONS: " WS-VIOLATION-COUNT-EDIT
               DELIMITED BY SIZE INTO VIO-LINE
           WRITE VIO-LINE.
