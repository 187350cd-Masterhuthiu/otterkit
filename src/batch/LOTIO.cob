       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTIO.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------*
      *  LOTIO owns the indexed LOTFILE lot balances and the         *
      *  LOTISSUE lot-issue trail for the whole run unit, like the    *
      *  other run-unit-scoped I/O modules.  Every program that       *
      *  takes stock into or out of a warehouse asks LOTIO which      *
      *  lots moved.  Requests (parameters in LOTPRM):                *
      *    READ - a lot's expiry and on-hand (LIO-QTY-DONE), "23"      *
      *           when the lot is not on file                          *
      *    RECV - add a dock receipt to a lot, opening the lot when    *
      *           it is new                                            *
      *    ISSU - issue LIO-QTY first-expiring lot first (lots with    *
      *           no expiry last, lots already expired never) and       *
      *           record each lot drawn against the document.  A        *
      *           cycle-count shortage (document type C) draws the      *
      *           expired lots first, then the same order               *
      *    RSTR - put LIO-QTY back into the lots the document drew,     *
      *           latest expiry first                                   *
      *    MOVE - receive a transfer into the to-warehouse under the    *
      *           lots its sending leg drew                             *
      *  LIO-QTY-DONE comes back as the quantity lots covered; the     *
      *  rest is stock no lot explains.  The driving program calls      *
      *  the LOTCLS entry at end of run.                                *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Initial version - lot balances and the
      *                    lot-issue trail for expiry and recall.
      *   2026-10-15  JPS  A cycle-count issue (document type C) may
      *                    draw expired lots - the count is where
      *                    stock gone from the shelf comes off them.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE ASSIGN TO "LOTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT LOT-ISSUE-FILE ASSIGN TO "LOTISSUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIS-KEY
               FILE STATUS IS WS-LIS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-FILE.
       COPY LOTREC.

       FD  LOT-ISSUE-FILE.
       COPY LISREC.

       WORKING-STORAGE SECTION.
       01  WS-LOT-FILE-STATUS           PIC X(02).
       01  WS-LIS-FILE-STATUS           PIC X(02).
       01  WS-OPEN-SWITCH               PIC X(01) VALUE "N".
           88  WS-FILE-OPEN                 VALUE "Y".
       01  WS-SCAN-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-SCAN-EOF                  VALUE "Y".

       01  WS-TODAY                     PIC 9(08) VALUE 0.
       01  WS-QTY-LEFT                  PIC S9(07) COMP VALUE 0.
       01  WS-QTY-TAKE                  PIC S9(07) COMP VALUE 0.

      *    the lots one request can draw on, loaded from LOTFILE
      *    (issue) or LOTISSUE (restore, transfer).  The sort
      *    expiry carries a lot with no expiry as 99999999 so it
      *    goes last on an issue and first on a restore.
       01  WS-LOT-TABLE.
           05  WS-LT-COUNT              PIC 9(04) COMP VALUE 0.
           05  WS-LT-BEST               PIC 9(04) COMP VALUE 0.
           05  WS-LT-ENTRY OCCURS 100 TIMES INDEXED BY WS-LT-IDX.
               10  WS-LT-LOT-NUMBER     PIC X(12).
               10  WS-LT-EXPIRY-DATE    PIC 9(08).
               10  WS-LT-SORT-EXPIRY    PIC 9(08).
               10  WS-LT-QTY            PIC S9(07) COMP.

       LINKAGE SECTION.
       01  LS-REQUEST                   PIC X(04).
           88  LS-REQUEST-READ              VALUE "READ".
           88  LS-REQUEST-RECEIVE           VALUE "RECV".
           88  LS-REQUEST-ISSUE             VALUE "ISSU".
           88  LS-REQUEST-RESTORE           VALUE "RSTR".
           88  LS-REQUEST-MOVE              VALUE "MOVE".
       COPY LOTPRM.

       PROCEDURE DIVISION USING LS-REQUEST LOT-IO-PARMS.

       0000-MAINLINE.
           IF NOT WS-FILE-OPEN
               PERFORM 1000-OPEN-FILES
               IF NOT WS-FILE-OPEN
                   MOVE WS-LOT-FILE-STATUS TO LIO-STATUS
                   IF WS-LOT-FILE-STATUS = "00"
                       MOVE WS-LIS-FILE-STATUS TO LIO-STATUS
                   END-IF
                   GOBACK
               END-IF
           END-IF
           MOVE "00" TO LIO-STATUS
           MOVE 0 TO LIO-QTY-DONE
           EVALUATE TRUE
               WHEN LS-REQUEST-READ
                   PERFORM 2000-READ-LOT
               WHEN LS-REQUEST-RECEIVE
                   PERFORM 3000-RECEIVE-LOT
               WHEN LS-REQUEST-ISSUE
                   PERFORM 4000-ISSUE-LOTS
               WHEN LS-REQUEST-RESTORE
                   PERFORM 5000-RESTORE-LOTS
               WHEN LS-REQUEST-MOVE
                   PERFORM 6000-MOVE-LOTS
               WHEN OTHER
                   MOVE "99" TO LIO-STATUS
           END-EVALUATE
           GOBACK.

       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O LOT-FILE
           IF WS-LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF
           OPEN I-O LOT-ISSUE-FILE
           IF WS-LIS-FILE-STATUS = "35"
               OPEN OUTPUT LOT-ISSUE-FILE
               CLOSE LOT-ISSUE-FILE
               OPEN I-O LOT-ISSUE-FILE
           END-IF
           IF WS-LOT-FILE-STATUS = "00"
               AND WS-LIS-FILE-STATUS = "00"
               SET WS-FILE-OPEN TO TRUE
           END-IF.

       2000-READ-LOT.
           MOVE LIO-PRODUCT-ID TO LOT-PRODUCT-ID
           MOVE LIO-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
           MOVE LIO-LOT-NUMBER TO LOT-NUMBER
           READ LOT-FILE
               KEY IS LOT-KEY
               INVALID KEY
                   MOVE "23" TO LIO-STATUS
               NOT INVALID KEY
                   MOVE LOT-EXPIRY-DATE TO LIO-EXPIRY-DATE
                   MOVE LOT-QTY-ON-HAND TO LIO-QTY-DONE
           END-READ.

       3000-RECEIVE-LOT.
           MOVE LIO-PRODUCT-ID TO LOT-PRODUCT-ID
           MOVE LIO-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
           MOVE LIO-LOT-NUMBER TO LOT-NUMBER
           MOVE LIO-QTY TO WS-QTY-TAKE
           PERFORM 7000-ADD-TO-LOT
           IF LIO-STATUS = "00"
               MOVE LIO-QTY TO LIO-QTY-DONE
           END-IF.

      *-----------------------------------------------------------*
      *  Issue - every live lot of the product in the warehouse
      *  goes into the table, then the earliest expiry is drawn
      *  down until the quantity is covered or the lots run out.
      *  A lot past its expiry is left on the shelf for the
      *  expiry report to list for disposal - it is never shipped.
      *  A cycle count is the exception: what the floor could not
      *  find comes off the expired lots first (their early expiry
      *  sorts them ahead), so disposed stock clears from LOTFILE.
      *-----------------------------------------------------------*
       4000-ISSUE-LOTS.
           MOVE 0 TO WS-LT-COUNT
           MOVE LIO-PRODUCT-ID TO LOT-PRODUCT-ID
           MOVE LIO-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
           MOVE LOW-VALUES TO LOT-NUMBER
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           START LOT-FILE
               KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 4100-LOAD-LIVE-LOT
               UNTIL WS-SCAN-EOF
           MOVE LIO-QTY TO WS-QTY-LEFT
           MOVE 1 TO WS-LT-BEST
           PERFORM 4200-ISSUE-EARLIEST-LOT
               UNTIL WS-QTY-LEFT NOT > 0
                  OR WS-LT-BEST = 0
                  OR LIO-STATUS NOT = "00".

       4100-LOAD-LIVE-LOT.
           READ LOT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
               IF LOT-PRODUCT-ID NOT = LIO-PRODUCT-ID
                   OR LOT-WAREHOUSE-ID NOT = LIO-WAREHOUSE-ID
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   IF LOT-QTY-ON-HAND > 0
                       AND (LOT-EXPIRY-DATE = 0
                            OR LOT-EXPIRY-DATE NOT < WS-TODAY
                            OR LIO-DOC-COUNT)
                       PERFORM 7900-ADD-TABLE-ENTRY
                       SET WS-LT-IDX TO WS-LT-COUNT
                       MOVE LOT-NUMBER TO WS-LT-LOT-NUMBER (WS-LT-IDX)
                       MOVE LOT-EXPIRY-DATE
                           TO WS-LT-EXPIRY-DATE (WS-LT-IDX)
                       MOVE LOT-QTY-ON-HAND TO WS-LT-QTY (WS-LT-IDX)
                       PERFORM 7950-SET-SORT-EXPIRY
                   END-IF
               END-IF
           END-IF.

       4200-ISSUE-EARLIEST-LOT.
           MOVE 0 TO WS-LT-BEST
           PERFORM 4210-TEST-EARLIEST
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
           IF WS-LT-BEST > 0
               SET WS-LT-IDX TO WS-LT-BEST
               IF WS-LT-QTY (WS-LT-IDX) < WS-QTY-LEFT
                   MOVE WS-LT-QTY (WS-LT-IDX) TO WS-QTY-TAKE
               ELSE
                   MOVE WS-QTY-LEFT TO WS-QTY-TAKE
               END-IF
               MOVE LIO-PRODUCT-ID TO LOT-PRODUCT-ID
               MOVE LIO-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
               MOVE WS-LT-LOT-NUMBER (WS-LT-IDX) TO LOT-NUMBER
               READ LOT-FILE
                   KEY IS LOT-KEY
                   INVALID KEY
                       MOVE WS-LOT-FILE-STATUS TO LIO-STATUS
               END-READ
               IF LIO-STATUS = "00"
                   SUBTRACT WS-QTY-TAKE FROM LOT-QTY-ON-HAND
                   REWRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           MOVE WS-LOT-FILE-STATUS TO LIO-STATUS
                   END-REWRITE
               END-IF
               IF LIO-STATUS = "00"
                   PERFORM 4300-RECORD-LOT-ISSUE
                   SUBTRACT WS-QTY-TAKE FROM WS-LT-QTY (WS-LT-IDX)
                   SUBTRACT WS-QTY-TAKE FROM WS-QTY-LEFT
                   ADD WS-QTY-TAKE TO LIO-QTY-DONE
               END-IF
           END-IF.

       4210-TEST-EARLIEST.
           IF WS-LT-QTY (WS-LT-IDX) > 0
               IF WS-LT-BEST = 0
                   SET WS-LT-BEST TO WS-LT-IDX
               ELSE
                   IF WS-LT-SORT-EXPIRY (WS-LT-IDX)
                           < WS-LT-SORT-EXPIRY (WS-LT-BEST)
                       SET WS-LT-BEST TO WS-LT-IDX
                   END-IF
               END-IF
           END-IF.

      *    one trail row per document, product, warehouse and lot -
      *    a second issue of the same lot adds to the row.
       4300-RECORD-LOT-ISSUE.
           MOVE LIO-DOC-TYPE TO LIS-DOC-TYPE
           MOVE LIO-DOC-NO TO LIS-DOC-NO
           MOVE LIO-PRODUCT-ID TO LIS-PRODUCT-ID
           MOVE LIO-WAREHOUSE-ID TO LIS-WAREHOUSE-ID
           MOVE WS-LT-LOT-NUMBER (WS-LT-IDX) TO LIS-LOT-NUMBER
           READ LOT-ISSUE-FILE
               KEY IS LIS-KEY
               INVALID KEY
                   MOVE WS-LT-EXPIRY-DATE (WS-LT-IDX)
                       TO LIS-EXPIRY-DATE
                   MOVE WS-TODAY TO LIS-ISSUE-DATE
                   MOVE WS-QTY-TAKE TO LIS-QTY-ISSUED
                   MOVE 0 TO LIS-QTY-RESTORED
                   WRITE LOT-ISSUE-RECORD
                       INVALID KEY
                           MOVE WS-LIS-FILE-STATUS TO LIO-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-QTY-TAKE TO LIS-QTY-ISSUED
                   REWRITE LOT-ISSUE-RECORD
                       INVALID KEY
                           MOVE WS-LIS-FILE-STATUS TO LIO-STATUS
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------*
      *  Restore - stock coming back from a document goes back
      *  into the lots that document drew, latest expiry first,
      *  never more into a lot than the document took from it.
      *-----------------------------------------------------------*
       5000-RESTORE-LOTS.
           PERFORM 7500-LOAD-ISSUED-LOTS
           MOVE LIO-QTY TO WS-QTY-LEFT
           MOVE 1 TO WS-LT-BEST
           PERFORM 5100-RESTORE-LATEST-LOT
               UNTIL WS-QTY-LEFT NOT > 0
                  OR WS-LT-BEST = 0
                  OR LIO-STATUS NOT = "00".

       5100-RESTORE-LATEST-LOT.
           MOVE 0 TO WS-LT-BEST
           PERFORM 5110-TEST-LATEST
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
           IF WS-LT-BEST > 0
               SET WS-LT-IDX TO WS-LT-BEST
               IF WS-LT-QTY (WS-LT-IDX) < WS-QTY-LEFT
                   MOVE WS-LT-QTY (WS-LT-IDX) TO WS-QTY-TAKE
               ELSE
                   MOVE WS-QTY-LEFT TO WS-QTY-TAKE
               END-IF
               MOVE LIO-DOC-TYPE TO LIS-DOC-TYPE
               MOVE LIO-DOC-NO TO LIS-DOC-NO
               MOVE LIO-PRODUCT-ID TO LIS-PRODUCT-ID
               MOVE LIO-WAREHOUSE-ID TO LIS-WAREHOUSE-ID
               MOVE WS-LT-LOT-NUMBER (WS-LT-IDX) TO LIS-LOT-NUMBER
               READ LOT-ISSUE-FILE
                   KEY IS LIS-KEY
                   INVALID KEY
                       MOVE WS-LIS-FILE-STATUS TO LIO-STATUS
               END-READ
               IF LIO-STATUS = "00"
                   ADD WS-QTY-TAKE TO LIS-QTY-RESTORED
                   REWRITE LOT-ISSUE-RECORD
                       INVALID KEY
                           MOVE WS-LIS-FILE-STATUS TO LIO-STATUS
                   END-REWRITE
               END-IF
               IF LIO-STATUS = "00"
                   MOVE LIO-PRODUCT-ID TO LOT-PRODUCT-ID
                   MOVE LIO-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
                   MOVE WS-LT-LOT-NUMBER (WS-LT-IDX) TO LOT-NUMBER
                   MOVE WS-LT-EXPIRY-DATE (WS-LT-IDX)
                       TO LIO-EXPIRY-DATE
                   PERFORM 7000-ADD-TO-LOT
               END-IF
               IF LIO-STATUS = "00"
                   SUBTRACT WS-QTY-TAKE FROM WS-LT-QTY (WS-LT-IDX)
                   SUBTRACT WS-QTY-TAKE FROM WS-QTY-LEFT
                   ADD WS-QTY-TAKE TO LIO-QTY-DONE
               END-IF
           END-IF.

       5110-TEST-LATEST.
           IF WS-LT-QTY (WS-LT-IDX) > 0
               IF WS-LT-BEST = 0
                   SET WS-LT-BEST TO WS-LT-IDX
               ELSE
                   IF WS-LT-SORT-EXPIRY (WS-LT-IDX)
                           > WS-LT-SORT-EXPIRY (WS-LT-BEST)
                       SET WS-LT-BEST TO WS-LT-IDX
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  Move - the receiving leg of a transfer.  Each lot the
      *  sending leg drew (net of anything put back) lands in the
      *  to-warehouse under the same lot number and expiry.
      *-----------------------------------------------------------*
       6000-MOVE-LOTS.
           PERFORM 7500-LOAD-ISSUED-LOTS
           PERFORM 6100-MOVE-ONE-LOT
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
                  OR LIO-STATUS NOT = "00".

       6100-MOVE-ONE-LOT.
           IF WS-LT-QTY (WS-LT-IDX) > 0
               MOVE LIO-PRODUCT-ID TO LOT-PRODUCT-ID
               MOVE LIO-TO-WAREHOUSE-ID TO LOT-WAREHOUSE-ID
               MOVE WS-LT-LOT-NUMBER (WS-LT-IDX) TO LOT-NUMBER
               MOVE WS-LT-EXPIRY-DATE (WS-LT-IDX) TO LIO-EXPIRY-DATE
               MOVE WS-LT-QTY (WS-LT-IDX) TO WS-QTY-TAKE
               PERFORM 7000-ADD-TO-LOT
               IF LIO-STATUS = "00"
                   ADD WS-QTY-TAKE TO LIO-QTY-DONE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      *  Add WS-QTY-TAKE to the lot keyed in LOT-KEY, opening the
      *  lot with LIO-EXPIRY-DATE when it is not on file.
      *-----------------------------------------------------------*
       7000-ADD-TO-LOT.
           READ LOT-FILE
               KEY IS LOT-KEY
               INVALID KEY
                   MOVE LIO-EXPIRY-DATE TO LOT-EXPIRY-DATE
                   MOVE WS-TODAY TO LOT-RECEIVED-DATE
                   MOVE WS-QTY-TAKE TO LOT-QTY-RECEIVED
                   MOVE WS-QTY-TAKE TO LOT-QTY-ON-HAND
                   WRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           MOVE WS-LOT-FILE-STATUS TO LIO-STATUS
                   END-WRITE
               NOT INVALID KEY
                   IF LS-REQUEST-RECEIVE
                       ADD WS-QTY-TAKE TO LOT-QTY-RECEIVED
                   END-IF
                   ADD WS-QTY-TAKE TO LOT-QTY-ON-HAND
                   REWRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           MOVE WS-LOT-FILE-STATUS TO LIO-STATUS
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------*
      *  Load the lots the document drew for the product in the
      *  warehouse, each with what is still out (issued less
      *  restored).
      *-----------------------------------------------------------*
       7500-LOAD-ISSUED-LOTS.
           MOVE 0 TO WS-LT-COUNT
           MOVE LIO-DOC-TYPE TO LIS-DOC-TYPE
           MOVE LIO-DOC-NO TO LIS-DOC-NO
           MOVE LIO-PRODUCT-ID TO LIS-PRODUCT-ID
           MOVE LIO-WAREHOUSE-ID TO LIS-WAREHOUSE-ID
           MOVE LOW-VALUES TO LIS-LOT-NUMBER
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           START LOT-ISSUE-FILE
               KEY IS NOT LESS THAN LIS-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 7510-LOAD-ISSUED-LOT
               UNTIL WS-SCAN-EOF.

       7510-LOAD-ISSUED-LOT.
           READ LOT-ISSUE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           IF NOT WS-SCAN-EOF
               IF LIS-DOC-TYPE NOT = LIO-DOC-TYPE
                   OR LIS-DOC-NO NOT = LIO-DOC-NO
                   OR LIS-PRODUCT-ID NOT = LIO-PRODUCT-ID
                   OR LIS-WAREHOUSE-ID NOT = LIO-WAREHOUSE-ID
                   SET WS-SCAN-EOF TO TRUE
               ELSE
                   IF LIS-QTY-ISSUED > LIS-QTY-RESTORED
                       PERFORM 7900-ADD-TABLE-ENTRY
                       SET WS-LT-IDX TO WS-LT-COUNT
                       MOVE LIS-LOT-NUMBER
                           TO WS-LT-LOT-NUMBER (WS-LT-IDX)
                       MOVE LIS-EXPIRY-DATE
                           TO WS-LT-EXPIRY-DATE (WS-LT-IDX)
                       COMPUTE WS-LT-QTY (WS-LT-IDX) =
                           LIS-QTY-ISSUED - LIS-QTY-RESTORED
                       PERFORM 7950-SET-SORT-EXPIRY
                   END-IF
               END-IF
           END-IF.

       7900-ADD-TABLE-ENTRY.
      *    a lot dropped here would go unissued or unrestored -
      *    refuse to run off the end of the table instead.
           IF WS-LT-COUNT >= 100
               DISPLAY "LOTIO - LOT TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LT-COUNT.

       7950-SET-SORT-EXPIRY.
           IF WS-LT-EXPIRY-DATE (WS-LT-IDX) = 0
               MOVE 99999999 TO WS-LT-SORT-EXPIRY (WS-LT-IDX)
           ELSE
               MOVE WS-LT-EXPIRY-DATE (WS-LT-IDX)
                   TO WS-LT-SORT-EXPIRY (WS-LT-IDX)
           END-IF.

      *-----------------------------------------------------------*
      *  LOTCLS - end-of-run close, called once by the driver.
      *-----------------------------------------------------------*
       9000-CLOSE-ENTRY.
       ENTRY "LOTCLS"
           IF WS-FILE-OPEN
               CLOSE LOT-FILE
               CLOSE LOT-ISSUE-FILE
               MOVE "N" TO WS-OPEN-SWITCH
           END-IF
           GOBACK.

       END PROGRAM LOTIO.
