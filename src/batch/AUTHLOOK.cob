       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHLOOK.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------*
      *  AUTHLOOK answers an operator or supervisor code from the   *
      *  AUTHFILE authority file - role, status and dollar limits.   *
      *  The whole file is loaded on the first call and closed       *
      *  again, like SHTLOOK.  A blank or unknown code hands back     *
      *  LS-FOUND-SWITCH "N" and the caller refuses whatever was      *
      *  keyed under it.                                              *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Initial version - load-once authority
      *                    lookup.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATH-CODE
               FILE STATUS IS WS-ATH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-FILE.
       COPY AUTHREC.

       WORKING-STORAGE SECTION.
       01  WS-ATH-FILE-STATUS           PIC X(02).
       01  WS-LOADED-SWITCH             PIC X(01) VALUE "N".
           88  WS-TABLE-LOADED              VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-EOF                       VALUE "Y".

       01  WS-ROW-COUNT                 PIC 9(04) COMP VALUE 0.
       01  WS-AUTHORITY-ROWS.
           05  WS-AT-ENTRY OCCURS 500 TIMES
                       INDEXED BY WS-AT-IDX.
               10  WS-AT-CODE                 PIC X(08).
               10  WS-AT-RECORD-AREA          PIC X(72).

       LINKAGE SECTION.
       01  LS-AUTH-CODE                 PIC X(08).
       COPY AUTHREC REPLACING OPERATOR-AUTHORITY-RECORD
                              BY LS-AUTHORITY-DATA
                              LEADING ==ATH-== BY ==LSA-==.
       01  LS-FOUND-SWITCH              PIC X(01).
           88  LS-AUTHORITY-FOUND           VALUE "Y".

       PROCEDURE DIVISION USING LS-AUTH-CODE LS-AUTHORITY-DATA
               LS-FOUND-SWITCH.

       0000-MAINLINE.
           IF NOT WS-TABLE-LOADED
               PERFORM 1000-LOAD-AUTHORITY-TABLE
           END-IF
           MOVE "N" TO LS-FOUND-SWITCH
           IF LS-AUTH-CODE NOT = SPACES
               PERFORM 2000-MATCH-AUTHORITY
                   VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-ROW-COUNT
                   OR LS-AUTHORITY-FOUND
           END-IF
           GOBACK.

       1000-LOAD-AUTHORITY-TABLE.
           SET WS-TABLE-LOADED TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUTHORITY-FILE
           IF WS-ATH-FILE-STATUS = "35"
               DISPLAY "AUTHLOOK - AUTHFILE NOT FOUND - EVERY "
                   "AUTHORITY CODE WILL BE REFUSED"
           ELSE
               IF WS-ATH-FILE-STATUS NOT = "00"
                   DISPLAY "AUTHLOOK - UNABLE TO OPEN AUTHFILE - "
                       "STATUS " WS-ATH-FILE-STATUS
               ELSE
                   PERFORM 1100-READ-AUTHORITY-ROW
                   PERFORM 1200-STORE-AUTHORITY-ROW
                       UNTIL WS-EOF
                   CLOSE AUTHORITY-FILE
               END-IF
           END-IF.

       1100-READ-AUTHORITY-ROW.
           READ AUTHORITY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1200-STORE-AUTHORITY-ROW.
      *    a row dropped here refuses everything keyed under that
      *    code - refuse to run from a partial file instead.
           IF WS-ROW-COUNT >= 500
               DISPLAY "AUTHLOOK - AUTHORITY TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ROW-COUNT
           SET WS-AT-IDX TO WS-ROW-COUNT
           MOVE ATH-CODE TO WS-AT-CODE (WS-AT-IDX)
           MOVE OPERATOR-AUTHORITY-RECORD
               TO WS-AT-RECORD-AREA (WS-AT-IDX)
           PERFORM 1100-READ-AUTHORITY-ROW.

       2000-MATCH-AUTHORITY.
           IF WS-AT-CODE (WS-AT-IDX) = LS-AUTH-CODE
               MOVE WS-AT-RECORD-AREA (WS-AT-IDX)
                   TO LS-AUTHORITY-DATA
               SET LS-AUTHORITY-FOUND TO TRUE
           END-IF.

       END PROGRAM AUTHLOOK.
