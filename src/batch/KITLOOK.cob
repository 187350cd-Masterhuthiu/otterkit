       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITLOOK.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      *-----------------------------------------------------------*
      *  KITLOOK answers a kit's bill of materials from KITFILE.    *
      *  The whole file is loaded on the first call and closed      *
      *  again, as SUBLOOK loads its cross-reference - order entry,  *
      *  the release runs and the pick list ask once per line.       *
      *  A product with no row is not a kit: LS-FOUND-SWITCH comes   *
      *  back "N" and the caller handles the line as it always has.  *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Initial version - load-once kit
      *                    structure lookup.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-FILE ASSIGN TO "KITFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-PRODUCT-ID
               FILE STATUS IS WS-KIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KIT-FILE.
       COPY KITREC.

       WORKING-STORAGE SECTION.
       01  WS-KIT-FILE-STATUS           PIC X(02).
       01  WS-LOADED-SWITCH             PIC X(01) VALUE "N".
           88  WS-TABLE-LOADED              VALUE "Y".
       01  WS-EOF-SWITCH                PIC X(01).
           88  WS-EOF                       VALUE "Y".

       01  WS-KIT-COUNT                 PIC 9(04) COMP VALUE 0.
       01  WS-KIT-ROWS.
           05  WS-KT-ENTRY OCCURS 300 TIMES
                       INDEXED BY WS-KT-IDX.
               10  WS-KT-PRODUCT-ID           PIC X(06).
               10  WS-KT-STRUCTURE            PIC X(108).

       LINKAGE SECTION.
       01  LS-PRODUCT-ID                PIC X(06).
       01  LS-KIT-STRUCTURE             PIC X(108).
       01  LS-FOUND-SWITCH              PIC X(01).
           88  LS-KIT-FOUND                 VALUE "Y".

       PROCEDURE DIVISION USING LS-PRODUCT-ID LS-KIT-STRUCTURE
               LS-FOUND-SWITCH.

       0000-MAINLINE.
           IF NOT WS-TABLE-LOADED
               PERFORM 1000-LOAD-KIT-TABLE
           END-IF
           MOVE "N" TO LS-FOUND-SWITCH
           PERFORM 2000-MATCH-KIT
               VARYING WS-KT-IDX FROM 1 BY 1
               UNTIL WS-KT-IDX > WS-KIT-COUNT
               OR LS-KIT-FOUND
           GOBACK.

       1000-LOAD-KIT-TABLE.
           SET WS-TABLE-LOADED TO TRUE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT KIT-FILE
           IF WS-KIT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-KIT-FILE-STATUS NOT = "00"
                   DISPLAY "KITLOOK - UNABLE TO OPEN KITFILE - "
                       "STATUS " WS-KIT-FILE-STATUS
               ELSE
                   PERFORM 1100-READ-KIT-ROW
                   PERFORM 1200-STORE-KIT-ROW
                       UNTIL WS-EOF
                   CLOSE KIT-FILE
               END-IF
           END-IF.

       1100-READ-KIT-ROW.
           READ KIT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1200-STORE-KIT-ROW.
      *    a kit dropped here would issue the kit product itself,
      *    which never holds stock - refuse to run from a partial
      *    structure file instead.
           IF WS-KIT-COUNT >= 300
               DISPLAY "KITLOOK - KIT TABLE FULL - RAISE THE "
                   "TABLE AND RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-KIT-COUNT
           SET WS-KT-IDX TO WS-KIT-COUNT
           MOVE KIT-PRODUCT-ID TO WS-KT-PRODUCT-ID (WS-KT-IDX)
           MOVE KIT-STRUCTURE-RECORD TO WS-KT-STRUCTURE (WS-KT-IDX)
           PERFORM 1100-READ-KIT-ROW.

       2000-MATCH-KIT.
           IF WS-KT-PRODUCT-ID (WS-KT-IDX) = LS-PRODUCT-ID
               MOVE WS-KT-STRUCTURE (WS-KT-IDX) TO LS-KIT-STRUCTURE
               SET LS-KIT-FOUND TO TRUE
           END-IF.

       END PROGRAM KITLOOK.
