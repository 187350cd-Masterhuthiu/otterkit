       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIALBAL.
       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       INSTALLATION. DISTRIBUTION-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
      *-----------------------------------------------------------*
      *  TRIALBAL is the general-ledger trial balance.  JRNLFILE     *
      *  is summarized by account for the PARM month (YYYYMM):        *
      *  every line journalized before the month is the opening       *
      *  balance (debits less credits), the month's own lines are     *
      *  its debits and credits, and later lines are left out.  The    *
      *  accounts print in COAFILE chart order with their              *
      *  description and type; any account journalized but not on      *
      *  the chart prints after them so nothing silently vanishes.      *
      *  The month's debits must equal its credits and the closing       *
      *  balances must net to zero - otherwise OUT OF BALANCE prints     *
      *  and the run ends RC=4.  Balance this before the extract is      *
      *  sent on to the ledger.                                          *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-10-15  JPS  Added program.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NO
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "TRIALRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS-FILE.
       COPY COAREC.

       FD  JOURNAL-FILE.
       COPY GLJREC.

       FD  REGISTER-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COA-FILE-STATUS           PIC X(02).
       01  WS-JRN-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-COA-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-COA-EOF                   VALUE "Y".
       01  WS-JRN-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-JRN-EOF                   VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01).
           88  WS-ENTRY-FOUND               VALUE "Y".
       01  WS-OFF-CHART-SWITCH          PIC X(01) VALUE "N".
           88  WS-OFF-CHART-HEADED          VALUE "Y".

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-REPORT-MONTH              PIC 9(06).
       01  WS-LINE-MONTH                PIC 9(06).

      *-----------------------------------------------------------*
      *  one entry per account found on JRNLFILE up to the end of
      *  the report month.
      *-----------------------------------------------------------*
       01  WS-ACCOUNT-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-ACCOUNT-TOTALS.
           05  WS-AT-ENTRY OCCURS 500 TIMES INDEXED BY WS-AT-IDX.
               10  WS-AT-ACCOUNT-NO           PIC X(08).
               10  WS-AT-OPENING              PIC S9(13)V99.
               10  WS-AT-DEBITS               PIC S9(13)V99.
               10  WS-AT-CREDITS              PIC S9(13)V99.
               10  WS-AT-PRINTED-SWITCH       PIC X(01).
                   88  WS-AT-PRINTED              VALUE "Y".

       01  WS-PRINT-ACCOUNT-NO          PIC X(08).
       01  WS-PRINT-DESCRIPTION         PIC X(30).
       01  WS-PRINT-TYPE                PIC X(01).
       01  WS-OPENING                   PIC S9(13)V99.
       01  WS-DEBITS                    PIC S9(13)V99.
       01  WS-CREDITS                   PIC S9(13)V99.
       01  WS-CLOSING                   PIC S9(13)V99.

       01  WS-TOTAL-OPENING             PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-DEBITS              PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-CREDITS             PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-CLOSING             PIC S9(15)V99 VALUE 0.

       01  WS-LINES-READ-COUNT          PIC 9(07) COMP VALUE 0.
       01  WS-LINES-LATER-COUNT         PIC 9(07) COMP VALUE 0.
       01  WS-ACCOUNTS-PRINTED-COUNT    PIC 9(07) COMP VALUE 0.
       01  WS-OFF-CHART-COUNT           PIC 9(07) COMP VALUE 0.

       01  WS-AMOUNT-EDIT-1             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-2             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-3             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT-4             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUMMARIZE-JOURNAL
           PERFORM 3000-PRINT-CHART-ACCOUNTS
           PERFORM 4000-PRINT-OFF-CHART-ACCOUNT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCOUNT-COUNT
           PERFORM 9000-PRINT-TRAILER
           CLOSE CHART-OF-ACCOUNTS-FILE REGISTER-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           IF WS-PARM-DATA (1:6) IS NUMERIC AND WS-PARM-DATA (1:6)
                   NOT = "000000"
               MOVE WS-PARM-DATA (1:6) TO WS-REPORT-MONTH
           ELSE
               DISPLAY "TRIALBAL REQUIRES A YYYYMM REPORT-MONTH "
                   "PARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WS-COA-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN COAFILE - STATUS "
                   WS-COA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRIALRPT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "GENERAL-LEDGER TRIAL BALANCE FROM JRNLFILE - "
               "MONTH " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT   DESCRIPTION                     T "
               "            OPENING              DEBITS "
               "            CREDITS             CLOSING"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
      *  2000-SUMMARIZE-JOURNAL reads JRNLFILE once, sorting each
      *  line into its account's opening balance or the month's
      *  movement by the month of its run date.
      *-----------------------------------------------------------*
       2000-SUMMARIZE-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FILE-STATUS = "35"
               SET WS-JRN-EOF TO TRUE
           ELSE
               IF WS-JRN-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN JRNLFILE - STATUS "
                       WS-JRN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-READ-JOURNAL-LINE
               PERFORM 2200-ADD-JOURNAL-LINE
                   UNTIL WS-JRN-EOF
               CLOSE JOURNAL-FILE
           END-IF.

       2100-READ-JOURNAL-LINE.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRN-EOF TO TRUE
           END-READ.

       2200-ADD-JOURNAL-LINE.
           ADD 1 TO WS-LINES-READ-COUNT
           MOVE GLJ-RUN-DATE (1:6) TO WS-LINE-MONTH
           IF WS-LINE-MONTH > WS-REPORT-MONTH
               ADD 1 TO WS-LINES-LATER-COUNT
           ELSE
               PERFORM 2300-FIND-ACCOUNT-ENTRY
               IF WS-LINE-MONTH < WS-REPORT-MONTH
                   ADD GLJ-DEBIT-AMOUNT TO WS-AT-OPENING (WS-AT-IDX)
                   SUBTRACT GLJ-CREDIT-AMOUNT
                       FROM WS-AT-OPENING (WS-AT-IDX)
               ELSE
                   ADD GLJ-DEBIT-AMOUNT TO WS-AT-DEBITS (WS-AT-IDX)
                   ADD GLJ-CREDIT-AMOUNT
                       TO WS-AT-CREDITS (WS-AT-IDX)
               END-IF
           END-IF
           PERFORM 2100-READ-JOURNAL-LINE.

      *-----------------------------------------------------------*
      *  2300-FIND-ACCOUNT-ENTRY leaves WS-AT-IDX on the line's
      *  account, adding the account when it is new.
      *-----------------------------------------------------------*
       2300-FIND-ACCOUNT-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2310-TEST-ACCOUNT-ENTRY
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCOUNT-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-AT-IDX DOWN BY 1
           ELSE
      *        an account dropped here would leave the trial
      *        balance short - refuse to run off the end instead.
               IF WS-ACCOUNT-COUNT >= 500
                   DISPLAY "TRIALBAL - ACCOUNT TABLE FULL - RAISE "
                       "THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               SET WS-AT-IDX TO WS-ACCOUNT-COUNT
               MOVE GLJ-ACCOUNT-NO TO WS-AT-ACCOUNT-NO (WS-AT-IDX)
               MOVE 0 TO WS-AT-OPENING (WS-AT-IDX)
               MOVE 0 TO WS-AT-DEBITS (WS-AT-IDX)
               MOVE 0 TO WS-AT-CREDITS (WS-AT-IDX)
               MOVE "N" TO WS-AT-PRINTED-SWITCH (WS-AT-IDX)
           END-IF.

       2310-TEST-ACCOUNT-ENTRY.
           IF WS-AT-ACCOUNT-NO (WS-AT-IDX) = GLJ-ACCOUNT-NO
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  3000-PRINT-CHART-ACCOUNTS walks COAFILE in account order
      *  and prints every account the journal has touched, active
      *  or not - an inactive account may still carry a balance.
      *-----------------------------------------------------------*
       3000-PRINT-CHART-ACCOUNTS.
           MOVE LOW-VALUES TO COA-ACCOUNT-NO
           START CHART-OF-ACCOUNTS-FILE
               KEY IS NOT LESS THAN COA-ACCOUNT-NO
               INVALID KEY
                   SET WS-COA-EOF TO TRUE
           END-START
           IF NOT WS-COA-EOF
               PERFORM 3100-READ-ACCOUNT
           END-IF
           PERFORM 3200-PRINT-ONE-ACCOUNT
               UNTIL WS-COA-EOF.

       3100-READ-ACCOUNT.
           READ CHART-OF-ACCOUNTS-FILE NEXT RECORD
               AT END
                   SET WS-COA-EOF TO TRUE
           END-READ.

       3200-PRINT-ONE-ACCOUNT.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3210-TEST-CHART-ACCOUNT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ACCOUNT-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SET WS-AT-IDX DOWN BY 1
               SET WS-AT-PRINTED (WS-AT-IDX) TO TRUE
               MOVE COA-ACCOUNT-NO TO WS-PRINT-ACCOUNT-NO
               MOVE COA-DESCRIPTION TO WS-PRINT-DESCRIPTION
               MOVE COA-ACCOUNT-TYPE TO WS-PRINT-TYPE
               PERFORM 8000-PRINT-ACCOUNT-LINE
           END-IF
           PERFORM 3100-READ-ACCOUNT.

       3210-TEST-CHART-ACCOUNT.
           IF WS-AT-ACCOUNT-NO (WS-AT-IDX) = COA-ACCOUNT-NO
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  4000-PRINT-OFF-CHART-ACCOUNT prints a journalized account
      *  COAFILE does not carry, under a heading of its own.
      *-----------------------------------------------------------*
       4000-PRINT-OFF-CHART-ACCOUNT.
           IF NOT WS-AT-PRINTED (WS-AT-IDX)
               IF NOT WS-OFF-CHART-HEADED
                   SET WS-OFF-CHART-HEADED TO TRUE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "*** JOURNALIZED ACCOUNTS NOT ON THE "
                       "CHART ***"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               ADD 1 TO WS-OFF-CHART-COUNT
               MOVE WS-AT-ACCOUNT-NO (WS-AT-IDX)
                   TO WS-PRINT-ACCOUNT-NO
               MOVE "NOT ON COAFILE" TO WS-PRINT-DESCRIPTION
               MOVE "?" TO WS-PRINT-TYPE
               PERFORM 8000-PRINT-ACCOUNT-LINE
           END-IF.

      *-----------------------------------------------------------*
      *  8000-PRINT-ACCOUNT-LINE prints the WS-AT-IDX account and
      *  adds it into the report totals.
      *-----------------------------------------------------------*
       8000-PRINT-ACCOUNT-LINE.
           ADD 1 TO WS-ACCOUNTS-PRINTED-COUNT
           MOVE WS-AT-OPENING (WS-AT-IDX) TO WS-OPENING
           MOVE WS-AT-DEBITS (WS-AT-IDX) TO WS-DEBITS
           MOVE WS-AT-CREDITS (WS-AT-IDX) TO WS-CREDITS
           COMPUTE WS-CLOSING = WS-OPENING + WS-DEBITS - WS-CREDITS
           ADD WS-OPENING TO WS-TOTAL-OPENING
           ADD WS-DEBITS TO WS-TOTAL-DEBITS
           ADD WS-CREDITS TO WS-TOTAL-CREDITS
           ADD WS-CLOSING TO WS-TOTAL-CLOSING
           MOVE WS-OPENING TO WS-AMOUNT-EDIT-1
           MOVE WS-DEBITS TO WS-AMOUNT-EDIT-2
           MOVE WS-CREDITS TO WS-AMOUNT-EDIT-3
           MOVE WS-CLOSING TO WS-AMOUNT-EDIT-4
           MOVE SPACES TO RPT-LINE
           STRING WS-PRINT-ACCOUNT-NO "  " WS-PRINT-DESCRIPTION
               "  " WS-PRINT-TYPE " "
               WS-AMOUNT-EDIT-1 " " WS-AMOUNT-EDIT-2 " "
               WS-AMOUNT-EDIT-3 " " WS-AMOUNT-EDIT-4
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9000-PRINT-TRAILER.
           MOVE WS-TOTAL-OPENING TO WS-AMOUNT-EDIT-1
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT-2
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT-3
           MOVE WS-TOTAL-CLOSING TO WS-AMOUNT-EDIT-4
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TOTALS                                      "
               WS-AMOUNT-EDIT-1 " " WS-AMOUNT-EDIT-2 " "
               WS-AMOUNT-EDIT-3 " " WS-AMOUNT-EDIT-4
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
                   AND WS-TOTAL-CLOSING = 0
               STRING "TRIAL BALANCE IS IN BALANCE"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "*** TRIAL BALANCE IS OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LINES-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "JOURNAL LINES READ .............: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LINES-LATER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "LINES AFTER THE MONTH (LEFT OUT): " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACCOUNTS-PRINTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS PRINTED ...............: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OFF-CHART-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS NOT ON THE CHART ......: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-OFF-CHART-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM TRIALBAL.
