      *           run-control row (debit cash, credit A/R), plus            *
      *           the earned early-payment discounts from the               *
      *           day's audit-logged ApplyAdjustment rows (debit            *
      *           discounts allowed, credit A/R).  The day's                *
      *           returned items reverse out of NSFREV's RUNCTL             *
      *           row (debit A/R, credit cash), with the discounts          *
      *           they lose and the fees they are charged from its          *
      *           audit rows (debit A/R, credit discounts allowed           *
      *           and returned-item fee income).                            *
      *    FIN  - the month's finance charges from the period-              *
      *           stamped FINCHG audit rows (debit A/R, credit              *
      *           finance-charge income).  A period whose FIN               *
      *           already-assessed customers, so a resubmitted              *
      *           month-end reaches this step again with the same           *
      *           audit rows still on file.                                 *
      *    INV  - perpetual inventory: every PRODUCT on-hand audit           *
      *           row logged since the last INV extract, valued at          *
      *           the unit cost in force when the stock moved.  An          *
      *           issue (IssueStock, ORDRLSE, BKORLSE) debits cost of        *
      *           goods sold and relieves inventory; RestoreStock            *
      *           reverses; a RECVPOST receipt debits inventory and          *
      *           credits the receipts accrual; a CYCLCNT adjustment         *
      *           goes against inventory adjustments.  STKXFER legs          *
      *           stay inside inventory and are not journalized.  The        *
      *           PROD-STOCK-VALUE row MSTMAINT logs with a unit-cost        *
      *           change revalues the stock held at that moment.  The        *
      *           last audit timestamp journalized is kept on RUNCTL,        *
      *           so every stream that moves stock can carry the step        *
      *           and each row journals exactly once.  A movement the        *
      *           extract cannot value holds the window (RC 4): its          *
      *           whole second, and everything after, waits for the          *
      *           next run.                                                  *
      *    AP   - every VCHFILE voucher APMATCH approved and not yet          *
      *           journalized, dated on or before the run date: the           *
      *           goods the invoice bills were already debited to             *
      *           inventory by the receipt, so the voucher clears the         *
      *           receipts accrual at the value the receipt put in            *
      *           (the unit cost when it posted), takes any price or          *
      *           quantity difference to purchase-price variance, and         *
      *           credits accounts payable with the invoice amount.           *
      *           Journalized vouchers are flagged once the file              *
      *           releases, as ORD mode flags its documents.                  *
      *    RBT  - customer volume rebates: the rebate REBACCR has              *
      *           accrued to date, summed over its RUNCTL rows,                *
      *           less what earlier RBT extracts journaled (kept on            *
      *           RUNCTL under GLEXTRBT/run date zero), debits rebate          *
      *           expense and credits the rebate accrual; a fall               *
      *           reverses.  The rebate credit memo REBSETL cuts at            *
      *           a period's end draws the accrual down through ORD            *
      *           mode in place of sales returns.                              *
      *  Lines are summarized by GL account, and the journal file           *
      *  is only written - and ORD-mode documents and AP-mode               *
      *  vouchers only flagged - once debits prove equal to                 *
      *  credits; an out-of-balance extract is refused (RC=16,              *
      *  nothing released) with the register showing what was               *
      *  collected.  Which account each posting type goes to is            *
      *  read from the GLMAP table accounting maintains, and every          *
      *  account must be on the COAFILE chart of accounts and               *
      *  active - an amount for an unknown, inactive or unmapped            *
      *  account refuses the extract the same way (RC=16, nothing           *
      *  released), with the account marked on the register.                *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-09-03  JPS  Added program.
      *                    rows survive a resubmitted month-end
      *                    and were keying the month's charges
      *                    twice, balanced both times.
      *   2026-10-15  JPS  Added INV mode - cost of goods sold,
      *                    receipts, cycle-count adjustments and
      *                    cost revaluations against the inventory
      *                    account, from the product audit rows.
      *   2026-10-15  JPS  Added AP mode - approved supplier-invoice
      *                    vouchers clear the receipts accrual and
      *                    credit accounts payable, with price
      *                    differences to purchase-price variance.
      *   2026-10-15  JPS  Accounts come from the GLMAP posting-type
      *                    table and must be active on the COAFILE
      *                    chart of accounts - an unknown, inactive
      *                    or unmapped account refuses the extract.
      *   2026-10-15  JPS  CASH mode reverses NSFREV's returned
      *                    items - the cash, the discounts they
      *                    lose and the returned-item fees, to the
      *                    new NSF-FEES posting type.
      *   2026-10-15  JPS  Added RBT mode - accrued customer volume
      *                    rebates to the new REBATE-EXP and
      *                    REBATE-ACCR posting types; a rebate credit
      *                    memo in ORD mode debits the accrual.
      *   2026-10-15  JPS  INV mode holds the audit window at a
      *                    movement it cannot value instead of
      *                    passing it - the mark advances only over
      *                    rows posted or skipped as transfers.
      *                    AP mode notes the accrual is cleared at
      *                    the value the receipt put in.
      *   2026-10-15  JPS  INV mode finds the movements it cannot
      *                    value on the first pass and ends the
      *                    window before the held row's second - a
      *                    row posted in the same second left the
      *                    mark equal to the held row's stamp and
      *                    it was never picked up again.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO "VCHFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VCH-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT-NO
               FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT POSTING-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-RUN-KEY
               FILE STATUS IS WS-RCT-FILE-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
       FD  INVOICE-FILE.
       COPY INVREC.

       FD  VOUCHER-FILE.
       COPY VCHREC.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY COAREC.

       FD  POSTING-MAP-FILE.
       COPY GLMAPREC.

       FD  RUN-CONTROL-FILE.
       COPY RCTREC.

       FD  PRODUCT-MASTER-FILE.
       COPY PRODREC.

       FD  AUDIT-LOG-FILE.
       COPY AUDITREC.


       WORKING-STORAGE SECTION.
       01  WS-INV-FILE-STATUS           PIC X(02).
       01  WS-VCH-FILE-STATUS           PIC X(02).
       01  WS-COA-FILE-STATUS           PIC X(02).
       01  WS-MAP-FILE-STATUS           PIC X(02).
       01  WS-RCT-FILE-STATUS           PIC X(02).
       01  WS-PROD-FILE-STATUS          PIC X(02).
       01  WS-AUD-FILE-STATUS           PIC X(02).
       01  WS-JRN-FILE-STATUS           PIC X(02).
       01  WS-RPT-FILE-STATUS           PIC X(02).

       01  WS-INV-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-INV-EOF                   VALUE "Y".
       01  WS-VCH-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-VCH-EOF                   VALUE "Y".
       01  WS-MAP-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-MAP-EOF                   VALUE "Y".
       01  WS-AUD-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-AUD-EOF                   VALUE "Y".
       01  WS-JRN-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-JOURNAL-RELEASED          VALUE "Y".
       01  WS-PERIOD-SWITCH             PIC X(01) VALUE "N".
           88  WS-PERIOD-JOURNALIZED        VALUE "Y".
       01  WS-ACCOUNT-REFUSED-SWITCH    PIC X(01) VALUE "N".
           88  WS-ACCOUNT-REFUSED           VALUE "Y".

       01  WS-FOUND-SWITCH               PIC X(01).
           88  WS-ENTRY-FOUND                 VALUE "Y".
       01  WS-COSTED-SWITCH              PIC X(01).
           88  WS-MOVEMENT-COSTED             VALUE "Y".
       01  WS-JOURNALED-MOVE-SWITCH      PIC X(01).
           88  WS-MOVE-JOURNALED              VALUE "Y".
       01  WS-WINDOW-SWITCH              PIC X(01) VALUE "N".
           88  WS-WINDOW-HELD                 VALUE "Y".

      *-----------------------------------------------------------*
      *  the posting types this extract journals, and the ledger
      *  account each one goes to - resolved from the GLMAP table
      *  at the start of every run, in the same order as the
      *  names.  A posting type GLMAP does not map stays blank,
      *  and any amount posted to it refuses the journal.
      *-----------------------------------------------------------*
       01  WS-POSTING-TYPE-LIST.
           05  FILLER                   PIC X(12) VALUE "CASH".
           05  FILLER                   PIC X(12) VALUE "AR".
           05  FILLER                   PIC X(12) VALUE "TAX-PAYABLE".
           05  FILLER                   PIC X(12) VALUE "SALES".
           05  FILLER                   PIC X(12) VALUE "RETURNS".
           05  FILLER                   PIC X(12) VALUE "FIN-INCOME".
           05  FILLER                   PIC X(12) VALUE "FREIGHT".
           05  FILLER                   PIC X(12) VALUE "DISCOUNTS".
           05  FILLER                   PIC X(12) VALUE "INVENTORY".
           05  FILLER                   PIC X(12)
                                        VALUE "RCPT-ACCRUAL".
           05  FILLER                   PIC X(12) VALUE "COGS".
           05  FILLER                   PIC X(12) VALUE "INV-ADJUST".
           05  FILLER                   PIC X(12)
                                        VALUE "COST-REVALUE".
           05  FILLER                   PIC X(12) VALUE "AP".
           05  FILLER                   PIC X(12) VALUE "PRICE-VAR".
           05  FILLER                   PIC X(12) VALUE "NSF-FEES".
           05  FILLER                   PIC X(12) VALUE "REBATE-EXP".
           05  FILLER                   PIC X(12) VALUE "REBATE-ACCR".
       01  WS-POSTING-TYPE-TABLE REDEFINES WS-POSTING-TYPE-LIST.
           05  WS-PT-NAME               OCCURS 18 TIMES PIC X(12).
       01  WS-POSTING-ACCOUNTS.
           05  WS-ACCT-CASH             PIC X(08).
           05  WS-ACCT-AR               PIC X(08).
           05  WS-ACCT-TAX-PAYABLE      PIC X(08).
           05  WS-ACCT-SALES            PIC X(08).
           05  WS-ACCT-RETURNS          PIC X(08).
           05  WS-ACCT-FIN-INCOME       PIC X(08).
           05  WS-ACCT-FREIGHT          PIC X(08).
           05  WS-ACCT-DISCOUNTS        PIC X(08).
           05  WS-ACCT-INVENTORY        PIC X(08).
           05  WS-ACCT-RECEIPTS-ACCRUAL PIC X(08).
           05  WS-ACCT-COGS             PIC X(08).
           05  WS-ACCT-INV-ADJUST       PIC X(08).
           05  WS-ACCT-COST-REVALUE     PIC X(08).
           05  WS-ACCT-AP               PIC X(08).
           05  WS-ACCT-PRICE-VARIANCE   PIC X(08).
           05  WS-ACCT-NSF-FEES         PIC X(08).
           05  WS-ACCT-REBATE-EXPENSE   PIC X(08).
           05  WS-ACCT-REBATE-ACCRUAL   PIC X(08).
       01  WS-POSTING-ACCOUNT-TABLE REDEFINES WS-POSTING-ACCOUNTS.
           05  WS-PT-ACCOUNT            OCCURS 18 TIMES PIC X(08).
       01  WS-PT-SUB                    PIC 9(02) COMP.
       01  WS-PT-FOUND-SUB              PIC 9(02) COMP.

       01  WS-PARM-DATA                 PIC X(80).
       01  WS-RUN-MODE                  PIC X(04).
           88  WS-MODE-ORDERS               VALUE "ORD ".
           88  WS-MODE-CASH                 VALUE "CASH".
           88  WS-MODE-FINCHG               VALUE "FIN ".
           88  WS-MODE-INVENTORY            VALUE "INV ".
           88  WS-MODE-PAYABLES             VALUE "AP  ".
           88  WS-MODE-REBATE               VALUE "RBT ".
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-ASSESS-METHOD             PIC X(20).
       01  WS-WORK-ACCOUNT              PIC X(08).
       01  WS-CHARGE-AMOUNT             PIC S9(09)V99.
       01  WS-DISCOUNT-AMOUNT           PIC S9(09)V99.
       01  WS-CASH-POSTED               PIC S9(13)V99.
       01  WS-CASH-REVERSED             PIC S9(13)V99.
       01  WS-FEE-AMOUNT                PIC S9(09)V99.

      *-----------------------------------------------------------*
      *  RBT mode - the rebate accrued to date across REBACCR's
      *  RUNCTL rows, and what earlier extracts journaled of it,
      *  kept on RUNCTL under GLEXTRBT/run date zero.
      *-----------------------------------------------------------*
       01  WS-RCT-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-RCT-EOF                   VALUE "Y".
       01  WS-REBATE-ACCRUED            PIC S9(13)V99 VALUE 0.
       01  WS-REBATE-JOURNALED          PIC S9(13)V99 VALUE 0.
       01  WS-REBATE-CHANGE             PIC S9(13)V99 VALUE 0.

      *-----------------------------------------------------------*
      *  INV mode - the audit window runs from the high-water
      *  timestamp kept on RUNCTL under GLEXTINV/run date zero.
      *-----------------------------------------------------------*
       01  WS-HIGH-WATER                PIC 9(14) VALUE 0.
       01  WS-NEW-HIGH-WATER            PIC 9(14) VALUE 0.
      *  the second of the first movement that cannot be valued -
      *  nothing from that second on is posted this run.
       01  WS-HOLD-TIMESTAMP            PIC 9(14)
                                            VALUE 99999999999999.
       01  WS-MOVE-QTY                  PIC S9(09).
       01  WS-MOVE-COST                 PIC 9(07)V99.
       01  WS-MOVE-VALUE                PIC S9(11)V99.
       01  WS-OFFSET-ACCOUNT            PIC X(08).
       01  WS-MOVES-VALUED-COUNT        PIC 9(07) COMP VALUE 0.
       01  WS-MOVES-ZERO-COST-COUNT     PIC 9(07) COMP VALUE 0.
       01  WS-MOVES-UNVALUED-COUNT      PIC 9(07) COMP VALUE 0.
       01  WS-XFER-SKIPPED-COUNT        PIC 9(07) COMP VALUE 0.
       01  WS-REVALUE-COUNT             PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------*
      *  products whose unit cost changed inside the window - the
      *  cost in force as the log is walked, starting from the
      *  first change's old cost, so stock that moved before a
      *  change is valued at the cost it moved at.  A product
      *  not here moved at its PRODMAST cost all window long.
      *-----------------------------------------------------------*
       01  WS-COST-WALK-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-COST-WALK.
           05  WS-CW-ENTRY OCCURS 500 TIMES INDEXED BY WS-CW-IDX.
               10  WS-CW-PRODUCT-ID           PIC X(06).
               10  WS-CW-COST                 PIC 9(07)V99.
       01  WS-SEARCH-PRODUCT-ID         PIC X(06).

      *-----------------------------------------------------------*
      *  products not on PRODMAST that moved inside the window,
      *  with the first such movement - noted on the first pass.
      *  One still without a cost-walk entry when the pass ends
      *  cannot be valued, and the earliest holds the window.
      *-----------------------------------------------------------*
       01  WS-UNCOSTED-COUNT            PIC 9(03) COMP VALUE 0.
       01  WS-UNCOSTED-MOVES.
           05  WS-UC-ENTRY OCCURS 100 TIMES INDEXED BY WS-UC-IDX.
               10  WS-UC-PRODUCT-ID           PIC X(06).
               10  WS-UC-SOURCE-METHOD        PIC X(20).
               10  WS-UC-TIMESTAMP            PIC 9(14).

      *-----------------------------------------------------------*
      *  journal lines summarized by account - the whole day fits
               10  WS-AC-ACCOUNT-NO           PIC X(08).
               10  WS-AC-DEBIT                PIC S9(11)V99.
               10  WS-AC-CREDIT               PIC S9(11)V99.
               10  WS-AC-REFUSED-TEXT         PIC X(24).

       01  WS-TOTAL-DEBITS              PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITS             PIC S9(13)V99 VALUE 0.
                   IF NOT WS-PERIOD-JOURNALIZED
                       PERFORM 5000-EXTRACT-FIN-CHARGES
                   END-IF
               WHEN WS-MODE-INVENTORY
                   PERFORM 6000-EXTRACT-INVENTORY
               WHEN WS-MODE-PAYABLES
                   PERFORM 3000-EXTRACT-VOUCHERS
               WHEN WS-MODE-REBATE
                   PERFORM 5500-EXTRACT-REBATES
           END-EVALUATE
           IF NOT WS-PERIOD-JOURNALIZED
               PERFORM 8000-PRINT-REGISTER
               PERFORM 9000-RELEASE-JOURNAL THRU 9000-EXIT
           END-IF
           IF WS-MODE-ORDERS AND WS-JOURNAL-RELEASED
               PERFORM 2500-FLAG-DOCUMENTS
           END-IF
           IF WS-MODE-INVENTORY AND WS-JOURNAL-RELEASED
               PERFORM 6800-ADVANCE-HIGH-WATER
           END-IF
           IF WS-MODE-PAYABLES AND WS-JOURNAL-RELEASED
               PERFORM 3500-FLAG-VOUCHERS
           END-IF
           IF WS-MODE-REBATE AND WS-JOURNAL-RELEASED
               PERFORM 5800-ADVANCE-REBATE-MARK
           END-IF
           CLOSE CHART-OF-ACCOUNTS-FILE REGISTER-FILE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-DATA FROM COMMAND-LINE
           MOVE WS-PARM-DATA (1:4) TO WS-RUN-MODE
           IF NOT WS-MODE-ORDERS AND NOT WS-MODE-CASH
                   AND NOT WS-MODE-FINCHG AND NOT WS-MODE-INVENTORY
                   AND NOT WS-MODE-PAYABLES AND NOT WS-MODE-REBATE
               DISPLAY "GLEXTR REQUIRES A MODE PARM - ORD, CASH, "
                   "FIN, INV, AP OR RBT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           IF WS-COA-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN COAFILE - STATUS "
                   WS-COA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-POSTING-MAP.

      *-----------------------------------------------------------*
      *  1100-LOAD-POSTING-MAP resolves each posting type to its
      *  account from GLMAP.  A GLMAP row for a posting type this
      *  program does not know, and a posting type GLMAP leaves
      *  unmapped, are both noted on the register; only an amount
      *  actually posted to an unmapped type refuses the journal.
      *-----------------------------------------------------------*
       1100-LOAD-POSTING-MAP.
           MOVE SPACES TO WS-POSTING-ACCOUNTS
           OPEN INPUT POSTING-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GLMAP - STATUS "
                   WS-MAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-MAP-ROW
           PERFORM 1120-STORE-MAP-ROW
               UNTIL WS-MAP-EOF
           CLOSE POSTING-MAP-FILE
           PERFORM 1140-NOTE-UNMAPPED-TYPE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > 18.

       1110-READ-MAP-ROW.
           READ POSTING-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
           END-READ.

       1120-STORE-MAP-ROW.
           MOVE 0 TO WS-PT-FOUND-SUB
           PERFORM 1130-FIND-POSTING-TYPE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > 18
           IF WS-PT-FOUND-SUB > 0
               MOVE MAP-ACCOUNT-NO TO WS-PT-ACCOUNT (WS-PT-FOUND-SUB)
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "GLMAP POSTING TYPE " MAP-POSTING-TYPE
                   " IS NOT ONE GLEXTR JOURNALS - IGNORED"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 1110-READ-MAP-ROW.

       1130-FIND-POSTING-TYPE.
           IF WS-PT-NAME (WS-PT-SUB) = MAP-POSTING-TYPE
               MOVE WS-PT-SUB TO WS-PT-FOUND-SUB
           END-IF.

       1140-NOTE-UNMAPPED-TYPE.
           IF WS-PT-ACCOUNT (WS-PT-SUB) = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "POSTING TYPE " WS-PT-NAME (WS-PT-SUB)
                   " IS NOT MAPPED ON GLMAP"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *-----------------------------------------------------------*
      *  2000-EXTRACT-DOCUMENTS collects every billing document
                   INV-DOC-AMOUNT + INV-TAX-AMOUNT
                   + INV-FREIGHT-AMOUNT
               IF INV-TYPE-CREDIT-MEMO
      *            a rebate credit pays out what RBT mode accrued.
                   IF INV-REBATE-CREDIT
                       MOVE WS-ACCT-REBATE-ACCRUAL TO WS-WORK-ACCOUNT
                   ELSE
                       MOVE WS-ACCT-RETURNS TO WS-WORK-ACCOUNT
                   END-IF
                   MOVE INV-DOC-AMOUNT TO WS-WORK-DEBIT
                   MOVE 0 TO WS-WORK-CREDIT
                   PERFORM 7000-ADD-JOURNAL-AMOUNT
           END-IF
           PERFORM 2100-READ-INVOICE.

      *-----------------------------------------------------------*
      *  3000-EXTRACT-VOUCHERS collects every approved AP voucher
      *  not yet journalized, dated on or before the run date.  The
      *  flags are only set once the journal has released, in 3500.
      *-----------------------------------------------------------*
       3000-EXTRACT-VOUCHERS.
           OPEN INPUT VOUCHER-FILE
           IF WS-VCH-FILE-STATUS = "35"
               SET WS-VCH-EOF TO TRUE
           ELSE
               IF WS-VCH-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN VCHFILE - STATUS "
                       WS-VCH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3100-READ-VOUCHER
               PERFORM 3200-POST-ONE-VOUCHER
                   UNTIL WS-VCH-EOF
               CLOSE VOUCHER-FILE
           END-IF.

       3100-READ-VOUCHER.
           READ VOUCHER-FILE
               AT END
                   SET WS-VCH-EOF TO TRUE
           END-READ.

      *-----------------------------------------------------------*
      *  3200-POST-ONE-VOUCHER - the receipt already debited
      *  inventory and credited the receipts accrual at the unit
      *  cost when it posted, and the voucher's accrued amount is
      *  that same value (APMATCH relieves the PO line's received
      *  value), so the voucher clears the accrual, puts the
      *  difference to purchase-price variance (a credit when the
      *  vendor billed under the accrual) and owes the vendor the
      *  invoice amount.
      *-----------------------------------------------------------*
       3200-POST-ONE-VOUCHER.
           IF NOT VCH-JOURNALIZED
               AND VCH-VOUCHER-DATE <= WS-RUN-DATE
               ADD 1 TO WS-DOCS-SELECTED-COUNT
               MOVE WS-ACCT-RECEIPTS-ACCRUAL TO WS-WORK-ACCOUNT
               MOVE VCH-ACCRUED-AMOUNT TO WS-WORK-DEBIT
               MOVE 0 TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
               MOVE WS-ACCT-PRICE-VARIANCE TO WS-WORK-ACCOUNT
               IF VCH-VARIANCE-AMOUNT < 0
                   MOVE 0 TO WS-WORK-DEBIT
                   COMPUTE WS-WORK-CREDIT = 0 - VCH-VARIANCE-AMOUNT
               ELSE
                   MOVE VCH-VARIANCE-AMOUNT TO WS-WORK-DEBIT
                   MOVE 0 TO WS-WORK-CREDIT
               END-IF
               PERFORM 7000-ADD-JOURNAL-AMOUNT
               MOVE WS-ACCT-AP TO WS-WORK-ACCOUNT
               MOVE 0 TO WS-WORK-DEBIT
               MOVE VCH-INVOICE-AMOUNT TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
           END-IF
           PERFORM 3100-READ-VOUCHER.

      *-----------------------------------------------------------*
      *  3500-FLAG-VOUCHERS re-reads the voucher file and stamps
      *  the vouchers the released journal covered - the same
      *  selection 3200 made.  A refused extract flags nothing.
      *-----------------------------------------------------------*
       3500-FLAG-VOUCHERS.
           MOVE "N" TO WS-VCH-EOF-SWITCH
           MOVE 0 TO WS-DOCS-FLAGGED-COUNT
           OPEN I-O VOUCHER-FILE
           IF WS-VCH-FILE-STATUS = "35"
               SET WS-VCH-EOF TO TRUE
           ELSE
               IF WS-VCH-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REOPEN VCHFILE - STATUS "
                       WS-VCH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3100-READ-VOUCHER
               PERFORM 3600-FLAG-ONE-VOUCHER
                   UNTIL WS-VCH-EOF
               CLOSE VOUCHER-FILE
           END-IF
           MOVE WS-DOCS-FLAGGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "VOUCHERS FLAGGED JOURNALIZED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       3600-FLAG-ONE-VOUCHER.
           IF NOT VCH-JOURNALIZED
               AND VCH-VOUCHER-DATE <= WS-RUN-DATE
               MOVE "Y" TO VCH-JOURNAL-SWITCH
               REWRITE VOUCHER-RECORD
               IF WS-VCH-FILE-STATUS NOT = "00"
      *            an unflagged voucher double-journals on the
      *            next pass - stop for repair instead.
                   DISPLAY "VCHFILE REWRITE FAILED - STATUS "
                       WS-VCH-FILE-STATUS " VOUCHER "
                       VCH-VOUCHER-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DOCS-FLAGGED-COUNT
           END-IF
           PERFORM 3100-READ-VOUCHER.

      *-----------------------------------------------------------*
      *  4000-EXTRACT-CASH journals the cash CASHAPP actually
      *  posted today, from its RUNCTL run-control row - the
      *  PAYMENT rows carry the bank's remittance date, which is
      *  routinely days before the posting day and selected
      *  nothing.  No row means no cash run today.  The cash
      *  NSFREV took back for returned items is on its own row
      *  and reverses the entry.
      *-----------------------------------------------------------*
       4000-EXTRACT-CASH.
           MOVE 0 TO WS-CASH-POSTED
           MOVE 0 TO WS-CASH-REVERSED
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCT-FILE-STATUS = "35"
               CONTINUE
                   NOT INVALID KEY
                       MOVE RCT-AMOUNT-TOTAL TO WS-CASH-POSTED
               END-READ
               MOVE "NSFREV  " TO RCT-PROGRAM-ID
               MOVE WS-RUN-DATE TO RCT-RUN-DATE
               READ RUN-CONTROL-FILE
                   KEY IS RCT-RUN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCT-AMOUNT-TOTAL TO WS-CASH-REVERSED
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-CASH-POSTED NOT = 0
               MOVE 0 TO WS-WORK-DEBIT
               MOVE WS-CASH-POSTED TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
           END-IF
           IF WS-CASH-REVERSED NOT = 0
               MOVE WS-ACCT-AR TO WS-WORK-ACCOUNT
               MOVE WS-CASH-REVERSED TO WS-WORK-DEBIT
               MOVE 0 TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
               MOVE WS-ACCT-CASH TO WS-WORK-ACCOUNT
               MOVE 0 TO WS-WORK-DEBIT
               MOVE WS-CASH-REVERSED TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
           END-IF.

      *-----------------------------------------------------------*
      *  discounts CASHAPP posted today - the audit-logged
      *  ApplyAdjustment rows are the only record of them, and
      *  without this entry the discount reduced A/R on the books
      *  with no journal source at all.  NSFREV's audit rows for
      *  the same day give back the discounts a returned item
      *  loses and charge its fee.
      *-----------------------------------------------------------*
       4500-EXTRACT-DISCOUNTS.
           OPEN INPUT AUDIT-LOG-FILE
               MOVE WS-DISCOUNT-AMOUNT TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
           END-IF
           IF AUD-SOURCE-METHOD = "NSFREV"
               AND AUD-TIMESTAMP (1:8) = WS-RUN-DATE
               PERFORM 4700-POST-ONE-RETURNED-ITEM
           END-IF
           PERFORM 5100-READ-AUDIT-ROW.

      *-----------------------------------------------------------*
      *  4700-POST-ONE-RETURNED-ITEM - both NSFREV adjustments
      *  raised the balance, so new less old is the amount.  The
      *  returned cash itself comes off RUNCTL in 4000.
      *-----------------------------------------------------------*
       4700-POST-ONE-RETURNED-ITEM.
           IF AUD-FIELD-NAME = "DISCOUNT REVERSED"
               OR AUD-FIELD-NAME = "RETURNED-ITEM FEE"
               COMPUTE WS-FEE-AMOUNT =
                   FUNCTION NUMVAL (AUD-NEW-VALUE)
                   - FUNCTION NUMVAL (AUD-OLD-VALUE)
               MOVE WS-ACCT-AR TO WS-WORK-ACCOUNT
               MOVE WS-FEE-AMOUNT TO WS-WORK-DEBIT
               MOVE 0 TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
               IF AUD-FIELD-NAME = "DISCOUNT REVERSED"
                   MOVE WS-ACCT-DISCOUNTS TO WS-WORK-ACCOUNT
               ELSE
                   MOVE WS-ACCT-NSF-FEES TO WS-WORK-ACCOUNT
               END-IF
               MOVE 0 TO WS-WORK-DEBIT
               MOVE WS-FEE-AMOUNT TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
           END-IF.

      *-----------------------------------------------------------*
      *  4800-CHECK-PERIOD-JOURNALIZED refuses a FIN extract whose
      *  period is already on JRNLFILE.  The FINCHG audit rows
           END-IF
           PERFORM 5100-READ-AUDIT-ROW.

      *-----------------------------------------------------------*
      *  5500-EXTRACT-REBATES journals the change in the volume
      *  rebate accrued since the last RBT extract.  REBACCR
      *  leaves one RUNCTL row per accrual date carrying the
      *  change it made to the customers' accruals, so their sum
      *  is the accrual to date; GLEXTRBT holds the part already
      *  journaled.  A rerun of REBACCR only adds the difference
      *  it finds, so nothing here counts twice.
      *-----------------------------------------------------------*
       5500-EXTRACT-REBATES.
           MOVE 0 TO WS-REBATE-ACCRUED
           MOVE 0 TO WS-REBATE-JOURNALED
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-RCT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN RUNCTL - STATUS "
                       WS-RCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "GLEXTRBT" TO RCT-PROGRAM-ID
               MOVE 0 TO RCT-RUN-DATE
               READ RUN-CONTROL-FILE
                   KEY IS RCT-RUN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCT-AMOUNT-TOTAL TO WS-REBATE-JOURNALED
               END-READ
               MOVE "REBACCR " TO RCT-PROGRAM-ID
               MOVE 0 TO RCT-RUN-DATE
               START RUN-CONTROL-FILE
                   KEY IS NOT LESS THAN RCT-RUN-KEY
                   INVALID KEY
                       SET WS-RCT-EOF TO TRUE
               END-START
               IF NOT WS-RCT-EOF
                   PERFORM 5510-READ-NEXT-CONTROL-ROW
               END-IF
               PERFORM 5520-ADD-ONE-ACCRUAL-ROW
                   UNTIL WS-RCT-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF
           COMPUTE WS-REBATE-CHANGE =
               WS-REBATE-ACCRUED - WS-REBATE-JOURNALED
           IF WS-REBATE-CHANGE > 0
               MOVE WS-ACCT-REBATE-EXPENSE TO WS-WORK-ACCOUNT
               MOVE WS-REBATE-CHANGE TO WS-WORK-DEBIT
               MOVE 0 TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
               MOVE WS-ACCT-REBATE-ACCRUAL TO WS-WORK-ACCOUNT
               MOVE 0 TO WS-WORK-DEBIT
               MOVE WS-REBATE-CHANGE TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
           END-IF
           IF WS-REBATE-CHANGE < 0
               MOVE WS-ACCT-REBATE-ACCRUAL TO WS-WORK-ACCOUNT
               COMPUTE WS-WORK-DEBIT = 0 - WS-REBATE-CHANGE
               MOVE 0 TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
               MOVE WS-ACCT-REBATE-EXPENSE TO WS-WORK-ACCOUNT
               MOVE 0 TO WS-WORK-DEBIT
               COMPUTE WS-WORK-CREDIT = 0 - WS-REBATE-CHANGE
               PERFORM 7000-ADD-JOURNAL-AMOUNT
           END-IF
           MOVE WS-REBATE-ACCRUED TO WS-AMOUNT-EDIT-1
           MOVE WS-REBATE-JOURNALED TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO RPT-LINE
           STRING "REBATE ACCRUED TO DATE " WS-AMOUNT-EDIT-1
               "   JOURNALED BEFORE " WS-AMOUNT-EDIT-2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       5510-READ-NEXT-CONTROL-ROW.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-RCT-EOF TO TRUE
           END-READ.

      *    the rows are in key order, so the first row past the
      *    run date or past REBACCR's own rows ends the scan.
       5520-ADD-ONE-ACCRUAL-ROW.
           IF RCT-PROGRAM-ID NOT = "REBACCR "
               OR RCT-RUN-DATE > WS-RUN-DATE
               SET WS-RCT-EOF TO TRUE
           ELSE
               ADD RCT-AMOUNT-TOTAL TO WS-REBATE-ACCRUED
               PERFORM 5510-READ-NEXT-CONTROL-ROW
           END-IF.

      *-----------------------------------------------------------*
      *  5800-ADVANCE-REBATE-MARK records the accrual the released
      *  journal has now covered - only after release, so a
      *  refused extract journals the same change on the rerun.
      *-----------------------------------------------------------*
       5800-ADVANCE-REBATE-MARK.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCT-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-RCT-FILE-STATUS NOT = "00"
      *        the journal is already out - a mark left behind
      *        double-journals on the next pass, so stop for repair.
               DISPLAY "UNABLE TO OPEN RUNCTL - STATUS "
                   WS-RCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GLEXTRBT" TO RCT-PROGRAM-ID
           MOVE 0 TO RCT-RUN-DATE
           READ RUN-CONTROL-FILE
               KEY IS RCT-RUN-KEY
               INVALID KEY
                   MOVE 0 TO RCT-READ-COUNT RCT-POSTED-COUNT
                       RCT-EXCEPT-COUNT RCT-QTY-TOTAL
                       RCT-QTY-TOTAL-2
                   COMPUTE RCT-TIMESTAMP = WS-RUN-DATE * 1000000
                   MOVE WS-REBATE-ACCRUED TO RCT-AMOUNT-TOTAL
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   COMPUTE RCT-TIMESTAMP = WS-RUN-DATE * 1000000
                   MOVE WS-REBATE-ACCRUED TO RCT-AMOUNT-TOTAL
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           IF WS-RCT-FILE-STATUS NOT = "00"
               DISPLAY "RUNCTL REBATE MARK WRITE FAILED - STATUS "
                   WS-RCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CONTROL-FILE.

      *-----------------------------------------------------------*
      *  6000-EXTRACT-INVENTORY journals the stock movements the
      *  product audit rows record since the last INV extract.
      *  The first pass notes which products changed cost inside
      *  the window and which movements no cost can be found for;
      *  the second values each movement at the cost in force as
      *  the log is walked, stopping short of any held second.
      *-----------------------------------------------------------*
       6000-EXTRACT-INVENTORY.
           PERFORM 6050-READ-HIGH-WATER
           MOVE WS-HIGH-WATER TO WS-NEW-HIGH-WATER
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRODMAST - STATUS "
                   WS-PROD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-FILE-STATUS = "35"
               SET WS-AUD-EOF TO TRUE
           ELSE
               IF WS-AUD-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN AUDITLOG - STATUS "
                       WS-AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 5100-READ-AUDIT-ROW
               PERFORM 6100-NOTE-COST-CHANGE
                   UNTIL WS-AUD-EOF
               PERFORM 6150-TEST-UNCOSTED-MOVE
                   VARYING WS-UC-IDX FROM 1 BY 1
                   UNTIL WS-UC-IDX > WS-UNCOSTED-COUNT
                   OR WS-WINDOW-HELD
               CLOSE AUDIT-LOG-FILE
               MOVE "N" TO WS-AUD-EOF-SWITCH
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AUD-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO REOPEN AUDITLOG - STATUS "
                       WS-AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 5100-READ-AUDIT-ROW
               PERFORM 6200-POST-ONE-MOVEMENT
                   UNTIL WS-AUD-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF
           CLOSE PRODUCT-MASTER-FILE.

      *-----------------------------------------------------------*
      *  6050-READ-HIGH-WATER - no GLEXTINV row yet means no INV
      *  extract has ever run and the whole log is in the window.
      *-----------------------------------------------------------*
       6050-READ-HIGH-WATER.
           MOVE 0 TO WS-HIGH-WATER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-RCT-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN RUNCTL - STATUS "
                       WS-RCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "GLEXTINV" TO RCT-PROGRAM-ID
               MOVE 0 TO RCT-RUN-DATE
               READ RUN-CONTROL-FILE
                   KEY IS RCT-RUN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCT-TIMESTAMP TO WS-HIGH-WATER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       6100-NOTE-COST-CHANGE.
           IF AUD-TIMESTAMP > WS-HIGH-WATER
               AND AUD-TIMESTAMP (1:8) <= WS-RUN-DATE
               AND AUD-SOURCE-CLASS = "PRODUCT"
               AND AUD-FIELD-NAME = "PROD-UNIT-COST"
               MOVE AUD-OBJECT-KEY (1:6) TO WS-SEARCH-PRODUCT-ID
               PERFORM 6400-FIND-COST-WALK-ENTRY
               IF NOT WS-ENTRY-FOUND
      *            a product missing here would value its early
      *            movements at the changed cost - refuse to run
      *            off the end of the table instead.
                   IF WS-COST-WALK-COUNT >= 500
                       DISPLAY "GLEXTR - COST-CHANGE TABLE FULL - "
                           "RAISE THE TABLE AND RERUN"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COST-WALK-COUNT
                   SET WS-CW-IDX TO WS-COST-WALK-COUNT
                   MOVE AUD-OBJECT-KEY (1:6)
                       TO WS-CW-PRODUCT-ID (WS-CW-IDX)
      *            the first change's old cost is the cost the
      *            window opened at.
                   COMPUTE WS-CW-COST (WS-CW-IDX) =
                       FUNCTION NUMVAL (AUD-OLD-VALUE)
               END-IF
           END-IF
           IF AUD-TIMESTAMP > WS-HIGH-WATER
               AND AUD-TIMESTAMP (1:8) <= WS-RUN-DATE
               AND AUD-SOURCE-CLASS = "PRODUCT"
               AND AUD-FIELD-NAME = "PROD-QTY-ON-HAND"
               PERFORM 6600-SET-OFFSET-ACCOUNT
               IF WS-MOVE-JOURNALED
                   MOVE AUD-OBJECT-KEY (1:6) TO PROD-ID
                   READ PRODUCT-MASTER-FILE
                       KEY IS PROD-ID
                       INVALID KEY
                           PERFORM 6110-NOTE-UNCOSTED-MOVE
                   END-READ
               END-IF
           END-IF
           PERFORM 5100-READ-AUDIT-ROW.

      *-----------------------------------------------------------*
      *  6110-NOTE-UNCOSTED-MOVE keeps the first movement of each
      *  product PRODMAST no longer carries - a cost change later
      *  in the window may still value it from the cost walk.
      *-----------------------------------------------------------*
       6110-NOTE-UNCOSTED-MOVE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 6120-TEST-UNCOSTED-ENTRY
               VARYING WS-UC-IDX FROM 1 BY 1
               UNTIL WS-UC-IDX > WS-UNCOSTED-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
      *        a movement dropped here would be posted at no cost
      *        at all - refuse to run off the end of the table.
               IF WS-UNCOSTED-COUNT >= 100
                   DISPLAY "GLEXTR - UNCOSTED-MOVEMENT TABLE FULL - "
                       "RAISE THE TABLE AND RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-UNCOSTED-COUNT
               SET WS-UC-IDX TO WS-UNCOSTED-COUNT
               MOVE AUD-OBJECT-KEY (1:6)
                   TO WS-UC-PRODUCT-ID (WS-UC-IDX)
               MOVE AUD-SOURCE-METHOD
                   TO WS-UC-SOURCE-METHOD (WS-UC-IDX)
               MOVE AUD-TIMESTAMP TO WS-UC-TIMESTAMP (WS-UC-IDX)
           END-IF.

       6120-TEST-UNCOSTED-ENTRY.
           IF WS-UC-PRODUCT-ID (WS-UC-IDX) = AUD-OBJECT-KEY (1:6)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  6150-TEST-UNCOSTED-MOVE - the first noted movement whose
      *  product the cost walk does not carry either holds the
      *  window at its second.  The entries are in log order, so
      *  it is the earliest movement the extract cannot value.
      *-----------------------------------------------------------*
       6150-TEST-UNCOSTED-MOVE.
           MOVE WS-UC-PRODUCT-ID (WS-UC-IDX) TO WS-SEARCH-PRODUCT-ID
           PERFORM 6400-FIND-COST-WALK-ENTRY
           IF NOT WS-ENTRY-FOUND
               SET WS-WINDOW-HELD TO TRUE
               MOVE WS-UC-TIMESTAMP (WS-UC-IDX) TO WS-HOLD-TIMESTAMP
               ADD 1 TO WS-MOVES-UNVALUED-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "PRODUCT " WS-UC-PRODUCT-ID (WS-UC-IDX)
                   " NOT ON PRODMAST - "
                   WS-UC-SOURCE-METHOD (WS-UC-IDX)
                   " MOVEMENT AT " WS-UC-TIMESTAMP (WS-UC-IDX)
                   " NOT VALUED"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "AUDIT WINDOW HELD AT " WS-HOLD-TIMESTAMP
                   " - THAT SECOND AND LATER WAIT FOR THE NEXT EXTRACT"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------*
      *  6200-POST-ONE-MOVEMENT journals one product audit row in
      *  the window and advances the high-water mark past it.  A
      *  held window ends before the held row's second: the audit
      *  log is stamped to the second and the mark is compared on
      *  it, so every row in that second - posted or not - must
      *  be left for the next extract to start from.
      *-----------------------------------------------------------*
       6200-POST-ONE-MOVEMENT.
           IF AUD-TIMESTAMP > WS-HIGH-WATER
               AND AUD-TIMESTAMP (1:8) <= WS-RUN-DATE
               AND AUD-TIMESTAMP < WS-HOLD-TIMESTAMP
               IF AUD-SOURCE-CLASS = "PRODUCT"
                   EVALUATE AUD-FIELD-NAME
                       WHEN "PROD-QTY-ON-HAND"
                           PERFORM 6300-POST-STOCK-MOVEMENT
                               THRU 6300-EXIT
                       WHEN "PROD-UNIT-COST"
                           MOVE AUD-OBJECT-KEY (1:6)
                               TO WS-SEARCH-PRODUCT-ID
                           PERFORM 6400-FIND-COST-WALK-ENTRY
                           IF WS-ENTRY-FOUND
                               COMPUTE WS-CW-COST (WS-CW-IDX) =
                                   FUNCTION NUMVAL (AUD-NEW-VALUE)
                           END-IF
                       WHEN "PROD-STOCK-VALUE"
      *                    MSTMAINT logged what the stock held at
      *                    the change was worth at the old and the
      *                    new cost - the difference revalues it.
                           COMPUTE WS-OLD-NUM =
                               FUNCTION NUMVAL (AUD-OLD-VALUE)
                           COMPUTE WS-NEW-NUM =
                               FUNCTION NUMVAL (AUD-NEW-VALUE)
                           COMPUTE WS-MOVE-VALUE =
                               WS-NEW-NUM - WS-OLD-NUM
                           MOVE WS-ACCT-COST-REVALUE
                               TO WS-OFFSET-ACCOUNT
                           PERFORM 6900-POST-INVENTORY-PAIR
                           ADD 1 TO WS-REVALUE-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               MOVE AUD-TIMESTAMP TO WS-NEW-HIGH-WATER
           END-IF
           PERFORM 5100-READ-AUDIT-ROW.

       6300-POST-STOCK-MOVEMENT.
           PERFORM 6600-SET-OFFSET-ACCOUNT
           IF NOT WS-MOVE-JOURNALED
      *        a transfer leg moves stock between warehouses
      *        and onto the truck - it never leaves inventory.
               ADD 1 TO WS-XFER-SKIPPED-COUNT
               GO TO 6300-EXIT
           END-IF
           COMPUTE WS-MOVE-QTY =
               FUNCTION NUMVAL (AUD-NEW-VALUE)
               - FUNCTION NUMVAL (AUD-OLD-VALUE)
           PERFORM 6500-GET-MOVEMENT-COST
           IF NOT WS-MOVEMENT-COSTED
      *        the first pass held the window short of every
      *        movement it could not cost - one here means PRODMAST
      *        changed under the extract, so release nothing.
               DISPLAY "GLEXTR - PRODUCT " AUD-OBJECT-KEY
                   " MOVEMENT AT " AUD-TIMESTAMP
                   " LOST ITS COST DURING THE EXTRACT - RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MOVE-COST = 0
               ADD 1 TO WS-MOVES-ZERO-COST-COUNT
           END-IF
           COMPUTE WS-MOVE-VALUE = WS-MOVE-QTY * WS-MOVE-COST
           PERFORM 6900-POST-INVENTORY-PAIR
           ADD 1 TO WS-MOVES-VALUED-COUNT.
       6300-EXIT.
           EXIT.

       6400-FIND-COST-WALK-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 6410-TEST-COST-WALK-ENTRY
               VARYING WS-CW-IDX FROM 1 BY 1
               UNTIL WS-CW-IDX > WS-COST-WALK-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
      *        the find loop leaves the index one past the match
               SET WS-CW-IDX DOWN BY 1
           END-IF.

       6410-TEST-COST-WALK-ENTRY.
           IF WS-CW-PRODUCT-ID (WS-CW-IDX) = WS-SEARCH-PRODUCT-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       6500-GET-MOVEMENT-COST.
           SET WS-MOVEMENT-COSTED TO TRUE
           MOVE AUD-OBJECT-KEY (1:6) TO WS-SEARCH-PRODUCT-ID
           PERFORM 6400-FIND-COST-WALK-ENTRY
           IF WS-ENTRY-FOUND
               MOVE WS-CW-COST (WS-CW-IDX) TO WS-MOVE-COST
           ELSE
               MOVE AUD-OBJECT-KEY (1:6) TO PROD-ID
               READ PRODUCT-MASTER-FILE
                   KEY IS PROD-ID
                   INVALID KEY
                       MOVE "N" TO WS-COSTED-SWITCH
                   NOT INVALID KEY
                       MOVE PROD-UNIT-COST TO WS-MOVE-COST
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      *  6600-SET-OFFSET-ACCOUNT - the account a stock movement
      *  posts against, by the program that moved it.  Transfer
      *  legs are not journalized.
      *-----------------------------------------------------------*
       6600-SET-OFFSET-ACCOUNT.
           SET WS-MOVE-JOURNALED TO TRUE
           EVALUATE AUD-SOURCE-METHOD
               WHEN "IssueStock"
               WHEN "RestoreStock"
               WHEN "ORDRLSE"
               WHEN "BKORLSE"
                   MOVE WS-ACCT-COGS TO WS-OFFSET-ACCOUNT
               WHEN "RECVPOST"
                   MOVE WS-ACCT-RECEIPTS-ACCRUAL TO WS-OFFSET-ACCOUNT
               WHEN "CYCLCNT"
                   MOVE WS-ACCT-INV-ADJUST TO WS-OFFSET-ACCOUNT
               WHEN OTHER
                   MOVE "N" TO WS-JOURNALED-MOVE-SWITCH
           END-EVALUATE.

      *-----------------------------------------------------------*
      *  6800-ADVANCE-HIGH-WATER records the last audit row the
      *  released journal covered - only after release, so a
      *  refused extract leaves the window where it was.
      *-----------------------------------------------------------*
       6800-ADVANCE-HIGH-WATER.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RCT-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-RCT-FILE-STATUS NOT = "00"
      *        the journal is already out - a window left behind
      *        double-journals on the next pass, so stop for repair.
               DISPLAY "UNABLE TO OPEN RUNCTL - STATUS "
                   WS-RCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GLEXTINV" TO RCT-PROGRAM-ID
           MOVE 0 TO RCT-RUN-DATE
           READ RUN-CONTROL-FILE
               KEY IS RCT-RUN-KEY
               INVALID KEY
                   MOVE 0 TO RCT-READ-COUNT RCT-POSTED-COUNT
                       RCT-EXCEPT-COUNT RCT-QTY-TOTAL
                       RCT-QTY-TOTAL-2 RCT-AMOUNT-TOTAL
                   MOVE WS-NEW-HIGH-WATER TO RCT-TIMESTAMP
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   MOVE WS-NEW-HIGH-WATER TO RCT-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
           END-READ
           IF WS-RCT-FILE-STATUS NOT = "00"
               DISPLAY "RUNCTL HIGH-WATER WRITE FAILED - STATUS "
                   WS-RCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CONTROL-FILE.

      *-----------------------------------------------------------*
      *  6900-POST-INVENTORY-PAIR - a positive value adds to
      *  inventory against the offset account, a negative value
      *  relieves it.
      *-----------------------------------------------------------*
       6900-POST-INVENTORY-PAIR.
           IF WS-MOVE-VALUE > 0
               MOVE WS-ACCT-INVENTORY TO WS-WORK-ACCOUNT
               MOVE WS-MOVE-VALUE TO WS-WORK-DEBIT
               MOVE 0 TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
               MOVE WS-OFFSET-ACCOUNT TO WS-WORK-ACCOUNT
               MOVE 0 TO WS-WORK-DEBIT
               MOVE WS-MOVE-VALUE TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
           END-IF
           IF WS-MOVE-VALUE < 0
               MOVE WS-OFFSET-ACCOUNT TO WS-WORK-ACCOUNT
               COMPUTE WS-WORK-DEBIT = 0 - WS-MOVE-VALUE
               MOVE 0 TO WS-WORK-CREDIT
               PERFORM 7000-ADD-JOURNAL-AMOUNT
               MOVE WS-ACCT-INVENTORY TO WS-WORK-ACCOUNT
               MOVE 0 TO WS-WORK-DEBIT
               COMPUTE WS-WORK-CREDIT = 0 - WS-MOVE-VALUE
               PERFORM 7000-ADD-JOURNAL-AMOUNT
           END-IF.

      *-----------------------------------------------------------*
      *  7000-ADD-JOURNAL-AMOUNT rolls one debit/credit pair into
      *  its account's summarized line.
               MOVE WS-WORK-ACCOUNT TO WS-AC-ACCOUNT-NO (WS-AC-IDX)
               MOVE 0 TO WS-AC-DEBIT (WS-AC-IDX)
               MOVE 0 TO WS-AC-CREDIT (WS-AC-IDX)
               PERFORM 7200-VALIDATE-ACCOUNT
           ELSE
      *        the find loop leaves the index one past the match
               SET WS-AC-IDX DOWN BY 1
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      *  7200-VALIDATE-ACCOUNT proves a newly summarized account
      *  against the chart the first time the run posts to it.
      *  A blank account is a posting type GLMAP did not map.
      *-----------------------------------------------------------*
       7200-VALIDATE-ACCOUNT.
           MOVE SPACES TO WS-AC-REFUSED-TEXT (WS-AC-IDX)
           IF WS-WORK-ACCOUNT = SPACES
               MOVE "*** UNMAPPED ON GLMAP"
                   TO WS-AC-REFUSED-TEXT (WS-AC-IDX)
               SET WS-ACCOUNT-REFUSED TO TRUE
           ELSE
               MOVE WS-WORK-ACCOUNT TO COA-ACCOUNT-NO
               READ CHART-OF-ACCOUNTS-FILE
                   KEY IS COA-ACCOUNT-NO
                   INVALID KEY
                       MOVE "*** NOT ON THE CHART"
                           TO WS-AC-REFUSED-TEXT (WS-AC-IDX)
                       SET WS-ACCOUNT-REFUSED TO TRUE
                   NOT INVALID KEY
                       IF NOT COA-STATUS-ACTIVE
                           MOVE "*** ACCOUNT INACTIVE"
                               TO WS-AC-REFUSED-TEXT (WS-AC-IDX)
                           SET WS-ACCOUNT-REFUSED TO TRUE
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------*
      *  8000-PRINT-REGISTER is the printed journal register -
      *  one line per account and the proving totals.
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-MODE-INVENTORY
               PERFORM 8200-PRINT-INVENTORY-COUNTS
           END-IF
           IF WS-MODE-PAYABLES
               MOVE WS-DOCS-SELECTED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "VOUCHERS JOURNALIZED: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT-1
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO RPT-LINE
           STRING WS-AC-ACCOUNT-NO (WS-AC-IDX)
               " " WS-AMOUNT-EDIT-1
               "  " WS-AMOUNT-EDIT-2
               "  " WS-AC-REFUSED-TEXT (WS-AC-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       8200-PRINT-INVENTORY-COUNTS.
           MOVE WS-MOVES-VALUED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "STOCK MOVEMENTS JOURNALIZED ....: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MOVES-ZERO-COST-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  OF WHICH AT ZERO UNIT COST ...: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REVALUE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "COST REVALUATIONS JOURNALIZED ..: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-XFER-SKIPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TRANSFER LEGS (NOT JOURNALIZED) : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-MOVES-UNVALUED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "MOVEMENTS NOT VALUED ...........: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "AUDIT WINDOW AFTER " WS-HIGH-WATER
               " THROUGH " WS-NEW-HIGH-WATER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

      *-----------------------------------------------------------*
       9000-RELEASE-JOURNAL.
           MOVE SPACES TO RPT-LINE
           IF WS-ACCOUNT-REFUSED
               STRING "*** UNKNOWN, INACTIVE OR UNMAPPED ACCOUNT - "
                   "NOTHING RELEASED ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE 16 TO RETURN-CODE
               GO TO 9000-EXIT
           END-IF
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               STRING "*** JOURNAL OUT OF BALANCE - NOTHING "
                   "RELEASED ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-WRITE-JOURNAL-LINE.
           MOVE WS-RUN-DATE TO GLJ-RUN-DATE
