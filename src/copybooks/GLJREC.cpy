      *  and written by GLEXTR at the end of each posting stream    *
      *  (billing documents from INVFILE, posted cash and earned    *
      *  discounts from the CASHAPP run-control and audit rows,     *
      *  finance charges from the FINCHG audit rows, inventory      *
      *  movements and cost revaluations from the product audit     *
      *  rows, approved supplier-invoice vouchers from VCHFILE,     *
      *  accrued customer volume rebates from REBACCR's RUNCTL      *
      *  rows).                                                     *
      *  Debits equal credits within a run date and source or the   *
      *  file is never released - accounting keys the ledger from   *
      *  this instead of from printouts.                            *
      *-----------------------------------------------------------*
       01  GL-JOURNAL-RECORD.
           05  GLJ-RUN-DATE               PIC 9(08).
               88  GLJ-SOURCE-ORDERS           VALUE "ORD ".
               88  GLJ-SOURCE-CASH             VALUE "CASH".
               88  GLJ-SOURCE-FINCHG           VALUE "FIN ".
               88  GLJ-SOURCE-INVENTORY        VALUE "INV ".
               88  GLJ-SOURCE-PAYABLES         VALUE "AP  ".
               88  GLJ-SOURCE-REBATE           VALUE "RBT ".
           05  GLJ-ACCOUNT-NO             PIC X(08).
           05  GLJ-DEBIT-AMOUNT           PIC S9(11)V99.
           05  GLJ-CREDIT-AMOUNT          PIC S9(11)V99.
