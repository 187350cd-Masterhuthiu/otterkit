       AUTHOR. ORDER-PROCESSING-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-08-23.
      *-----------------------------------------------------------*
      *  NUMASGN hands out the next number from a named counter on   *
      *  the indexed NUMCTL number-control file and steps the        *
      *  counter, so document numbers (invoices, credit memos,       *
      *  system-assigned order numbers, EDI transaction keys,        *
      *  purchase orders, accounts-payable vouchers, customer        *
      *  quotations) are unique across every run.  Like the other    *
      *  run-unit-scoped I/O modules, the file opens on the first    *
      *  request and stays open - each assignment is a random read   *
      *  and a write-through rewrite, so a crash never resurrects a  *
      *  number already handed out - until the driving program calls *
      *  the NUMCLS entry at end of run.  A missing control file is  *
      *  seeded with the standard counters on first use.  An unknown *
      *  counter id hands back zero - the caller must treat that as  *
      *  a failure, never as a number.                               *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-23  JPS  Initial version - shared number assigner.
      *                    assigned number.
      *   2026-09-03  JPS  Seed list gains the PONUMBER counter for
      *                    purchase-order numbering.
      *   2026-10-15  JPS  Seed list gains the VOUCHER counter for
      *                    accounts-payable voucher numbering.
      *   2026-10-15  JPS  Seed list gains the QUOTENO counter for
      *                    customer quotation numbering.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           MOVE "PONUMBER" TO NCT-COUNTER-ID
           MOVE 1 TO NCT-NEXT-NUMBER
           WRITE NUMBER-CONTROL-RECORD
           MOVE "VOUCHER " TO NCT-COUNTER-ID
           MOVE 1 TO NCT-NEXT-NUMBER
           WRITE NUMBER-CONTROL-RECORD
           MOVE "QUOTENO " TO NCT-COUNTER-ID
           MOVE 1 TO NCT-NEXT-NUMBER
           WRITE NUMBER-CONTROL-RECORD
           CLOSE NUMBER-CONTROL-FILE.

      *-----------------------------------------------------------*
