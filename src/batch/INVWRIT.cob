      *  an invoice opens its item, a credit memo applies against           *
      *  the original invoice's item - so the ledger stays true              *
      *  no matter who cut the document.                                     *
      *  A credit memo against no invoice - a rebate paid at a                *
      *  period's end - opens a credit item of its own instead.               *
      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-08-23  JPS  Initial version - shared invoice writer.
      *                    merchandise and tax.
      *   2026-09-03  JPS  Documents start unjournalized - the GL
      *                    extract flags them as it picks them up.
      *   2026-10-15  JPS  A credit memo naming no original invoice
      *                    opens its own credit item on the ledger.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *  marks it paid once applied covers billed.
      *-----------------------------------------------------------*
       3000-POST-OPEN-ITEM.
           IF INV-TYPE-CREDIT-MEMO AND LS-ORIG-INVOICE-NO NOT = 0
               MOVE LS-ORIG-INVOICE-NO TO OPI-INVOICE-NO
               MOVE "READ" TO WS-IO-REQUEST
               CALL "OPNIO" USING WS-IO-REQUEST OPEN-ITEM-RECORD
               COMPUTE OPI-AMOUNT-BILLED =
                   LS-DOC-AMOUNT + LS-TAX-AMOUNT
                   + LS-FREIGHT-AMOUNT
      *        a credit memo of its own stands on the ledger as a
      *        negative item, open until cash application uses it.
               IF INV-TYPE-CREDIT-MEMO
                   COMPUTE OPI-AMOUNT-BILLED = 0 - OPI-AMOUNT-BILLED
               END-IF
               MOVE 0 TO OPI-AMOUNT-APPLIED
               SET OPI-STATUS-OPEN TO TRUE
               MOVE "SAVE" TO WS-IO-REQUEST
