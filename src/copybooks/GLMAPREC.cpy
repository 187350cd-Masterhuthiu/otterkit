      *-----------------------------------------------------------*
      *  GLMAPREC.cpy                                             *
      *  One row of the GLMAP posting-type table accounting         *
      *  maintains - which chart-of-accounts account each kind of   *
      *  amount GLEXTR journals goes to, so a new or renumbered     *
      *  account is a table change instead of a program change.     *
      *  The posting types GLEXTR knows are:                        *
      *    CASH          cash received                              *
      *    AR            accounts receivable                        *
      *    TAX-PAYABLE   sales tax collected                        *
      *    SALES         sales revenue                              *
      *    RETURNS       sales returns and credit memos             *
      *    FIN-INCOME    finance-charge income                      *
      *    FREIGHT       freight recovered                          *
      *    DISCOUNTS     early-payment discounts allowed            *
      *    INVENTORY     inventory at cost                          *
      *    RCPT-ACCRUAL  goods received not yet invoiced            *
      *    COGS          cost of goods sold                         *
      *    INV-ADJUST    cycle-count inventory adjustments          *
      *    COST-REVALUE  unit-cost revaluations                     *
      *    AP            accounts payable                           *
      *    PRICE-VAR     purchase-price variance                    *
      *    NSF-FEES      returned-item fee income                   *
      *    REBATE-EXP    customer volume-rebate expense             *
      *    REBATE-ACCR   customer volume rebates accrued, unpaid    *
      *-----------------------------------------------------------*
       01  POSTING-MAP-RECORD.
           05  MAP-POSTING-TYPE           PIC X(12).
           05  MAP-ACCOUNT-NO             PIC X(08).
