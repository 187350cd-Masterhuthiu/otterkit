      *-----------------------------------------------------------*
      *  RTNREC.cpy                                               *
      *  One returned item from the bank's returned-item file -     *
      *  a lockbox check the bank could not collect, keyed by the   *
      *  remittance reference it came in under (LBX-REMIT-REF).     *
      *  The amount is the whole check as the bank returned it;     *
      *  NSFREV reverses it only when it agrees with what           *
      *  CASHAPP applied under that reference.                      *
      *-----------------------------------------------------------*
       01  RETURNED-ITEM-RECORD.
           05  RTN-REMIT-REF              PIC X(10).
           05  RTN-CUST-ID                PIC X(06).
           05  RTN-RETURN-DATE            PIC 9(08).
           05  RTN-AMOUNT                 PIC S9(09)V99.
      *    the bank's return reason as printed on the advice -
      *    insufficient funds, account closed, stop payment.
           05  RTN-REASON-TEXT            PIC X(20).
