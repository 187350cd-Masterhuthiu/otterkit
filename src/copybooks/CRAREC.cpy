      *-----------------------------------------------------------*
      *  CRAREC.cpy                                               *
      *  One credit manager's approval of a credit-review         *
      *  proposal - the customer whose proposed CRVPROP change    *
      *  may be applied.  CRVAPPLY matches these against the      *
      *  proposals; CREDREV clears the file whenever it writes a   *
      *  new set, so an approval never carries over to a review   *
      *  the manager has not seen.                                *
      *-----------------------------------------------------------*
       01  CREDIT-APPROVAL-RECORD.
           05  CRA-CUST-ID                PIC X(06).
           05  CRA-APPROVED-BY            PIC X(08).
           05  CRA-APPROVAL-DATE          PIC 9(08).
