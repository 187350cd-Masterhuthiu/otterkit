      *    and discounted by - blank ages at the house default
      *    with no early-payment discount.
           05  CUST-TERMS-CODE            PIC X(03).
      *    the collector who works this account's past-due items
      *    on the COLLWORK worklist - blank lists the account
      *    under UNASSIGNED for the collections supervisor.
           05  CUST-COLLECTOR-ID          PIC X(04).
