      *-----------------------------------------------------------*
      *  RBAREC.cpy                                               *
      *  One customer's volume-rebate agreement on the indexed      *
      *  REBATE file, keyed by the customer ID and maintained       *
      *  through MSTMAINT (type R).  REBACCR measures the period's  *
      *  qualifying net purchases each month-end - SALESHST less    *
      *  credit memos - and accrues the rebate earned; REBSETL      *
      *  pays it once the period has ended and its last month is    *
      *  accrued, as a credit memo through INVWRIT.                 *
      *-----------------------------------------------------------*
       01  REBATE-AGREEMENT-RECORD.
           05  RBA-CUST-ID                PIC X(06).
           05  RBA-PERIOD-START           PIC 9(08).
           05  RBA-PERIOD-END             PIC 9(08).
      *    a settled agreement accrues nothing more; keying a new
      *    period start on it renews it for the next period.
           05  RBA-STATUS                 PIC X(02).
               88  RBA-STATUS-ACCRUING         VALUE "AC".
               88  RBA-STATUS-SETTLED          VALUE "ST".
      *    no products listed means every product qualifies.
           05  RBA-PRODUCT-COUNT          PIC 9(03) COMP.
           05  RBA-PRODUCT-ID OCCURS 20 TIMES
                       INDEXED BY RBA-PROD-IDX
                                          PIC X(06).
      *    kept in ascending threshold order - the highest tier
      *    the period's net purchases reach pays its percentage
      *    on the whole of them, back to the first dollar.
           05  RBA-TIER-COUNT             PIC 9(03) COMP.
           05  RBA-TIER OCCURS 5 TIMES
                       INDEXED BY RBA-TIER-IDX.
               10  RBA-TIER-THRESHOLD     PIC 9(09)V99.
               10  RBA-TIER-PCT           PIC 9(02)V99.
      *    as of the last accrual: the qualifying net purchases
      *    measured, the rebate they earn (journaled to the
      *    accrual by GLEXTR) and the date measured through.
           05  RBA-NET-PURCHASES          PIC S9(11)V99.
           05  RBA-REBATE-ACCRUED         PIC S9(09)V99.
           05  RBA-LAST-ACCRUAL-DATE      PIC 9(08).
           05  RBA-SETTLED-DATE           PIC 9(08).
           05  RBA-CREDIT-MEMO-NO         PIC 9(08).
