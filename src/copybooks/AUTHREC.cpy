      *-----------------------------------------------------------*
      *  AUTHREC.cpy                                              *
      *  One operator or supervisor on the indexed AUTHFILE         *
      *  authority file, keyed by the code they key under and       *
      *  maintained through MSTMAINT (type A).  TRANVAL checks a     *
      *  price override's code and discount against it, HLDRLSE an    *
      *  approval's code and release amount, and MSTMAINT the code    *
      *  on every maintenance transaction and its credit-limit        *
      *  raise.  A code is never deleted - it is made inactive, so    *
      *  the history keyed under it still resolves.                   *
      *-----------------------------------------------------------*
       01  OPERATOR-AUTHORITY-RECORD.
      *    at most six characters, positions 7-8 blank - the
      *    transaction, order and quote lines carry an override's
      *    code in six (TRAN-, ORD-, QUO-AUTH-CODE), and MSTMAINT
      *    refuses a longer code when it is added.  "QUOTE" is
      *    reserved for the converted-quote lines QUOTENT writes.
           05  ATH-CODE                   PIC X(08).
           05  ATH-NAME                   PIC X(30).
      *    only a supervisor changes a list price or maintains
      *    the authority file itself.
           05  ATH-ROLE                   PIC X(02).
               88  ATH-ROLE-OPERATOR           VALUE "OP".
               88  ATH-ROLE-SUPERVISOR         VALUE "SV".
           05  ATH-STATUS                 PIC X(01).
               88  ATH-STATUS-ACTIVE           VALUE "A".
               88  ATH-STATUS-INACTIVE         VALUE "I".
      *    dollar limits - a zero limit means no authority at all.
      *    the override discount is per order line, (list price
      *    less override price) times quantity; the release is the
      *    held order's total with tax; the credit change is the
      *    raise over the limit the customer carried.
           05  ATH-MAX-OVERRIDE-DISC      PIC 9(07)V99.
           05  ATH-MAX-RELEASE-AMT        PIC 9(09)V99.
           05  ATH-MAX-CREDIT-CHANGE      PIC 9(09)V99.
