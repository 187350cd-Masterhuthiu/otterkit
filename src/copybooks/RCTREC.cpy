      *    MAIN/HLDRLSE - read/posted/rejected counts, issued        *
      *                   quantity, posted amount with tax           *
      *    CASHAPP      - read/posted/parked counts, cash posted     *
      *    NSFREV       - returned-items read/reversed/exception   *
      *                   counts, cash reversed                      *
      *    RECVPOST     - read/posted/rejected counts, quantity      *
      *                   received                                   *
      *    SHIPPOST     - read/posted/exception counts               *
      *    BKORLSE      - open-read/filled/skipped counts,           *
      *                   quantity released                          *
      *    FINCHG       - customers charged plus already-charged     *
      *                   read, charged and already-charged counts,  *
      *                   finance charges assessed                   *
      *    RUNBAL       - its own snapshot: ORDFILE billed total     *
      *                   in the amount, PRODMAST on-hand in the     *
      *                   quantity, in-transit in quantity 2         *
      *                   counted, so posted-since is the            *
      *                   difference however late a row lands or     *
      *                   grows                                      *
      *    GLEXTINV     - GLEXTR INV mode's high-water row under     *
      *                   run date zero: the timestamp is the last   *
      *                   audit row journalized, not a run stamp     *
      *    REBACCR      - agreements read/accrued/skipped counts,    *
      *                   the change in rebate accrued, dated the    *
      *                   month-end accrued through                  *
      *    GLEXTRBT     - GLEXTR RBT mode's row under run date zero: *
      *                   the REBACCR total journalized so far       *
      *  A rerun on the same date accumulates into the existing      *
      *  row - RCTWRIT adds, it never overwrites.                    *
      *-----------------------------------------------------------*
