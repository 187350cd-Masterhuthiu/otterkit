      *-----------------------------------------------------------*
      *  MNTREC.cpy                                               *
      *  Master-file maintenance transaction - add/change/delete    *
      *  for CUSTMAST, PRODMAST, SLSMAST, VNDMAST, COAFILE, the     *
      *  STDORD standing orders, the KITFILE kit structures, the    *
      *  REBATE agreements or the AUTHFILE authority file with      *
      *  field-name/value pairs, keyed by the maintenance desk      *
      *  under the keyer's AUTHFILE code and applied by MSTMAINT.   *
      *-----------------------------------------------------------*
       01  MAINT-TRANSACTION-RECORD.
           05  MNT-ACTION-CODE            PIC X(01).
               88  MNT-TYPE-SALESPERSON        VALUE "S".
               88  MNT-TYPE-SUBSTITUTE         VALUE "X".
               88  MNT-TYPE-SHIP-TO            VALUE "T".
               88  MNT-TYPE-VENDOR             VALUE "V".
               88  MNT-TYPE-GL-ACCOUNT         VALUE "G".
               88  MNT-TYPE-STANDING-ORDER     VALUE "O".
               88  MNT-TYPE-KIT                VALUE "K".
               88  MNT-TYPE-REBATE             VALUE "R".
               88  MNT-TYPE-AUTHORITY          VALUE "A".
      *    the record key - customer or product IDs use the first
      *    six positions, as does a kit, keyed by its product ID,
      *    and a rebate agreement, keyed by its customer ID;
      *    an authority row uses the first eight for its code;
      *    a ship-to key is the customer ID plus the four-character
      *    ship-to code; a GL account uses the first eight and a
      *    standing order the first four.
           05  MNT-KEY                    PIC X(10).
           05  MNT-FIELD-COUNT            PIC 9(02) COMP.
           05  MNT-FIELD-CHANGE OCCURS 10 TIMES
                       INDEXED BY MNT-FLD-IDX.
               10  MNT-FIELD-NAME         PIC X(20).
               10  MNT-FIELD-VALUE        PIC X(30).
      *    the AUTHFILE code the change is keyed under - CRVAPPLY
      *    stamps the credit manager's approval code on the
      *    credit-review changes it releases.
           05  MNT-AUTH-CODE              PIC X(08).
