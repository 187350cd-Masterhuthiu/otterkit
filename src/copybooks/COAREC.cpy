      *-----------------------------------------------------------*
      *  COAREC.cpy                                               *
      *  One general-ledger account on the indexed COAFILE chart    *
      *  of accounts, maintained through MSTMAINT (type G).         *
      *  GLEXTR will only journal to an account that is on the     *
      *  chart and active, and the trial balance takes the          *
      *  description and type from here.  An account is never       *
      *  deleted once it exists - it is made inactive, so the       *
      *  history already on JRNLFILE keeps its name.                *
      *-----------------------------------------------------------*
       01  GL-ACCOUNT-RECORD.
           05  COA-ACCOUNT-NO             PIC X(08).
           05  COA-DESCRIPTION            PIC X(30).
           05  COA-ACCOUNT-TYPE           PIC X(01).
               88  COA-TYPE-ASSET              VALUE "A".
               88  COA-TYPE-LIABILITY          VALUE "L".
               88  COA-TYPE-EQUITY             VALUE "Q".
               88  COA-TYPE-REVENUE            VALUE "R".
               88  COA-TYPE-EXPENSE            VALUE "E".
           05  COA-STATUS                 PIC X(02).
               88  COA-STATUS-ACTIVE           VALUE "AC".
               88  COA-STATUS-INACTIVE         VALUE "IN".
