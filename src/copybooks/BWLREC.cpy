      *-----------------------------------------------------------*
      *  BWLREC.cpy                                               *
      *  One batch-window log row, appended to BATWIN through       *
      *  BWLWRIT - a start row as a posting program begins and an    *
      *  end row with its return code as it finishes.  A start with  *
      *  no end is a run that failed or was cancelled before it       *
      *  could say so.  BATWRPT pairs the rows into the morning        *
      *  batch-window report.                                          *
      *-----------------------------------------------------------*
       01  BATCH-WINDOW-RECORD.
           05  BWL-PROGRAM-ID             PIC X(08).
           05  BWL-EVENT                  PIC X(01).
               88  BWL-EVENT-START             VALUE "S".
               88  BWL-EVENT-END               VALUE "E".
      *    stamped by BWLWRIT - the caller leaves it alone.
           05  BWL-TIMESTAMP              PIC 9(14).
      *    the program's return code on an end row, zero on a
      *    start row.
           05  BWL-RETURN-CODE            PIC 9(04).
