      *-----------------------------------------------------------*
      * MODIFICATION HISTORY
      *   2026-09-03  JPS  Added program.
      *   2026-10-15  JPS  Backup record widened to the 3312-byte order
      *                    record - order lines carry their frozen unit
      *                    cost.
      *   2026-10-15  JPS  Backup record widened to the 3332-byte order
      *                    record - orders carry the carrier tracking
      *                    number.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FD  BACKUP-FILE.
      *    sized to the largest master record (ORDFILE) - revisit
      *    if a master ever grows past it.
       01  BCK-RECORD                  PIC X(3332).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS          PIC X(02).
           88  WS-MASTER-XRF                VALUE "XRF ".

       01  WS-RECORD-LENGTH             PIC 9(05) COMP.
       01  WS-LIVE-IMAGE                PIC X(3332).
       01  WS-RECORD-COUNT              PIC 9(09) COMP VALUE 0.
       01  WS-HASH-TOTAL                PIC S9(15)V99 VALUE 0.
       01  WS-MISMATCH-COUNT            PIC 9(09) COMP VALUE 0.
