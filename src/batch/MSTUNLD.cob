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
