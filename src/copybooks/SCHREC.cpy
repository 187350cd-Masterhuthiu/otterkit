      *-----------------------------------------------------------*
      *  SCHREC.cpy                                               *
      *  Batch schedule-control row - one per gated program on     *
      *  the SCHEDCTL table, maintained by operations.  BATGATE,    *
      *  the first step of each posting stream, refuses to let      *
      *  the stream run unless every predecessor named here has      *
      *  a RUNCTL row for the run date, and unless the program       *
      *  has not already completed as often as its frequency         *
      *  allows:                                                      *
      *    D - once per run date                                      *
      *    M - once per calendar month                                *
      *    A - any number of times (predecessors still apply)         *
      *  Completion is a RUNCTL row, so a D or M frequency only      *
      *  means something for a program that records one - use A     *
      *  for any other.  BATWRPT prints the description and lists     *
      *  a D program that never started in the night's window.       *
      *-----------------------------------------------------------*
       01  SCHEDULE-CONTROL-RECORD.
           05  SCH-PROGRAM-ID             PIC X(08).
           05  SCH-FREQUENCY              PIC X(01).
               88  SCH-ONCE-A-DAY              VALUE "D".
               88  SCH-ONCE-A-MONTH            VALUE "M".
               88  SCH-ANY-TIME                VALUE "A".
      *    spaces in an unused slot.
           05  SCH-PREDECESSOR            PIC X(08)
                       OCCURS 6 TIMES.
           05  SCH-DESCRIPTION            PIC X(30).
