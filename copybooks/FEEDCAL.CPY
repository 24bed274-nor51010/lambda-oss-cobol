      ******************************************************************
      *  FEEDCAL  --  the expected-feed calendar, maintained by CALMNT
      *               and read by RPTFEED. Two kinds of record:
      *
      *    S  a source system's standing schedule -- a Y/N flag per
      *       weekday, Monday first, for the business days it must
      *       deliver on, and the cutoff: the number of days after
      *       the business day and the HHMM time by which the feed
      *       must have started processing.
      *    X  an exception for one business date: the source system
      *       (or * for every source system, as for a public holiday)
      *       is not due (N) or is due (Y) that day whatever its
      *       schedule says. A source-specific exception beats a *
      *       one.
      ******************************************************************
       01  CAL-RECORD.
           05  CAL-REC-TYPE         PIC  X(001).
               88  CAL-SCHEDULE                     VALUE 'S'.
               88  CAL-EXCEPTION                    VALUE 'X'.
           05  CAL-SOURCE-SYS       PIC  X(008).
           05  CAL-BODY             PIC  X(021).
           05  CAL-SCHED-BODY REDEFINES CAL-BODY.
               10  CAL-DAY-FLAGS    PIC  X(007).
               10  CAL-DAY-FLAG     REDEFINES CAL-DAY-FLAGS
                                    PIC  X(001)    OCCURS 7 TIMES.
               10  CAL-CUTOFF-DAYS  PIC  9(001).
               10  CAL-CUTOFF-TIME  PIC  9(004).
               10  FILLER           PIC  X(009).
           05  CAL-EXCP-BODY REDEFINES CAL-BODY.
               10  CAL-EXCP-DATE    PIC  9(008).
               10  CAL-EXCP-FLAG    PIC  X(001).
                   88  CAL-EXCP-DUE                 VALUE 'Y'.
                   88  CAL-EXCP-NOT-DUE             VALUE 'N'.
               10  FILLER           PIC  X(012).
