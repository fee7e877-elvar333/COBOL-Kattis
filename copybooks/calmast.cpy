      *> Trading calendar master - one record per calendar date,
      *> keyed by CAL-DATE (YYYYMMDD).  Says whether the store
      *> trades that day, names the holiday if there is one, places
      *> the day in the 4-4-5 fiscal year (period and week, and the
      *> period's own first and last day), and carries the date it
      *> compares against last year - the same weekday, not the
      *> same calendar date.  Maintained by DAGATAL.
       01  CAL-MASTER-RECORD.
           05  CAL-DATE           PIC 9(8).
      *> "C" the store is shut; "O" (or space, on a date nobody has
      *> touched) it trades.
           05  CAL-OPEN-FLAG      PIC X(1).
               88  CAL-OPEN         VALUE "O" " ".
               88  CAL-CLOSED       VALUE "C".
      *> the holiday's name - spaces on an ordinary day.  A holiday
      *> the store trades on stays open but is still named, so the
      *> same-weekday reports know not to compare against it.
           05  CAL-HOLIDAY        PIC X(20).
           05  CAL-FISCAL-YEAR    PIC 9(4).
           05  CAL-FISCAL-PERIOD  PIC 9(2).
           05  CAL-FISCAL-WEEK    PIC 9(2).
      *> last year's comparable trading day - 364 days back as
      *> generated, overridable where a moving holiday shifts it.
           05  CAL-COMP-DATE      PIC 9(8).
           05  CAL-PERIOD-START   PIC 9(8).
           05  CAL-PERIOD-END     PIC 9(8).
