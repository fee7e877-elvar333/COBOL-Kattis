      *> Competitor master - COMPMAST.  One record per store the
      *> price checkers visit, keyed by a short code; the survey
      *> feed and the price-position report name competitors by it.
      *> Maintained by KEPPINAUTAR.
       01  COMPETITOR-RECORD.
           05  COMP-CODE          PIC X(4).
           05  COMP-NAME          PIC X(20).
      *> A active - surveyed and reported; C closed - kept for its
      *> history, but no new prices are taken and it drops off the
      *> report.
           05  COMP-STATUS        PIC X(1).
               88  COMP-ACTIVE    VALUE "A".
               88  COMP-CLOSED    VALUE "C".
           05  COMP-OPEN-DATE     PIC 9(8).
