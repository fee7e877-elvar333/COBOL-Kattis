      *> Open-to-buy master - one record per calendar month per
      *> department, keyed by the pair.  The merchandise plan sets
      *> what each department may buy in the month at cost
      *> (INNKAUPAHLAD loads it); every PO line PANTANIR or
      *> PANTANASAMTHYKKT places is charged against the month it was
      *> ordered in, and a line closed short gives back what never
      *> came.  What is left - plan less ordered plus given back -
      *> is what a buyer may still commit.  The department is the
      *> CATMAST code the category reports classify under.
       01  OTB-MASTER-RECORD.
           05  OTB-KEY.
               10  OTB-MONTH      PIC 9(6).
               10  OTB-DEPT       PIC 9(2).
      *> "Y" once the merchandise plan has set the month - a record
      *> carrying only orders placed before any plan was loaded
      *> warns rather than refuses.
           05  OTB-PLAN-SW        PIC X(1).
               88  OTB-PLANNED      VALUE "Y".
           05  OTB-PLAN           PIC S9(11).
      *> cost of every line charged to the month, at the unit cost
      *> it was charged at.
           05  OTB-ORDERED        PIC S9(11).
      *> cost given back by lines closed short.
           05  OTB-RELEASED       PIC S9(11).
      *> how far past the plan a manager has let the month go.
           05  OTB-OVER-AMT       PIC S9(11).
