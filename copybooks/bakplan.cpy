      *> Fresh production plan - BAKPLAN.  BAKSTUR writes one record
      *> per in-store-produced SKU per bake time each morning: what
      *> the same weekday has been selling in that part of the day,
      *> the leftover counted on the shelf that it was netted
      *> against, and what to bake.  Keyed by plan date, SKU and bake
      *> time, so a second run the same morning (a recount) replaces
      *> the first.  BAKSTURSKYRSLA lays the plan against what sold
      *> and what was written off as waste.
       01  BAKE-PLAN-RECORD.
           05  BKP-KEY.
               10  BKP-DATE           PIC 9(8).
               10  BKP-SKU            PIC X(10).
      *> the bake this quantity goes into the oven at, HHMM.
               10  BKP-BAKE-TIME      PIC 9(4).
           05  BKP-DEPT               PIC 9(2).
      *> the expected sale in the bake's part of the day - the same
      *> weekday's average, lifted where it sold out.
           05  BKP-FORECAST           PIC S9(7).
      *> morning leftover taken off this bake (the earliest bakes
      *> absorb it first).
           05  BKP-LEFTOVER           PIC S9(7).
           05  BKP-PLAN-QTY           PIC S9(7).
      *> the whole-day figures the plan was built from - average
      *> units sold and wasted on the weekdays found, and how many
      *> weekdays that was.
           05  BKP-SOLD-AVG           PIC S9(7).
           05  BKP-WASTE-AVG          PIC S9(7).
           05  BKP-DAYS               PIC 9(2).
