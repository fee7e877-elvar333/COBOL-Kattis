      *> Competitor price survey - COMPSURV.  The latest shelf price
      *> seen for one SKU at one competitor, keyed by the competitor
      *> code and our SKU (a barcode keyed on the survey is resolved
      *> through EANMAST first), with the price it replaced.  Fed by
      *> VERDKONNUN, reported by VERDSTADA, and marked by VERDJOFNUN
      *> when the buyer matches it.
       01  COMP-SURVEY-RECORD.
           05  CSV-KEY.
               10  CSV-COMP           PIC X(4).
               10  CSV-SKU            PIC X(10).
      *> the competitor's price for one of our units, and the day it
      *> was seen.
           05  CSV-PRICE              PIC S9(6).
           05  CSV-DATE               PIC 9(8).
           05  CSV-PREV-PRICE         PIC S9(6).
           05  CSV-PREV-DATE          PIC 9(8).
      *> "M" once the buyer matched this price - the pending price
      *> it became and the day it was sent to BUDPEND.  A newer
      *> survey price clears the mark.
           05  CSV-MATCH              PIC X(1).
               88  CSV-MATCHED        VALUE "M".
           05  CSV-MATCH-PRICE        PIC S9(6).
           05  CSV-MATCH-DATE         PIC 9(8).
