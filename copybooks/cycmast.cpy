      *> Cycle-count master - CYCMAST, one record per SKU, keyed by
      *> CYC-SKU.  ABCFLOKKUN sets the class each quarter off the
      *> year's sales value, TALNINGARPLAN picks the day's counts
      *> off it, TALNING stamps every count it posts, and
      *> TALNINGAREFTIRLIT reports the year's counts against plan.
       01  CYC-MASTER-RECORD.
           05  CYC-SKU            PIC X(10).
      *> A the SKUs making up the first 80 percent of the year's
      *> sales value, B the next 15, C the rest (and anything that
      *> did not sell).  Space until the first classification.
           05  CYC-CLASS          PIC X(1).
               88  CYC-CLASS-A      VALUE "A".
               88  CYC-CLASS-B      VALUE "B".
               88  CYC-CLASS-C      VALUE "C".
      *> the trailing year's sales at cost the class was set on,
      *> and the day it was set.
           05  CYC-ANNUAL-VALUE   PIC S9(11).
           05  CYC-CLASS-DATE     PIC 9(8).
      *> the last day a count of the SKU was posted - zero if it
      *> never has been.
           05  CYC-LAST-COUNT     PIC 9(8).
      *> counts posted in CYC-COUNT-YEAR; the first count of a new
      *> year starts the tally again.
           05  CYC-COUNT-YEAR     PIC 9(4).
           05  CYC-COUNTS-YTD     PIC 9(3).
      *> the last day the planner put the SKU on a count sheet.
           05  CYC-LAST-PLANNED   PIC 9(8).
