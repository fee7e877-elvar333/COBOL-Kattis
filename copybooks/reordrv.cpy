      *> Reorder-parameter review record - one line per SKU whose
      *> reorder point or quantity the weekly recalculation
      *> (ENDURMAT) would move, old beside new with the demand
      *> figures behind the proposal.  The BUDROPR file is rebuilt
      *> each week and worked down by ENDURMATSAMTHYKKT; lines nobody
      *> decides stay for the next review.
       01  REORDER-REVIEW-RECORD.
           05  RV-SKU             PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
           05  RV-SUPPLIER        PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  RV-OLD-POINT       PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  RV-OLD-QTY         PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  RV-NEW-POINT       PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  RV-NEW-QTY         PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
      *> average units a day over the window and their standard
      *> deviation day to day.
           05  RV-AVG-DAILY       PIC 9(5)V99.
           05  FILLER             PIC X VALUE SPACE.
           05  RV-STD-DEV         PIC 9(5)V99.
           05  FILLER             PIC X VALUE SPACE.
           05  RV-LEAD-DAYS       PIC 9(3).
           05  FILLER             PIC X VALUE SPACE.
           05  RV-DATE            PIC 9(8).
