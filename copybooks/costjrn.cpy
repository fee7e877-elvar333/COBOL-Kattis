      *> Cost-change journal (BUDCOSTJ) - one line every time a stock
      *> movement touches a SKU's moving average cost: receipts at
      *> the dock, returns to vendor, inter-store transfers out and
      *> in, and count adjustments.  Carries the movement's quantity
      *> and unit cost, the book quantity before it, and the carried
      *> cost before and after, so the average can be re-traced by
      *> hand.  Appended forever.
       01  COST-JOURNAL-RECORD.
           05  CJ-DATE            PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  CJ-SKU             PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
      *> RECEIPT, RTV, XFEROUT, XFERIN or COUNT.
           05  CJ-SOURCE          PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
      *> the PO, return number, transfer ID or counter behind it.
           05  CJ-REF             PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
           05  CJ-QTY             PIC S9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  CJ-MOVE-COST       PIC S9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  CJ-QTY-BEFORE      PIC S9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  CJ-OLD-COST        PIC S9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  CJ-NEW-COST        PIC S9(6).
