      *> Footfall master - FOOTMAST, one record per business date and
      *> hour, keyed by the pair.  GESTATALNING loads the entrance
      *> counter's visitors off its hourly export; GESTASKYRSLA adds
      *> the hour's receipts and takings off TXLOG when it reports
      *> the day, so later same-weekday comparisons read this file
      *> alone.
       01  FOOT-MASTER-RECORD.
           05  FOOT-KEY.
               10  FOOT-DATE      PIC 9(8).
      *> the hour the counter or the till counted in, 00-23.
               10  FOOT-HOUR      PIC 9(2).
           05  FOOT-VISITORS      PIC 9(6).
           05  FOOT-RECEIPTS      PIC 9(6).
      *> net money taken in the hour - sales, the receipt-level
      *> discount and tax lines, less receipted returns.
           05  FOOT-SALES         PIC S9(11).
