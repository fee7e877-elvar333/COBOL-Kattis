      *> the day the stock left - what the transit aging report
      *> measures from.
           05  TRANS-DATE         PIC 9(8).
      *> the sending store's carried (average) unit cost when the
      *> stock left - what the receiving store averages the units
      *> in at.  Zero on a record from before the field existed,
      *> which leaves the receiving store's cost alone.
           05  TRANS-UNIT-COST    PIC S9(6).
      *> the chain balancing suggestion the transfer was sent
      *> against (JOFNUN's reference, carried down on the pick
      *> list), so a suggestion can be followed to its receipt.
      *> Spaces on a transfer the store raised itself, or on a
      *> record from before the field existed.
           05  TRANS-SUGGEST-REF  PIC X(12).
