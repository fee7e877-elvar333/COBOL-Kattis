      *> Sales budget master - one record per business date per
      *> department, keyed by the pair.  Head office sets each
      *> store a sales budget per department per week; AAETLUNHLAD
      *> spreads its file over the trading days and AAETLUN takes
      *> the store's corrections.  AAETLUNSKYRSLA reports the day,
      *> week and period against it.  The department is the CATMAST
      *> code every category report already classifies under.
       01  BUDGET-MASTER-RECORD.
           05  BGT-KEY.
               10  BGT-DATE       PIC 9(8).
               10  BGT-DEPT       PIC 9(2).
           05  BGT-AMOUNT         PIC S9(11).
      *> "H" the figure came off head office's file; "M" somebody at
      *> the store corrected it by hand - a later head-office load
      *> leaves a hand correction where it is.
           05  BGT-SOURCE         PIC X(1).
               88  BGT-FROM-HQ      VALUE "H".
               88  BGT-CORRECTED    VALUE "M".
