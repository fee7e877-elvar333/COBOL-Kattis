           05  TXLOG-CASHIER      PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
      *> how this line tendered - C(ash), D(ebit/card), G(ift card/
      *> store credit), L(ayaway installment) or W (mobile wallet,
      *> settled later by the provider) - so a reconciliation
      *> report can tell an actual cash movement from one that isn't,
      *> instead of lumping every tendered amount together as cash.
           05  TXLOG-TENDER       PIC X(1).
      *> reports each day correctly.  Zero on a record from before
      *> the field existed, which readers let through.
           05  TXLOG-DATE         PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
      *> the seconds past TXLOG-TIME, when the till line carried a
      *> six-digit HHMMSS time - spaces otherwise, and on a record
      *> from before the field existed.
           05  TXLOG-SECS         PIC X(2).
           05  FILLER             PIC X VALUE SPACE.
      *> how an item line was entered - S(canned, resolved through
      *> the EANMAST cross-reference) or K(eyed as the SKU) - for
      *> the cashier productivity report.  Space on lines that ring
      *> no item and on records from before the field existed.
           05  TXLOG-ENTRY        PIC X(1).
           05  FILLER             PIC X VALUE SPACE.
      *> the receipt chain: a checksum over everything above, seeded
      *> with the chain value of the register's previous record, so
      *> no record can be altered, dropped or slipped in afterwards
      *> without the verification finding the broken link.  Each
      *> day's closing value goes to the sealed BUDCHAIN journal and
      *> the next day's first record chains on from it.  Spaces on a
      *> record from before the field existed.
           05  TXLOG-CHAIN        PIC 9(10).
