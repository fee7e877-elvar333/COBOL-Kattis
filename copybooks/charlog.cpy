      *> Charity donation ledger record - BUDCHAR.  The till writes
      *> one line for every round-up or keyed donation it takes and
      *> a negative line when the receipt carrying one is voided,
      *> dated and tagged with the campaign, so each campaign's
      *> money can be proved receipt by receipt.  The donation
      *> rides the tendered total only - never the sale or its
      *> VAT - and every reader that splits the tendered money
      *> (the Z-report, the drawer reconciliation, the journal)
      *> carves it back out from here.  Never truncated.
       01  CHARITY-LEDGER-RECORD.
           05  CHL-DATE           PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  CHL-REGISTER       PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  CHL-RCPT-NO        PIC 9(10).
           05  FILLER             PIC X VALUE SPACE.
      *> "D" a donation taken; "V" the reversal written when its
      *> receipt is voided (negative, CHL-REF naming the receipt).
           05  CHL-TYPE           PIC X(1).
               88  CHL-DONATION   VALUE "D".
               88  CHL-VOIDED     VALUE "V".
           05  FILLER             PIC X VALUE SPACE.
           05  CHL-CAMPAIGN       PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
      *> the tender the money came in on - the second leg's on a
      *> split, since the split's first leg is the keyed amount and
      *> the donation lands on the remainder.
           05  CHL-TENDER         PIC X(1).
           05  FILLER             PIC X VALUE SPACE.
           05  CHL-AMT            PIC S9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  CHL-REF            PIC 9(10).
