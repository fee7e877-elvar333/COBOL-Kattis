      *> Expected consignment statement (BUDCONST) - one line per
      *> consignor per SKU per month, written by the monthly
      *> settlement run from the units sold less returns, at the
      *> agreed INV-COST.  The consignor's own statement is keyed
      *> into REIKNINGAR against the statement reference instead of
      *> a PO and matched to these lines in place of a receiving
      *> match.  Appended forever; a forced reissue of a month
      *> writes the set again and the later lines stand.
       01  CONSIGN-STATEMENT-RECORD.
           05  CST-MONTH          PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  CST-CONSIGNOR      PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
      *> "CONS" and the month - what the consignor's statement is
      *> keyed against where an invoice would name its PO.
           05  CST-REF            PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
           05  CST-SKU            PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
      *> units sold less units returned over the month - in
      *> thousandths of a kilo for a by-weight SKU (CST-UOM "W").
           05  CST-QTY            PIC S9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  CST-UOM            PIC X(1).
           05  FILLER             PIC X VALUE SPACE.
           05  CST-UNIT-COST      PIC S9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  CST-AMT            PIC S9(12).
           05  FILLER             PIC X VALUE SPACE.
           05  CST-ISSUED         PIC 9(8).
