      *> ASN accuracy log - BUDASNL, one line per delivery signed
      *> off at the dock by ASNMOTTAKA: what the supplier's advance
      *> shipping notice said against what was counted off the
      *> truck.  The accuracy figure is the share of the delivery's
      *> lines that counted in exactly as advised - a line short,
      *> over, or not advised at all counts against it.  Appended
      *> forever, so a supplier's record can be read over any
      *> period.
       01  ASN-LOG-RECORD.
           05  ASNL-DATE          PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  ASNL-REF           PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
           05  ASNL-SUPPLIER      PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  ASNL-LINES         PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  ASNL-EXACT         PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  ASNL-SHORT         PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  ASNL-OVER          PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  ASNL-UNADVISED     PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  ASNL-UNITS-ADVISED PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  ASNL-UNITS-COUNTED PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
      *> per cent of lines exact, one decimal.
           05  ASNL-ACCURACY      PIC 9(3)V9.
