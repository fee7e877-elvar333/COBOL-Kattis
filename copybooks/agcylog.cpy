      *> Agency sales ledger record - BUDAGCY.  The till writes one
      *> line for every agency item it rings (a phone top-up, bus
      *> card or lottery ticket sold on the provider's behalf), one
      *> for every one handed back, and a negative line when the
      *> receipt carrying one is voided.  The face value rides the
      *> tendered total only - never the sale or its VAT - and the
      *> commission beside it is the store's part of it, worked at
      *> the rate on the item master when it rang.  The nightly
      *> provider settlement, the journal and the Z-report read it.
      *> Never truncated.
       01  AGENCY-LEDGER-RECORD.
           05  AGL-DATE           PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  AGL-REGISTER       PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  AGL-RCPT-NO        PIC 9(10).
           05  FILLER             PIC X VALUE SPACE.
      *> "S" sold; "R" handed back (negative); "V" the reversal
      *> written when its receipt is voided (negative, AGL-REF
      *> naming the receipt).
           05  AGL-TYPE           PIC X(1).
               88  AGL-SOLD       VALUE "S".
               88  AGL-RETURNED   VALUE "R".
               88  AGL-VOIDED     VALUE "V".
           05  FILLER             PIC X VALUE SPACE.
           05  AGL-PROVIDER       PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  AGL-SKU            PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
           05  AGL-QTY            PIC S9(7).
           05  FILLER             PIC X VALUE SPACE.
      *> the face value taken, and the store's commission out of it.
           05  AGL-AMT            PIC S9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  AGL-COMM           PIC S9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  AGL-REF            PIC 9(10).
