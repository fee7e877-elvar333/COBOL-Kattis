      *> activations and writes the flat BUDPBOOK price book the
      *> till falls back to when the live master fails: SKU, the
      *> price as of tonight, the department, the unit of measure,
      *> the status, the age restriction and the bottle deposit -
      *> everything the ring flow needs to keep selling.  Runs in
      *> the DAGSLOK window behind the price activations.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        05  PB-STATUS       PIC X(1).
        05  FILLER          PIC X VALUE SPACE.
        05  PB-MIN-AGE      PIC 9(2).
        05  FILLER          PIC X VALUE SPACE.
        05  PB-DEPOSIT      PIC 9(4).

    WORKING-STORAGE SECTION.
       01 INV-FS PIC XX.
        MOVE INV-UOM TO PB-UOM
        MOVE INV-STATUS TO PB-STATUS
        MOVE INV-MIN-AGE TO PB-MIN-AGE
        MOVE INV-DEPOSIT TO PB-DEPOSIT
        WRITE PRICE-BOOK-RECORD
        ADD 1 TO SNAP-COUNT
        PERFORM INV-READ-RTN
