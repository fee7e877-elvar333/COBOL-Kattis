           05  ZONE-AISLE         PIC S9(5).
           05  ZONE-BAY           PIC S9(5).
           05  ZONE-NAME          PIC X(12).
      *> how many units the shelf face at this location holds - the
      *> nightly fill list brings stock out of the backroom up to
      *> this and no further.  Zero means not set, and the fill
      *> list skips the SKU.
           05  ZONE-SHELF-CAP     PIC 9(5).
