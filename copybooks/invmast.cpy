      *> item status - a discontinued SKU stays on the master for
      *> history and price checks but the till refuses to ring it
      *> and replenishment skips it.  Space (a record from before
      *> the field existed) reads as active.  "R" is a product
      *> recall INNKOLLUN has open - the till refuses the SKU with
      *> the recall message until the recall is closed.
           05  INV-STATUS         PIC X(1).
               88  INV-ACTIVE       VALUE "A" " ".
               88  INV-DISCONTINUED VALUE "D".
               88  INV-RECALLED     VALUE "R".
      *> the vendor this SKU is normally bought from - the supplier
      *> master's SUP-CODE, assigned by BIRGJAR, read by the
      *> replenishment pass to group its suggestions per vendor.
      *> entry, every confirmation or refusal logged to BUDAGELOG
      *> for the compliance inspector.  Zero means unrestricted.
           05  INV-MIN-AGE        PIC 9(2).
      *> bottle/can deposit per unit (skilagjald) - charged on top
      *> of the price as its own receipt line, outside sales and
      *> VAT, and owed onward to the return fund.  Zero means no
      *> deposit; a record from before the field existed reads as
      *> zero.
           05  INV-DEPOSIT        PIC 9(4).
      *> manufacturer's warranty in months from the date of sale -
      *> ABYRGD holds a returned serial's sale date against it to
      *> decide whether the supplier owes us for the unit.  Zero
      *> means no warranty; a record from before the field existed
      *> reads as zero.
           05  INV-WARRANTY-MONTHS PIC 9(3).
      *> shipping weight of one selling unit in grams - what the
      *> receiving dock spreads a shipment's freight and duty by
      *> when the shipment is apportioned on weight.  A by-weight
      *> SKU already counts in grams and needs none.  Zero means
      *> not known; a record from before the field existed reads
      *> as zero.
           05  INV-UNIT-GRAMS     PIC 9(6).
      *> the landed unit cost of the most recent receipt.  INV-COST
      *> is the moving weighted average of everything on hand,
      *> re-figured by every receipt, return to vendor and inbound
      *> transfer; this is what the last delivery actually cost,
      *> kept beside it so the month-end cost report can show how
      *> far the two have drifted.  Zero until the SKU is next
      *> received.
           05  INV-LAST-COST      PIC S9(6).
      *> consignment - "C" means the goods on the shelf still belong
      *> to the consignor named beside it (a SUP-CODE) until they
      *> sell.  Stock on hand is tracked as usual, but the SKU
      *> stays out of the inventory valuation and the GL's
      *> INVENTORY line; INV-COST is the agreed settlement cost per
      *> unit the store owes the consignor for each unit sold, and
      *> receiving leaves it alone.  Space (a record from before
      *> the field existed) reads as owned stock.  "A" is an agency
      *> item - a phone top-up, bus card or lottery ticket sold on
      *> behalf of the provider named beside it (also a SUP-CODE):
      *> the till rings it outside sales and VAT, and the store
      *> keeps only the commission below.
           05  INV-CONSIGN-FLAG   PIC X(1).
               88  INV-CONSIGNMENT  VALUE "C".
               88  INV-AGENCY       VALUE "A".
               88  INV-OWNED-STOCK  VALUE " " "N".
           05  INV-CONSIGNOR      PIC X(6).
      *> the part of INV-QTY-ON-HAND still in the backroom -
      *> receiving lands stock here and the shelf-fill confirmation
      *> moves it out to the floor.  What is on the sales floor is
      *> INV-QTY-ON-HAND less this, so every existing reader of
      *> on-hand still sees the whole store, and a sale taking
      *> stock off the floor needs no second field.  Zero on a
      *> record from before the field existed: everything is on
      *> the shelf.
           05  INV-QTY-BACKROOM   PIC S9(7).
      *> an agency item's commission, as a fraction of the face
      *> value sold (0.050 is five percent) - the rest is owed to
      *> the provider.  Zero on anything that is not agency.
           05  INV-AGENCY-RATE    PIC 9V999.
      *> in-store production - "P" means the bakery or deli makes
      *> the SKU on site each day rather than buying it in, so the
      *> morning production plan (BAKSTUR) sizes its bakes.  Space
      *> (a record from before the field existed) reads as bought
      *> in.
           05  INV-PRODUCED-FLAG  PIC X(1).
               88  INV-IN-STORE     VALUE "P".
               88  INV-BOUGHT-IN    VALUE " " "N".
