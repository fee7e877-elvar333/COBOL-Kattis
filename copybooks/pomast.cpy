      *> line from before the field existed.
           05  PO-SUPPLIER        PIC X(6).
      *> agreed unit cost for the line - keyed at order entry, and
      *> what the receiving dock averages into INV-COST (with the
      *> shipment's landed charges) when the goods land, so the
      *> margin report prices cost off what we actually pay.
      *> Zero on a line ordered before costs were carried.
           05  PO-UNIT-COST       PIC S9(6).
      *> the day the line was placed - with the supplier's lead
      *> time this is what the stock-position inquiry quotes as
      *> the expected arrival.  Zero on a line from before the
      *> field existed.
           05  PO-ORDER-DATE      PIC 9(8).
      *> the currency the line was raised in - spaces for a line
      *> priced in our own currency.  On a foreign-currency line
      *> PO-FX-COST is the supplier's unit price in that currency,
      *> and PO-UNIT-COST holds its conversion through the FXRATE
      *> table: the estimate at order entry, replaced by the rate in
      *> force on the day the goods are received.
           05  PO-CCY             PIC X(3).
           05  PO-FX-COST         PIC 9(7)V99.
      *> what the line has been charged against open-to-buy: the
      *> month and department (OTBMAST) it was charged to, how many
      *> units, and the unit cost they were charged at - so closing
      *> the line short gives back exactly what was taken, whatever
      *> the SKU has been reclassified to since.  Zero on a line
      *> placed before the budget was kept, which has nothing to
      *> give back.
           05  PO-OTB-MONTH       PIC 9(6).
           05  PO-OTB-DEPT        PIC 9(2).
           05  PO-OTB-QTY         PIC S9(7).
           05  PO-OTB-COST        PIC S9(6).
      *> the supplier's side of the line.  PANTSENDING stamps the
      *> day the line went out on the electronic order file and the
      *> delivery date asked for (order date plus the supplier's
      *> lead time).  STADFESTING sets, off the supplier's
      *> confirmation, the day it came in, the quantity the
      *> supplier will actually ship and the date promised, and
      *> flags the line cut (confirmed short of what was ordered)
      *> or delayed (promised after the date asked for).  A line
      *> whose quantity is raised goes back to unsent and
      *> unconfirmed.  Zero on a line never sent or never confirmed
      *> - what is on order is then the ordered quantity.
           05  PO-SENT-DATE       PIC 9(8).
           05  PO-REQ-DATE        PIC 9(8).
           05  PO-CONF-DATE       PIC 9(8).
           05  PO-CONF-QTY        PIC S9(7).
           05  PO-PROMISE-DATE    PIC 9(8).
           05  PO-CUT-FLAG        PIC X(1).
               88  PO-LINE-CUT    VALUE "Y".
           05  PO-LATE-FLAG       PIC X(1).
               88  PO-LINE-LATE   VALUE "Y".
