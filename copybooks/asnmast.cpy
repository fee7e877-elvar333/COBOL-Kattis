      *> Advance shipping notice master - ASNMAST, one record per
      *> line a supplier has told us is on the truck, keyed by the
      *> supplier's ASN reference, our PO number and the SKU.
      *> ASNINNLESTUR builds the expected receipt off the supplier's
      *> file the night before; ASNMOTTAKA counts the delivery in
      *> against it at the dock, adds a line for anything that came
      *> off the truck unannounced, and signs the delivery off.
       01  ASN-MASTER-RECORD.
           05  ASN-KEY.
               10  ASN-REF        PIC X(10).
      *> blank on a line found at the dock that no PO on the
      *> delivery ordered.
               10  ASN-PO-NO      PIC X(10).
               10  ASN-SKU        PIC X(10).
           05  ASN-SUPPLIER       PIC X(6).
           05  ASN-SHIP-DATE      PIC 9(8).
      *> the import run that last set the advised quantity (date
      *> and time) - a line twice in one file adds up, the same
      *> file loaded again sets the same quantity again.
           05  ASN-LOADED         PIC 9(14).
      *> "A" advised on the supplier's file, "D" found at the dock
      *> with nothing advised.
           05  ASN-ORIGIN         PIC X(1).
               88  ASN-ADVISED    VALUE "A".
               88  ASN-UNADVISED  VALUE "D".
      *> in master units - a case advised or scanned counts at its
      *> EANMAST pack quantity.
           05  ASN-EXPECT-QTY     PIC S9(7).
           05  ASN-COUNT-QTY      PIC S9(7).
           05  ASN-STATUS         PIC X(1).
               88  ASN-LINE-OPEN  VALUE "O".
               88  ASN-SIGNED-OFF VALUE "S".
           05  ASN-SIGN-DATE      PIC 9(8).
