      *> Customer special-order master - one record per order for
      *> something we don't stock, keyed by SO-ID.  SERPONTUN opens
      *> and cancels orders, BUDARKASSI2 takes the deposit and
      *> closes the order at pickup, VORUMOTTAKA reserves the stock
      *> when the PO line it rides on is received.
       01  SO-MASTER-RECORD.
           05  SO-ID              PIC X(10).
      *> the customer - CUSTMAST/CONTMAST's CUST-ID, so the arrival
      *> notice can name and reach them.
           05  SO-CUST-ID         PIC X(10).
           05  SO-SKU             PIC X(10).
           05  SO-QTY             PIC S9(7).
      *> the PANTANIR order the goods ride in on - spaces until the
      *> buyer links one.
           05  SO-PO-NUMBER       PIC X(10).
      *> money taken at the till against the order, held until the
      *> pickup sale absorbs it.
           05  SO-DEPOSIT         PIC S9(9).
      *> units received for the order and held back from sale -
      *> BIRGDASTADA, BIRGDAEYDING and ENDURPONTUN net it out of
      *> what is available, the way layaway tickets are.
           05  SO-QTY-RESERVED    PIC S9(7).
      *> O ordered, A arrived (stock reserved, customer to be
      *> called), C collected, X cancelled.
           05  SO-STATUS          PIC X(1).
               88  SO-ORDERED       VALUE "O".
               88  SO-ARRIVED       VALUE "A".
               88  SO-COLLECTED     VALUE "C".
               88  SO-CANCELLED     VALUE "X".
               88  SO-LIVE          VALUE "O" "A".
           05  SO-OPEN-DATE       PIC 9(8).
           05  SO-ARRIVE-DATE     PIC 9(8).
           05  SO-CLOSE-DATE      PIC 9(8).
