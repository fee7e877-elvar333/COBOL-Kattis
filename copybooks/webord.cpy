      *> Web-shop click-and-collect order line - one record per
      *> order and SKU, keyed on the pair the way the PO master is.
      *> VEFPONTUN imports the web shop's feed and allocates stock
      *> out of on-hand; BUDARKASSI2 hands the order over at the
      *> till and releases the allocation.
       01  WEB-ORDER-RECORD.
           05  WEB-KEY.
               10  WEB-ORDER-NO   PIC X(10).
               10  WEB-SKU        PIC X(10).
           05  WEB-CUST-NAME      PIC X(30).
           05  WEB-ORDER-DATE     PIC 9(8).
           05  WEB-QTY-ORDERED    PIC S9(7).
      *> units set aside for the order out of on-hand -
      *> BIRGDASTADA, BIRGDAEYDING and ENDURPONTUN net them out of
      *> what is available, the way layaway tickets are.
           05  WEB-QTY-ALLOC      PIC S9(7).
      *> units already put on a pick list - the next list only
      *> carries what was allocated since.
           05  WEB-QTY-PICKED     PIC S9(7).
      *> what the customer paid the web shop for the line - the
      *> money never comes through the till.
           05  WEB-AMOUNT         PIC S9(9).
      *> A allocated in full, S short (waiting on stock), C handed
      *> over at the till, X cancelled by the web shop.
           05  WEB-STATUS         PIC X(1).
               88  WEB-ALLOCATED    VALUE "A".
               88  WEB-SHORT        VALUE "S".
               88  WEB-COLLECTED    VALUE "C".
               88  WEB-CANCELLED    VALUE "X".
               88  WEB-LIVE         VALUE "A" "S".
           05  WEB-COLLECT-DATE   PIC 9(8).
