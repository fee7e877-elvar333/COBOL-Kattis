      *> Home-delivery slot master - DELVSLOT.  One record per
      *> delivery date per slot the van runs that day, keyed by the
      *> date and a two-digit slot number, with how many drops the
      *> slot can take and how many are booked into it.  HEIMSENDING
      *> opens the slots; the till's delivery line books into one
      *> and is refused once it is full.
       01  DELIVERY-SLOT-RECORD.
           05  SLOT-KEY.
               10  SLOT-DATE          PIC 9(8).
               10  SLOT-NO            PIC 9(2).
      *> what the customer is told - "0900-1200" and the like.
           05  SLOT-LABEL             PIC X(12).
           05  SLOT-CAPACITY          PIC 9(3).
           05  SLOT-BOOKED            PIC 9(3).
