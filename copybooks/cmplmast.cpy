      *> Customer complaint register - CMPLMAST.  One record per
      *> complaint taken at the service desk, keyed by a running
      *> complaint number KVARTANIR issues.  The receipt it was
      *> checked against, the SKU and its supplier and department
      *> as they stood when it was taken, the complaint category,
      *> and the redress given with what it cost the store.  A case
      *> stays open until it is closed; KVARTANASKYRSLA rolls the
      *> month's cases up by SKU, supplier and category.
       01  COMPLAINT-RECORD.
           05  CMP-NO                 PIC 9(8).
           05  CMP-OPEN-DATE          PIC 9(8).
      *> "-" for a walk-in who is not a loyalty customer.
           05  CMP-CUST-ID            PIC X(10).
      *> the receipt the goods were bought on, zero when the
      *> customer had none, with the date and register it was
      *> found under in the history.
           05  CMP-RCPT-NO            PIC 9(10).
           05  CMP-RCPT-DATE          PIC 9(8).
           05  CMP-RCPT-REGISTER      PIC X(4).
      *> spaces on a complaint about the service rather than an
      *> item.
           05  CMP-SKU                PIC X(10).
           05  CMP-SUPPLIER           PIC X(6).
           05  CMP-DEPT               PIC 9(2).
           05  CMP-CATEGORY           PIC X(4).
      *> R refund, P replacement, G goodwill points, space none yet.
           05  CMP-RESOLUTION         PIC X(1).
               88  CMP-REFUNDED       VALUE "R".
               88  CMP-REPLACED       VALUE "P".
               88  CMP-GOODWILL       VALUE "G".
               88  CMP-UNRESOLVED     VALUE " ".
           05  CMP-REFUND-AMT         PIC S9(9).
           05  CMP-REPL-QTY           PIC S9(5).
           05  CMP-POINTS             PIC 9(7).
      *> the refund, the replacement stock at cost, or the points
      *> at their redemption value.
           05  CMP-COST               PIC S9(9).
           05  CMP-RESOLVE-DATE       PIC 9(8).
           05  CMP-STATUS             PIC X(1).
               88  CMP-OPEN           VALUE "O".
               88  CMP-CLOSED         VALUE "C".
           05  CMP-CLOSE-DATE         PIC 9(8).
           05  CMP-NOTE               PIC X(30).
