       01  SUP-MASTER-RECORD.
           05  SUP-CODE           PIC X(6).
           05  SUP-NAME           PIC X(30).
      *> payment terms - days net from the invoice's approval, and
      *> an early-payment discount of SUP-DISC-PCT percent when paid
      *> within SUP-DISC-DAYS (zero days means no discount).  The
      *> payment run dates every approved invoice off these.  The
      *> group sits where the old free-text terms were, so a record
      *> from before carries text here; SUP-NET-DAYS NOT NUMERIC is
      *> how a reader tells, and the payment run takes such a
      *> supplier as 30 days net until BIRGJAR re-keys it.
           05  SUP-TERMS.
               10  SUP-NET-DAYS   PIC 9(3).
               10  SUP-DISC-DAYS  PIC 9(3).
               10  SUP-DISC-PCT   PIC 9(2)V99.
               10  FILLER         PIC X(2).
      *> days from order placed to goods on the dock - what the
      *> buyer reads next to each suggestion group.
           05  SUP-LEAD-DAYS      PIC 9(3).
           05  SUP-STATUS         PIC X(1).
               88  SUP-ACTIVE       VALUE "A" " ".
               88  SUP-RETIRED      VALUE "D".
      *> where the payment run sends the money - the supplier's bank
      *> account (bank, ledger, account number, 12 digits) and the
      *> payee's national ID the bank checks it against.  Spaces
      *> hold the supplier out of the bank file until BIRGJAR sets
      *> them.
           05  SUP-BANK-ACCT      PIC X(12).
           05  SUP-PAYEE-ID       PIC X(10).
      *> direct store delivery - "Y" lets the vendor's route drivers
      *> deliver against their own delivery note with no PO, through
      *> BEINMOTTAKA; every other vendor's goods come in against a
      *> PO through VORUMOTTAKA.  Space (a record from before the
      *> flag existed) reads as not authorized.
           05  SUP-DSD-FLAG       PIC X(1).
               88  SUP-DSD-OK       VALUE "Y".
