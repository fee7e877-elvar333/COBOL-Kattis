      *> Day receipt record - BUDRCPT.  BUDARKASSI2 writes one per
      *> receipt the moment it posts, keyed by register and receipt
      *> number, and a void reads it back and DELETEs it, so what
      *> is left at close is every receipt that stood.  The first
      *> run of a new business date empties it.
       01  DAY-RECEIPT-RECORD.
           05  DR-KEY.
               10  DR-REGISTER  PIC X(4).
               10  DR-RCPT-NO   PIC 9(10).
      *> DR-AMT is the tax-inclusive amount tendered (what a void
      *> refunds); DR-OUT and DR-TAX are the pre-tax sale and its
      *> tax, kept so a void can back the day totals out the way
      *> they went in.  Card, gift portion and rounding difference
      *> ride along for the void's re-credits and reversals.
           05  DR-AMT           PIC S9(12).
           05  DR-OUT           PIC S9(12).
           05  DR-TAX           PIC S9(12).
           05  DR-PAY           PIC X(1).
           05  DR-CARD          PIC X(10).
           05  DR-GAMT          PIC S9(12).
           05  DR-RND           PIC S9(4).
      *> both tender legs and the per-rate tax split ride along so
      *> a void reverses each leg under its own tender and backs
      *> the rate buckets out exactly the way the sale went in.
           05  DR-PAY2          PIC X(1).
           05  DR-P1AMT         PIC S9(12).
           05  DR-P2AMT         PIC S9(12).
           05  DR-CAT-ENTRY OCCURS 5 TIMES.
               10  DR-CAT-BASE  PIC S9(12).
               10  DR-CAT-TAX   PIC S9(12).
      *> the bottle deposit the receipt collected and the vouchers
      *> it took, so a void reverses the deposit ledger too.
           05  DR-DEPOSIT       PIC S9(9).
           05  DR-VOUCHER       PIC S9(9).
      *> the tax-free form issued on the receipt, zero if none - a
      *> void cancels it on the register.
           05  DR-TF-FORM       PIC 9(6).
      *> the charity donation the receipt took and the campaign it
      *> went to, so a void takes it back off that campaign.
           05  DR-DONATION      PIC S9(9).
           05  DR-CHARITY       PIC X(6).
      *> the agency line the receipt rang - face value, commission,
      *> provider, SKU and quantity - so a void reverses it on the
      *> agency ledger.
           05  DR-AGENCY        PIC S9(9).
           05  DR-AGY-COMM      PIC S9(9).
           05  DR-PROVIDER      PIC X(6).
           05  DR-AGY-SKU       PIC X(10).
           05  DR-AGY-QTY       PIC S9(7).
      *> the rain check the receipt redeemed, spaces if none - a
      *> void puts it back open.
           05  DR-RAIN-NO       PIC X(10).
      *> the gift registry the receipt was bought against, zero if
      *> none - a void gives its purchases back to the registry.
           05  DR-GIFTREG-NO    PIC 9(6).
      *> the cash handed over on a debit-card receipt, zero if none
      *> - a void takes it back into the drawer and off the card.
           05  DR-CASHBACK      PIC S9(9).
