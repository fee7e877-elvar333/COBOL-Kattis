      *> store's record never carries it.
           05  BUD-TRAINING-SW    PIC X(1).
               88  BUD-TRAINING     VALUE "T".
      *> the smallest tax-inclusive receipt a tax-free form may be
      *> issued on - the refund operator's minimum spend.  Zero on
      *> a control record from before the field existed, which
      *> turns the check off.
           05  BUD-TAXFREE-MIN    PIC 9(7).
      *> the store's own bank account (bank, ledger, account number,
      *> 12 digits) supplier payments are drawn on - the payment
      *> run's bank file names it.  Spaces on a control record from
      *> before the field existed, which the payment run refuses to
      *> write a bank file on.
           05  BUD-BANK-ACCT      PIC X(12).
      *> the service level (percent of replenishment cycles that
      *> should not run out) the weekly reorder recalculation sizes
      *> safety stock to.  Zero on a control record from before the
      *> field existed, which the recalculation takes as 95.
           05  BUD-SERVICE-LEVEL  PIC 9(2).
      *> the time (HHMM) the nightly stream must be finished by -
      *> the end-of-day driver warns when a run is heading past it.
      *> Zero on a control record from before the field existed,
      *> which turns the warning off.
           05  BUD-WINDOW-END     PIC 9(4).
      *> debit-card cash-back at the till - the most a customer may
      *> take on one receipt, and the smallest purchase it may ride
      *> on.  Zero (or spaces, on a control record from before the
      *> fields existed) in the maximum turns cash-back off.
           05  BUD-CASHBACK-MAX   PIC 9(6).
           05  BUD-CASHBACK-MIN   PIC 9(7).
      *> cycle counting - how many times a year each ABC class is
      *> to be counted.  Zero (or spaces, on a control record from
      *> before the fields existed) takes the planner's standing
      *> 12 for A, 4 for B and 1 for C.
           05  BUD-CYC-TARGET-A   PIC 9(3).
           05  BUD-CYC-TARGET-B   PIC 9(3).
           05  BUD-CYC-TARGET-C   PIC 9(3).
