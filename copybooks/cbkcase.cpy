      *> Card chargeback case file - CBKCASE.  One record per dispute
      *> the processor raises, keyed by the processor's own case
      *> reference.  KORTADEILA opens it off the chargeback file
      *> (CARDCBK), ties it to the original card sale on TXHIST and
      *> carries it through to the processor's decision.
       01  CHARGEBACK-RECORD.
           05  CBK-CASE-REF           PIC X(10).
      *> the settlement reference the disputed sale was paid under,
      *> and the register and gross amount the processor quotes.
           05  CBK-SETL-REF           PIC X(10).
           05  CBK-REGISTER           PIC X(4).
           05  CBK-AMOUNT             PIC S9(11).
           05  CBK-REASON             PIC X(4).
           05  CBK-RECV-DATE          PIC 9(8).
      *> the last day the processor accepts our evidence.
           05  CBK-DEADLINE           PIC 9(8).
      *> the till sale the dispute was matched to - the receipt
      *> number restarts daily, so the date goes with it.  Zero
      *> when no card tender on history matched.
           05  CBK-SALE-DATE          PIC 9(8).
           05  CBK-RCPT-NO            PIC 9(10).
           05  CBK-CASHIER            PIC X(4).
      *> P pending a decision, W won (the processor credited the
      *> money back), L lost (the debit stands).
           05  CBK-STATUS             PIC X(1).
               88  CBK-PENDING        VALUE "P".
               88  CBK-WON            VALUE "W".
               88  CBK-LOST           VALUE "L".
           05  CBK-CLOSE-DATE         PIC 9(8).
           05  CBK-EVIDENCE-DATE      PIC 9(8).
