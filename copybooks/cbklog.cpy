      *> Chargeback ledger - BUDCBKL.  One line per money movement
      *> on a dispute: D when the processor debits the chargeback
      *> off our card receivable, R when a won case is credited
      *> back, L when a lost case's debit is written off.  KORTADEILA
      *> appends, FJARHAGUR posts the day's lines to the journal.
       01  CBK-LEDGER-RECORD.
           05  CBKL-DATE              PIC 9(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  CBKL-CASE-REF          PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  CBKL-TYPE              PIC X(1).
           05  FILLER                 PIC X VALUE SPACE.
           05  CBKL-REGISTER          PIC X(4).
           05  FILLER                 PIC X VALUE SPACE.
           05  CBKL-REASON            PIC X(4).
           05  FILLER                 PIC X VALUE SPACE.
           05  CBKL-AMT               PIC S9(11).
