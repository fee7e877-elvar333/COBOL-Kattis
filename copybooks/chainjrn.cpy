      *> Receipt-chain journal - BUDCHAIN.  KEDJUPROFUN writes one
      *> line per register per trading day once it has walked the
      *> chain through TXHIST: how many records the register rang,
      *> the receipt range, the chain value its last record closed
      *> on, and whether the walk found the chain intact.  Each line
      *> is sealed - a checksum of the line and the line before it,
      *> keyed with the store's sealing key off BUDSEAL - so the
      *> journal an inspector is shown can't be rewritten to match
      *> an altered history.  The till and every other TXLOG writer
      *> open each register's chain from its latest line here.
      *> Never truncated.
       01  CHAIN-JOURNAL-RECORD.
           05  CJ-BODY.
               10  CJ-DATE            PIC 9(8).
               10  FILLER             PIC X.
               10  CJ-REGISTER        PIC X(4).
               10  FILLER             PIC X.
               10  CJ-RECORDS         PIC 9(7).
               10  FILLER             PIC X.
               10  CJ-FIRST-RCPT      PIC 9(10).
               10  FILLER             PIC X.
               10  CJ-LAST-RCPT       PIC 9(10).
               10  FILLER             PIC X.
               10  CJ-CLOSE-CHAIN     PIC 9(10).
               10  FILLER             PIC X.
      *> INTACT, or BROKEN when the walk found a bad link on the
      *> register at any point in the history.
               10  CJ-STATUS          PIC X(6).
               10  FILLER             PIC X.
      *> zero when no sealing key was on site for the run.
           05  CJ-SEAL                PIC 9(10).
