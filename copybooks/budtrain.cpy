      *> Training session record - BUDTRAIN.  THJALFUN appends one
      *> per practice session, worked off the sandbox's own TXLOG
      *> before the next session wipes it, so the trainee's pace
      *> survives for the supervisor.  The cashier productivity
      *> report (AFKOST) lists the day's sessions apart from the
      *> live trade, each against the targets it was judged by.
       01  TRAIN-SESSION-RECORD.
           05  TRS-DATE           PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  TRS-CASHIER        PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
      *> item lines rung, receipts they made up, and the session
      *> length first timed line to last in seconds.
           05  TRS-ITEMS          PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  TRS-RECEIPTS       PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  TRS-SECONDS        PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
      *> seconds summed over the receipts that could be timed, and
      *> how many those were.
           05  TRS-RCPT-SECS      PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  TRS-TIMED          PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  TRS-KEYED          PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
           05  TRS-SCANNED        PIC 9(5).
           05  FILLER             PIC X VALUE SPACE.
      *> the targets the session was held to - items a minute at
      *> least, seconds a receipt at most, keyed share at most -
      *> and the verdict: P(assed) or F(ailed).
           05  TRS-IPM-TARGET     PIC 9(3)V9.
           05  FILLER             PIC X VALUE SPACE.
           05  TRS-SPR-TARGET     PIC 9(4).
           05  FILLER             PIC X VALUE SPACE.
           05  TRS-KEY-TARGET     PIC 9(3).
           05  FILLER             PIC X VALUE SPACE.
           05  TRS-RESULT         PIC X(1).
               88  TRS-PASSED       VALUE "P".
