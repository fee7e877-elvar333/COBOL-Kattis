      *> Agency settlement record - BUDAGSET.  The nightly provider
      *> settlement writes one line per provider per business date
      *> off the till's BUDAGCY ledger: the face value taken for the
      *> provider (sales less returns and voids), the commission the
      *> store keeps, and the net owed to the provider.  The
      *> provider's own invoice is keyed into REIKNINGAR against the
      *> reference AGCY plus the month, where it is checked against
      *> these lines, and the monthly agency statement reconciles
      *> the two.  Appended forever; a forced rerun of a date writes
      *> that date again and the later lines stand.
       01  AGENCY-SETTLE-RECORD.
           05  AGS-DATE           PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  AGS-PROVIDER       PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
      *> "AGCY" and the month - what the provider's invoice is
      *> keyed against where a supplier invoice would name its PO.
           05  AGS-REF            PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
           05  AGS-LINES          PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  AGS-FACE           PIC S9(11).
           05  FILLER             PIC X VALUE SPACE.
           05  AGS-COMM           PIC S9(11).
           05  FILLER             PIC X VALUE SPACE.
           05  AGS-NET-OWED       PIC S9(11).
           05  FILLER             PIC X VALUE SPACE.
           05  AGS-ISSUED         PIC 9(8).
