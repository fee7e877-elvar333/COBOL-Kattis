      *> Mobile-wallet journal record - BUDWLT.  The till writes one
      *> line for every receipt tendered on a phone wallet ("W"),
      *> carrying the payment reference the wallet terminal gave
      *> back, and a negative line when that money goes back - a
      *> refund to the wallet or a void of the receipt.  VESKIUPPGJOR
      *> matches the provider's daily settlement file against it by
      *> reference and amount and marks each line it settles, so
      *> what is still open is what the provider owes.  Never
      *> truncated.
       01  WALLET-LOG-RECORD.
           05  WLT-DATE           PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WLT-REGISTER       PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  WLT-RCPT-NO        PIC 9(10).
           05  FILLER             PIC X VALUE SPACE.
      *> "S" a wallet payment taken, "R" a refund paid back to the
      *> wallet, "V" the reversal written when the receipt is voided.
           05  WLT-TYPE           PIC X(1).
               88  WLT-PAYMENT    VALUE "S".
               88  WLT-REFUND     VALUE "R".
               88  WLT-VOIDED     VALUE "V".
           05  FILLER             PIC X VALUE SPACE.
      *> the provider's payment reference - the same reference comes
      *> back on the settlement line that pays it.
           05  WLT-REF            PIC X(10).
           05  FILLER             PIC X VALUE SPACE.
           05  WLT-AMT            PIC S9(9).
           05  FILLER             PIC X VALUE SPACE.
      *> spaces until settled; "Y" once VESKIUPPGJOR has matched the
      *> line, with the settlement date and the fee the provider
      *> kept off it.
           05  WLT-SETTLED        PIC X(1).
               88  WLT-IS-SETTLED VALUE "Y".
           05  FILLER             PIC X VALUE SPACE.
           05  WLT-SETTLE-DATE    PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  WLT-FEE            PIC S9(7).
