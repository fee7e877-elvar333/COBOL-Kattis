       01 AMT-DISP PIC -(10)9.
       01 DAY-COUNT PIC 9(6) VALUE 0.
       01 DAY-AMT PIC S9(12) VALUE 0.
      *> "U"/"N" paid movements, "K" safe pickups, "F" deposit
      *> vouchers, "Q" special-order deposits and "Z" debit-card
      *> cash-back ride TXLOG under tender "C" (cash-back with
      *> its card side under "D") but are not the cashier's
      *> selling - a paid-out must not read as a negative sale
      *> against them.
       01 LINE-TXTYPE PIC X(1).
       01 MOVE-COUNT PIC 9(5) VALUE 0.
       01 MOVE-AMT PIC S9(12) VALUE 0.
    UNSTRING TXLOG-LINE DELIMITED BY ALL SPACE
        INTO LINE-TXTYPE
    IF LINE-TXTYPE = "U" OR LINE-TXTYPE = "N"
          OR LINE-TXTYPE = "K" OR LINE-TXTYPE = "F"
          OR LINE-TXTYPE = "Q" OR LINE-TXTYPE = "Z"
        ADD 1 TO MOVE-COUNT
        ADD TXLOG-AMT TO MOVE-AMT
    ELSE
