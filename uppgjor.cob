      *> back on foreign settlements - that change left the drawer
      *> and must come out of expected cash, the same arithmetic
      *> GJALDEYRIR runs for the currency position.
      *> the day's charity round-up donations - the cash ones are in
      *> the drawer and in expected cash like any tender "C", but
      *> they are owed to the campaign, so the page says how much.
    SELECT CHARITY-LEDGER-FILE ASSIGN TO "BUDCHAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHL-FS.

    SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
    FD  FX-RATE-FILE.
    COPY "fxrate.cpy".

    FD  CHARITY-LEDGER-FILE.
    COPY "charlog.cpy".

    FD  SHIFT-FILE.
    01  SHIFT-RECORD.
        05  SHIFT-DATE      PIC 9(8).
        88 DEP-FOUND VALUE "00".
    01 FX-FS PIC XX.
        88 FX-FOUND VALUE "00".
    01 CHL-FS PIC XX.
        88 CHL-FOUND VALUE "00".
        88 CHL-EOF VALUE "10".
    01 FRN-VALUE PIC S9(12).
    01 CHANGE-ONE PIC S9(12).

            10 REG-TAB-FLOAT    PIC S9(9).
            10 REG-TAB-CASH     PIC S9(12).
            10 REG-TAB-CARD     PIC S9(12).
            10 REG-TAB-WALLET   PIC S9(12).
            10 REG-TAB-FRN      PIC S9(12).
            10 REG-TAB-CHG      PIC S9(12).
            10 REG-TAB-COUNT    PIC 9(5).
            10 REG-TAB-CHARITY  PIC S9(12).
            10 REG-TAB-CASHBACK PIC S9(12).
    01 REG-FOUND-SW PIC X VALUE "N".
        88 REG-MATCHED VALUE "Y".

    CLOSE TXLOG-FILE
    CLOSE FX-RATE-FILE

    OPEN INPUT CHARITY-LEDGER-FILE
    IF CHL-FOUND
        PERFORM CHL-READ-RTN
        PERFORM UNTIL CHL-EOF
            IF CHL-DATE = TODAY-DATE AND CHL-TENDER = "C"
                PERFORM CHARITY-MATCH-RTN
                    VARYING RX FROM 1 BY 1 UNTIL RX > REG-COUNT
            END-IF
            PERFORM CHL-READ-RTN
        END-PERFORM
        CLOSE CHARITY-LEDGER-FILE
    END-IF

    OPEN OUTPUT DEPOSIT-FILE

    PERFORM REG-REPORT-RTN
            MOVE REG-FLOAT TO REG-TAB-FLOAT(RX)
            MOVE 0 TO REG-TAB-CASH(RX)
            MOVE 0 TO REG-TAB-CARD(RX)
            MOVE 0 TO REG-TAB-WALLET(RX)
            MOVE 0 TO REG-TAB-FRN(RX)
            MOVE 0 TO REG-TAB-CHG(RX)
            MOVE 0 TO REG-TAB-COUNT(RX)
            MOVE 0 TO REG-TAB-CHARITY(RX)
            MOVE 0 TO REG-TAB-CASHBACK(RX)
            MOVE RX TO REG-COUNT
    END-READ.

            MOVE "10" TO TXLOG-FS
    END-READ.

CHL-READ-RTN.
    READ CHARITY-LEDGER-FILE
        AT END
            MOVE "10" TO CHL-FS
    END-READ.

CHARITY-MATCH-RTN.
    IF CHL-REGISTER = REG-TAB-ID(RX)
        ADD CHL-AMT TO REG-TAB-CHARITY(RX)
    END-IF.

VARH-STRIP-RTN.
    READ VARIANCE-FILE
        AT END

      *> only tender "C" is drawer cash.  Card tenders tally on
      *> their own line - they reconcile against the processor's
      *> settlement file, not against the drawer; mobile-wallet
      *> tenders likewise against the wallet provider's.  Gift and
      *> layaway movements have their own running balances and stay
      *> out of all of them.  Debit-card cash-back ("Z") is a
      *> movement of its own: its drawer side is cash paid out, its
      *> card side rides the processor's settlement - neither is a
      *> tender.
TXLOG-MATCH-RTN.
    IF TXLOG-REGISTER = REG-TAB-ID(RX)
        MOVE "Y" TO REG-FOUND-SW
        IF TXLOG-LINE(1:1) = "Z"
            IF TXLOG-TENDER = "C"
                SUBTRACT TXLOG-AMT FROM REG-TAB-CASHBACK(RX)
            END-IF
        ELSE
      *> a record tagged with a currency settled in foreign notes -
      *> those never became base cash in the drawer, the GJALDEYRIR
      *> position report counts them.
        IF TXLOG-TENDER = "D"
            ADD TXLOG-AMT TO REG-TAB-CARD(RX)
        END-IF
        IF TXLOG-TENDER = "W"
            ADD TXLOG-AMT TO REG-TAB-WALLET(RX)
        END-IF
        ADD 1 TO REG-TAB-COUNT(RX)
        END-IF
    END-IF.

REG-REPORT-RTN.
    DISPLAY "  CASH TENDERED:   " AMT-DISP
    MOVE REG-TAB-CARD(RX) TO AMT-DISP
    DISPLAY "  CARD TENDERED:   " AMT-DISP
    MOVE REG-TAB-WALLET(RX) TO AMT-DISP
    DISPLAY "  WALLET TENDERED: " AMT-DISP
    IF REG-TAB-FRN(RX) NOT = 0
        MOVE REG-TAB-FRN(RX) TO AMT-DISP
        DISPLAY "  FOREIGN SETTLED: " AMT-DISP
        MOVE REG-TAB-CHG(RX) TO AMT-DISP
        DISPLAY "  CHANGE PAID OUT: " AMT-DISP
    END-IF
    IF REG-TAB-CASHBACK(RX) NOT = 0
        MOVE REG-TAB-CASHBACK(RX) TO AMT-DISP
        DISPLAY "  CASH-BACK PAID:  " AMT-DISP
                " (ON DEBIT CARDS - OUT OF THE DRAWER)"
    END-IF

      *> the change paid on foreign settlements left this drawer in
      *> base cash - without netting it out every cruise-ship day
      *> shows a phantom shortage.  Cash-back handed over on debit
      *> cards left it the same way.
    COMPUTE EXPECTED-CASH =
        REG-TAB-FLOAT(RX) + REG-TAB-CASH(RX)
        - REG-TAB-CHG(RX) - REG-TAB-CASHBACK(RX)
    MOVE EXPECTED-CASH TO AMT-DISP
    DISPLAY "  EXPECTED CASH:   " AMT-DISP
    IF REG-TAB-CHARITY(RX) NOT = 0
        MOVE REG-TAB-CHARITY(RX) TO AMT-DISP
        DISPLAY "  INCL. CHARITY:   " AMT-DISP
                " (CASH DONATIONS - OWED TO THE CAMPAIGN)"
    END-IF

      *> the actual side: the denomination count when one is on
      *> file for this register, the night manager's keyed number
