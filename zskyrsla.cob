      *> being assembled from three program outputs and a
      *> calculator.  Per register: receipt counts and totals split
      *> by what kind of activity it was (sales, voids, no-receipt
      *> returns, layaway movements, gift-card loads, deposit
      *> vouchers paid out), totals by tender, gross before
      *> discounts where a promo code rode the line (reconstructed
      *> from the promotions master - a code the till declined at
      *> ring time rang full price, so the gross line can read
      *> slightly high for expired codes), and the first and last
      *> receipt number of the day.  Charity round-up donations
      *> ride the tendered money but are the campaign's, not
      *> takings - they come back out of sales (and out of voids,
      *> for a voided one) off the BUDCHAR ledger and print on a
      *> line of their own.  Agency items (top-ups, bus cards,
      *> lottery) are the provider's money the same way and come
      *> back out of sales, returns or voids off BUDAGCY.
      *> Debit-card cash-back is no tender and no sale: it prints
      *> in the tender block as a movement of its own - onto the
      *> card settlement, out of the drawer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLD-FS.

    SELECT CHARITY-LEDGER-FILE ASSIGN TO "BUDCHAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHL-FS.

    SELECT AGENCY-LEDGER-FILE ASSIGN TO "BUDAGCY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AGL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TXLOG-FILE.
        05  FILLER          PIC X.
        05  HOLD-LINE       PIC X(84).

    FD  CHARITY-LEDGER-FILE.
    COPY "charlog.cpy".

    FD  AGENCY-LEDGER-FILE.
    COPY "agcylog.cpy".

    WORKING-STORAGE SECTION.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
               10 Z-GIFT-AMT    PIC S9(12).
               10 Z-PAID-COUNT  PIC 9(5).
               10 Z-PAID-AMT    PIC S9(12).
               10 Z-DEPV-COUNT  PIC 9(5).
               10 Z-DEPV-AMT    PIC S9(12).
               10 Z-SORD-COUNT  PIC 9(5).
               10 Z-SORD-AMT    PIC S9(12).
               10 Z-WEB-COUNT   PIC 9(5).
               10 Z-CHAR-COUNT  PIC 9(5).
               10 Z-CHAR-AMT    PIC S9(12).
               10 Z-AGCY-COUNT  PIC 9(5).
               10 Z-AGCY-AMT    PIC S9(12).
               10 Z-CB-COUNT    PIC 9(5).
               10 Z-CB-AMT      PIC S9(12).
               10 Z-TENDER-AMT  PIC S9(12) OCCURS 7 TIMES.
               10 Z-GROSS-AMT   PIC S9(12).
               10 Z-FIRST-RCPT  PIC 9(10).
               10 Z-LAST-RCPT   PIC 9(10).
           88 Z-OK VALUE "Y".

      *> tender buckets: 1 cash, 2 card, 3 gift, 4 layaway,
      *> 5 manufacturer coupon, 6 house account, 7 mobile wallet -
      *> every tender the till takes, or the tender lines stop
      *> footing to sales.
       01 TENDER-NAMES.
           05 FILLER PIC X(8) VALUE "CASH".
           05 FILLER PIC X(8) VALUE "CARD".
           05 FILLER PIC X(8) VALUE "LAYAWAY".
           05 FILLER PIC X(8) VALUE "MFRCOUP".
           05 FILLER PIC X(8) VALUE "HOUSE".
           05 FILLER PIC X(8) VALUE "WALLET".
       01 TENDER-NAME-TAB REDEFINES TENDER-NAMES
           PIC X(8) OCCURS 7 TIMES.
       01 TX PIC S9(3).

       01 LINE-TXTYPE PIC X(1).
                   88 SL-ACTIVE VALUE "Y".
               10 SL-ITEMS PIC 9(3).
       01 SLIP-COUNT PIC 9(2) VALUE 0.
       01 CHL-FS PIC XX.
           88 CHL-FOUND VALUE "00".
           88 CHL-EOF VALUE "10".
       01 AGL-FS PIC XX.
           88 AGL-FOUND VALUE "00".
           88 AGL-EOF VALUE "10".
       01 SLIP-IX PIC S9(3).
       01 HELD-LEFT PIC 9(2) VALUE 0.

        CLOSE PROMOTIONS-FILE
    END-IF

      *> the day's donations, carved back out of what the receipts
      *> tendered.
    OPEN INPUT CHARITY-LEDGER-FILE
    IF CHL-FOUND
        PERFORM CHL-READ-RTN
        PERFORM UNTIL CHL-EOF
            IF CHL-DATE = REPORT-DATE
                PERFORM CHL-POST-RTN
            END-IF
            PERFORM CHL-READ-RTN
        END-PERFORM
        CLOSE CHARITY-LEDGER-FILE
    END-IF

      *> and the day's agency lines, the providers' money.
    OPEN INPUT AGENCY-LEDGER-FILE
    IF AGL-FOUND
        PERFORM AGL-READ-RTN
        PERFORM UNTIL AGL-EOF
            IF AGL-DATE = REPORT-DATE
                PERFORM AGL-POST-RTN
            END-IF
            PERFORM AGL-READ-RTN
        END-PERFORM
        CLOSE AGENCY-LEDGER-FILE
    END-IF

    DISPLAY "END-OF-DAY Z-REPORT"
    PERFORM Z-REPORT-RTN
        VARYING ZX FROM 1 BY 1 UNTIL ZX > Z-COUNT
                  Z-LAY-COUNT(ZX) Z-LAY-AMT(ZX)
                  Z-GIFT-COUNT(ZX) Z-GIFT-AMT(ZX)
                  Z-PAID-COUNT(ZX) Z-PAID-AMT(ZX)
                  Z-DEPV-COUNT(ZX) Z-DEPV-AMT(ZX)
                  Z-SORD-COUNT(ZX) Z-SORD-AMT(ZX)
                  Z-WEB-COUNT(ZX)
                  Z-CHAR-COUNT(ZX) Z-CHAR-AMT(ZX)
                  Z-AGCY-COUNT(ZX) Z-AGCY-AMT(ZX)
                  Z-CB-COUNT(ZX) Z-CB-AMT(ZX)
                  Z-GROSS-AMT(ZX)
        PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 7
            MOVE 0 TO Z-TENDER-AMT(ZX, TX)
        END-PERFORM
        MOVE TXLOG-RCPT-NO TO Z-FIRST-RCPT(ZX)
        MOVE "Y" TO Z-FOUND-SW
    END-IF.

CHL-READ-RTN.
    READ CHARITY-LEDGER-FILE
        AT END
            MOVE "10" TO CHL-FS
    END-READ.

      *> a donation came in on a sale or basket total, so it leaves
      *> the sales line (and the gross, which started from the same
      *> amount); a void's reversal leaves the voids line.  Either
      *> way the register's charity line carries the net.  The
      *> donation's receipt already put the register in the table.
CHL-POST-RTN.
    MOVE CHL-REGISTER TO TXLOG-REGISTER
    MOVE "N" TO Z-FOUND-SW
    PERFORM Z-MATCH-RTN
        VARYING ZX FROM 1 BY 1 UNTIL ZX > Z-COUNT OR Z-FOUND
    IF Z-FOUND
        SET ZX DOWN BY 1
        IF CHL-VOIDED
            SUBTRACT CHL-AMT FROM Z-VOID-AMT(ZX)
        ELSE
            ADD 1 TO Z-CHAR-COUNT(ZX)
            SUBTRACT CHL-AMT FROM Z-SALE-AMT(ZX)
            SUBTRACT CHL-AMT FROM Z-GROSS-AMT(ZX)
        END-IF
        ADD CHL-AMT TO Z-CHAR-AMT(ZX)
    END-IF.

AGL-READ-RTN.
    READ AGENCY-LEDGER-FILE
        AT END
            MOVE "10" TO AGL-FS
    END-READ.

      *> an agency line rang as a sale, a return or a void's
      *> reversal, and leaves whichever line it landed on - a sale
      *> the gross as well.  The register's agency line carries
      *> the net face value.
AGL-POST-RTN.
    MOVE AGL-REGISTER TO TXLOG-REGISTER
    MOVE "N" TO Z-FOUND-SW
    PERFORM Z-MATCH-RTN
        VARYING ZX FROM 1 BY 1 UNTIL ZX > Z-COUNT OR Z-FOUND
    IF Z-FOUND
        SET ZX DOWN BY 1
        IF AGL-VOIDED
            SUBTRACT AGL-AMT FROM Z-VOID-AMT(ZX)
        ELSE
        IF AGL-RETURNED
            SUBTRACT AGL-AMT FROM Z-RET-AMT(ZX)
        ELSE
            ADD 1 TO Z-AGCY-COUNT(ZX)
            SUBTRACT AGL-AMT FROM Z-SALE-AMT(ZX)
            SUBTRACT AGL-AMT FROM Z-GROSS-AMT(ZX)
        END-IF
        END-IF
        ADD AGL-AMT TO Z-AGCY-AMT(ZX)
    END-IF.

      *> one TXLOG record: classify by the stored line's type token
      *> (and the quantity's sign - a negative "S" is a no-receipt
      *> return), tender by TXLOG-TENDER, receipt range off the
    IF LINE-TXTYPE = "V"
        ADD 1 TO Z-VOID-COUNT(ZX)
        ADD TXLOG-AMT TO Z-VOID-AMT(ZX)
    ELSE
      *> "Z" cash-back posts a card side and a drawer side that net
      *> to nothing - counted once off the card side, net of any
      *> void's reversal.
    IF LINE-TXTYPE = "Z"
        IF TXLOG-TENDER = "D"
            IF TXLOG-AMT > 0
                ADD 1 TO Z-CB-COUNT(ZX)
            END-IF
            ADD TXLOG-AMT TO Z-CB-AMT(ZX)
        END-IF
    ELSE
      *> "O" (a ticket's opening deposit) and "C" (a cancel refund)
      *> are FRATEKT's layaway money movements - they ride tender
          OR LINE-TXTYPE = "K"
        ADD 1 TO Z-PAID-COUNT(ZX)
        ADD TXLOG-AMT TO Z-PAID-AMT(ZX)
    ELSE
      *> "F" bottle-deposit vouchers paid out of the drawer - a
      *> voucher taken inside a basket is a zero-amount detail line
      *> whose money already rides the basket total.
    IF LINE-TXTYPE = "F"
        IF TXLOG-AMT NOT = 0
            ADD 1 TO Z-DEPV-COUNT(ZX)
            ADD TXLOG-AMT TO Z-DEPV-AMT(ZX)
        END-IF
    ELSE
      *> "Q" special-order deposits taken and refunded, and the
      *> deposit applied back off a pickup sale - customer money
      *> held, not selling.
    IF LINE-TXTYPE = "Q"
        ADD 1 TO Z-SORD-COUNT(ZX)
        ADD TXLOG-AMT TO Z-SORD-AMT(ZX)
    ELSE
      *> "D" web-shop order lines handed over - paid online, so
      *> goods out with no money; counted, never in the sales.
    IF LINE-TXTYPE = "D"
        ADD 1 TO Z-WEB-COUNT(ZX)
    ELSE
      *> "R" verified returns classify like a negative "S" - the
      *> quantity sign routes them into the returns section.
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF

    IF LINE-TXTYPE NOT = "Z"
        IF TXLOG-TENDER = "C"
            ADD TXLOG-AMT TO Z-TENDER-AMT(ZX, 1)
        END-IF
        IF TXLOG-TENDER = "D"
            ADD TXLOG-AMT TO Z-TENDER-AMT(ZX, 2)
        END-IF
        IF TXLOG-TENDER = "G"
            ADD TXLOG-AMT TO Z-TENDER-AMT(ZX, 3)
        END-IF
        IF TXLOG-TENDER = "L"
            ADD TXLOG-AMT TO Z-TENDER-AMT(ZX, 4)
        END-IF
        IF TXLOG-TENDER = "M"
            ADD TXLOG-AMT TO Z-TENDER-AMT(ZX, 5)
        END-IF
        IF TXLOG-TENDER = "H"
            ADD TXLOG-AMT TO Z-TENDER-AMT(ZX, 6)
        END-IF
        IF TXLOG-TENDER = "W"
            ADD TXLOG-AMT TO Z-TENDER-AMT(ZX, 7)
        END-IF
    END-IF
    END-IF.

    MOVE Z-PAID-AMT(ZX) TO AMT-DISP
    DISPLAY "  PAID IN/OUT:        " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE Z-DEPV-COUNT(ZX) TO COUNT-DISP
    MOVE Z-DEPV-AMT(ZX) TO AMT-DISP
    DISPLAY "  DEPOSIT VOUCHERS:   " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE Z-SORD-COUNT(ZX) TO COUNT-DISP
    MOVE Z-SORD-AMT(ZX) TO AMT-DISP
    DISPLAY "  SPECIAL ORDER DEPS: " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE Z-WEB-COUNT(ZX) TO COUNT-DISP
    DISPLAY "  WEB ORDER LINES:    " function TRIM(COUNT-DISP)
            " HANDED OVER, PREPAID"
    MOVE Z-CHAR-COUNT(ZX) TO COUNT-DISP
    MOVE Z-CHAR-AMT(ZX) TO AMT-DISP
    DISPLAY "  CHARITY DONATIONS:  " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP) " (NOT SALES)"
    MOVE Z-AGCY-COUNT(ZX) TO COUNT-DISP
    MOVE Z-AGCY-AMT(ZX) TO AMT-DISP
    DISPLAY "  AGENCY ITEMS:       " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP) " (NOT SALES)"
    PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 7
        MOVE Z-TENDER-AMT(ZX, TX) TO AMT-DISP
        DISPLAY "  TENDER "
                function TRIM(TENDER-NAME-TAB(TX)) ": "
                function TRIM(AMT-DISP)
    END-PERFORM
    MOVE Z-CB-COUNT(ZX) TO COUNT-DISP
    MOVE Z-CB-AMT(ZX) TO AMT-DISP
    DISPLAY "  CASH-BACK:          " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
            " (ONTO CARD, OUT OF DRAWER)".
