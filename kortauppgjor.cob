      *> tender records on TXLOG by register and amount.  What's
      *> left over prints on both sides: till records the processor
      *> never paid us for, and processor payments we can't find a
      *> sale behind.  Debit-card cash-back goes through the
      *> processor on the same card payment as the purchase, so its
      *> card side joins the receipt's tender before matching - the
      *> expected settlement is purchase plus cash-back, and the
      *> cash-back is totalled on its own line.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
               10 KT-REGISTER PIC X(4).
               10 KT-RCPT     PIC 9(10).
               10 KT-AMT      PIC S9(11).
               10 KT-CASHBACK PIC S9(9).
               10 KT-STATUS   PIC X(1).
                   88 KT-OPEN    VALUE "O".
                   88 KT-MATCHED VALUE "M".
       01 CARD-COUNT PIC 9(4) VALUE 0.
       01 FULL-SW PIC X VALUE "N".
           88 TABLE-OVERFLOWED VALUE "Y".
       01 JOIN-SW PIC X VALUE "N".
           88 JOIN-FOUND VALUE "Y".
       01 CASHBACK-COUNT PIC 9(4) VALUE 0.
       01 CASHBACK-AMT PIC S9(12) VALUE 0.
       01 MATCH-SW PIC X VALUE "N".
           88 MATCH-FOUND VALUE "Y".

    END-IF
    PERFORM TXLOG-READ-RTN
    PERFORM UNTIL TXLOG-EOF
        IF TXLOG-TENDER = "D" AND TXLOG-LINE(1:1) = "Z"
              AND (TXLOG-DATE = 0 OR TXLOG-DATE = REPORT-DATE)
            PERFORM CASHBACK-JOIN-RTN
        ELSE
        IF TXLOG-TENDER = "D"
              AND (TXLOG-DATE = 0 OR TXLOG-DATE = REPORT-DATE)
            IF CARD-COUNT < 5000
                MOVE TXLOG-REGISTER TO KT-REGISTER(CARD-COUNT)
                MOVE TXLOG-RCPT-NO TO KT-RCPT(CARD-COUNT)
                MOVE TXLOG-AMT TO KT-AMT(CARD-COUNT)
                MOVE 0 TO KT-CASHBACK(CARD-COUNT)
                MOVE "O" TO KT-STATUS(CARD-COUNT)
            ELSE
                MOVE "Y" TO FULL-SW
            END-IF
        END-IF
        END-IF
        PERFORM TXLOG-READ-RTN
    END-PERFORM
    CLOSE TXLOG-FILE

    MOVE MATCH-COUNT TO COUNT-DISP
    DISPLAY "SETTLEMENTS MATCHED:     " function TRIM(COUNT-DISP)
    MOVE CASHBACK-COUNT TO COUNT-DISP
    MOVE CASHBACK-AMT TO AMT-DISP
    DISPLAY "CASH-BACK IN SETTLEMENT: " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE TILL-OPEN-COUNT TO COUNT-DISP
    MOVE TILL-OPEN-AMT TO AMT-DISP
    DISPLAY "TILL-SIDE UNMATCHED:     " function TRIM(COUNT-DISP)
            MOVE "10" TO TXLOG-FS
    END-READ.

      *> the card side of a cash-back onto the receipt's own card
      *> tender, posted just ahead of it on the same register and
      *> receipt number (a void's reversal pairs the same way).
CASHBACK-JOIN-RTN.
    MOVE "N" TO JOIN-SW
    PERFORM CASHBACK-SEEK-RTN
        VARYING KX FROM CARD-COUNT BY -1
        UNTIL KX < 1 OR JOIN-FOUND
    IF NOT JOIN-FOUND
        IF CARD-COUNT < 5000
            ADD 1 TO CARD-COUNT
            MOVE TXLOG-REGISTER TO KT-REGISTER(CARD-COUNT)
            MOVE TXLOG-RCPT-NO TO KT-RCPT(CARD-COUNT)
            MOVE TXLOG-AMT TO KT-AMT(CARD-COUNT)
            MOVE TXLOG-AMT TO KT-CASHBACK(CARD-COUNT)
            MOVE "O" TO KT-STATUS(CARD-COUNT)
        ELSE
            MOVE "Y" TO FULL-SW
        END-IF
    END-IF
    ADD 1 TO CASHBACK-COUNT
    ADD TXLOG-AMT TO CASHBACK-AMT.

CASHBACK-SEEK-RTN.
    IF KT-REGISTER(KX) = TXLOG-REGISTER
          AND KT-RCPT(KX) = TXLOG-RCPT-NO
        MOVE "Y" TO JOIN-SW
        ADD TXLOG-AMT TO KT-AMT(KX)
        ADD TXLOG-AMT TO KT-CASHBACK(KX)
    END-IF.

SETL-READ-RTN.
    READ SETTLE-FILE
        AT END
        DISPLAY "  RECEIPT " KT-RCPT(KX)
                " REGISTER " KT-REGISTER(KX)
                " FOR " function TRIM(AMT-DISP)
        IF KT-CASHBACK(KX) NOT = 0
            MOVE KT-CASHBACK(KX) TO AMT-DISP
            DISPLAY "    OF WHICH CASH-BACK "
                    function TRIM(AMT-DISP)
        END-IF
    END-IF.
