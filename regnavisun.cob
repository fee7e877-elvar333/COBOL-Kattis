IDENTIFICATION DIVISION.
PROGRAM-ID. REGNAVISUN.

      *> rain-check report - the till issues a numbered rain check
      *> when an advertised promotion item has sold out, and
      *> redeems it later at the promotion price.  This walks the
      *> RAINMST register:
      *>   - every rain check still outstanding, with the customer,
      *>     the SKU, quantity and price promised and days to expiry
      *>   - every one redeemed, with where and when
      *>   - every one that ran out unredeemed
      *>   - per promotion, how many rain checks it needed and the
      *>     units promised - the count the buyer reads as how far
      *>     the order for the ad fell short.
      *>
      *> entry feed: one line, a promo code to report on its own
      *> (blank reports them all).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RAINCHECK-MASTER ASSIGN TO "RAINMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RCK-NO
        FILE STATUS IS RCK-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  RAINCHECK-MASTER.
    COPY "rainchk.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 RCK-FS PIC XX.
           88 RCK-FOUND VALUE "00".
           88 RCK-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).
       01 DAYS-LEFT PIC S9(5).
       01 DAYS-DISP PIC -(4)9.

       01 INP PIC X(20).
       01 INP-TOK PIC X(10).
       01 INP-LEN PIC S9(2).
       01 PROMO-FILTER PIC 9(10) VALUE 0.

      *> per-promotion tally, in the order the codes turn up.
       01 PROMO-TAB.
           05 PROMO-ENTRY OCCURS 200 TIMES INDEXED BY PX.
               10 PT-PROMO     PIC 9(10).
               10 PT-ISSUED    PIC 9(5).
               10 PT-UNITS     PIC 9(7).
               10 PT-OPEN      PIC 9(5).
               10 PT-USED      PIC 9(5).
               10 PT-EXPIRED   PIC 9(5).
       01 PROMO-COUNT PIC 9(3) VALUE 0.
       01 PROMO-FOUND-SW PIC X VALUE "N".
           88 PROMO-FOUND VALUE "Y".
       01 OVER-COUNT PIC 9(5) VALUE 0.

       01 OPEN-COUNT PIC 9(5) VALUE 0.
       01 USED-COUNT PIC 9(5) VALUE 0.
       01 EXPIRED-COUNT PIC 9(5) VALUE 0.
      *> what the outstanding rain checks will cost against the
      *> shelf price when they come in.
       01 OPEN-CONCESSION PIC S9(11) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 UNITS-DISP PIC Z(6)9.
       01 AMT-DISP PIC -(10)9.
       01 PRICE-DISP PIC -(6)9.

PROCEDURE DIVISION.
    ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    COMPUTE TODAY-INT = function INTEGER-OF-DATE(BUSINESS-DATE)

    ACCEPT INP
    MOVE SPACES TO INP-TOK
    MOVE 0 TO INP-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO INP-TOK COUNT IN INP-LEN
    IF INP-LEN > 0 AND INP-TOK(1:INP-LEN) IS NUMERIC
        MOVE INP-TOK(1:INP-LEN) TO PROMO-FILTER
    END-IF

    OPEN INPUT RAINCHECK-MASTER
    IF NOT RCK-FOUND
        DISPLAY "REGNAVISUN: NO RAIN-CHECK REGISTER TO REPORT"
        GOBACK
    END-IF

    IF PROMO-FILTER = 0
        DISPLAY "RAIN CHECKS - " BUSINESS-DATE
    ELSE
        DISPLAY "RAIN CHECKS - " BUSINESS-DATE
                " - PROMO " PROMO-FILTER
    END-IF
    DISPLAY " "
    DISPLAY "OUTSTANDING:"
    PERFORM RCK-READ-RTN
    PERFORM UNTIL RCK-EOF
        IF PROMO-FILTER = 0 OR RCK-PROMO = PROMO-FILTER
            PERFORM PROMO-TALLY-RTN
            IF RCK-OPEN AND RCK-EXPIRY >= BUSINESS-DATE
                PERFORM OUTSTANDING-RTN
            END-IF
        END-IF
        PERFORM RCK-READ-RTN
    END-PERFORM
    CLOSE RAINCHECK-MASTER

      *> second and third passes, so each list prints as one block.
    DISPLAY " "
    DISPLAY "REDEEMED:"
    OPEN INPUT RAINCHECK-MASTER
    PERFORM RCK-READ-RTN
    PERFORM UNTIL RCK-EOF
        IF (PROMO-FILTER = 0 OR RCK-PROMO = PROMO-FILTER)
              AND RCK-USED
            ADD 1 TO USED-COUNT
            DISPLAY "  " RCK-NO " PROMO " RCK-PROMO " "
                    RCK-SKU " CUST " RCK-CUST-ID
                    " USED " RCK-USED-DATE " REG "
                    RCK-USED-REGISTER " RCPT " RCK-USED-RCPT
        END-IF
        PERFORM RCK-READ-RTN
    END-PERFORM
    CLOSE RAINCHECK-MASTER

    DISPLAY " "
    DISPLAY "EXPIRED UNREDEEMED:"
    OPEN INPUT RAINCHECK-MASTER
    PERFORM RCK-READ-RTN
    PERFORM UNTIL RCK-EOF
        IF (PROMO-FILTER = 0 OR RCK-PROMO = PROMO-FILTER)
              AND RCK-OPEN AND RCK-EXPIRY < BUSINESS-DATE
            ADD 1 TO EXPIRED-COUNT
            DISPLAY "  " RCK-NO " PROMO " RCK-PROMO " "
                    RCK-SKU " CUST " RCK-CUST-ID
                    " ISSUED " RCK-ISSUED " EXPIRED " RCK-EXPIRY
        END-IF
        PERFORM RCK-READ-RTN
    END-PERFORM
    CLOSE RAINCHECK-MASTER

      *> per promotion - every rain check issued is a customer the
      *> ad brought in that the stock couldn't serve.
    DISPLAY " "
    DISPLAY "RAIN CHECKS BY PROMOTION:"
    PERFORM PROMO-LINE-RTN
        VARYING PX FROM 1 BY 1 UNTIL PX > PROMO-COUNT
    IF OVER-COUNT > 0
        MOVE OVER-COUNT TO COUNT-DISP
        DISPLAY "  (" function TRIM(COUNT-DISP)
                " RAIN CHECKS PAST THE PROMOTION TABLE - NOT "
                "TALLIED)"
    END-IF

    DISPLAY " "
    MOVE OPEN-COUNT TO COUNT-DISP
    DISPLAY "OUTSTANDING:        " function TRIM(COUNT-DISP)
    MOVE OPEN-CONCESSION TO AMT-DISP
    DISPLAY "  PRICE CONCEDED:   " function TRIM(AMT-DISP)
    MOVE USED-COUNT TO COUNT-DISP
    DISPLAY "REDEEMED:           " function TRIM(COUNT-DISP)
    MOVE EXPIRED-COUNT TO COUNT-DISP
    DISPLAY "EXPIRED:            " function TRIM(COUNT-DISP)

    GOBACK.

RCK-READ-RTN.
    READ RAINCHECK-MASTER
        AT END
            MOVE "10" TO RCK-FS
    END-READ.

OUTSTANDING-RTN.
    ADD 1 TO OPEN-COUNT
    COMPUTE OPEN-CONCESSION = OPEN-CONCESSION
        + (RCK-SHELF-PRICE - RCK-PRICE) * RCK-QTY
    COMPUTE DAYS-LEFT =
        function INTEGER-OF-DATE(RCK-EXPIRY) - TODAY-INT
    MOVE DAYS-LEFT TO DAYS-DISP
    MOVE RCK-PRICE TO PRICE-DISP
    DISPLAY "  " RCK-NO " PROMO " RCK-PROMO " "
            RCK-SKU " X" RCK-QTY " AT "
            function TRIM(PRICE-DISP) " CUST " RCK-CUST-ID
            " ISSUED " RCK-ISSUED " - "
            function TRIM(DAYS-DISP) " DAYS LEFT".

PROMO-TALLY-RTN.
    MOVE "N" TO PROMO-FOUND-SW
    PERFORM PROMO-MATCH-RTN
        VARYING PX FROM 1 BY 1
        UNTIL PX > PROMO-COUNT OR PROMO-FOUND
    IF PROMO-FOUND
        SET PX DOWN BY 1
    ELSE
    IF PROMO-COUNT < 200
        ADD 1 TO PROMO-COUNT
        SET PX TO PROMO-COUNT
        MOVE RCK-PROMO TO PT-PROMO(PX)
        MOVE 0 TO PT-ISSUED(PX) PT-UNITS(PX) PT-OPEN(PX)
                  PT-USED(PX) PT-EXPIRED(PX)
        MOVE "Y" TO PROMO-FOUND-SW
    ELSE
        ADD 1 TO OVER-COUNT
    END-IF
    END-IF
    IF PROMO-FOUND
        ADD 1 TO PT-ISSUED(PX)
        ADD RCK-QTY TO PT-UNITS(PX)
        IF RCK-USED
            ADD 1 TO PT-USED(PX)
        ELSE
        IF RCK-EXPIRY < BUSINESS-DATE
            ADD 1 TO PT-EXPIRED(PX)
        ELSE
            ADD 1 TO PT-OPEN(PX)
        END-IF
        END-IF
    END-IF.

PROMO-MATCH-RTN.
    IF PT-PROMO(PX) = RCK-PROMO
        MOVE "Y" TO PROMO-FOUND-SW
    END-IF.

PROMO-LINE-RTN.
    MOVE PT-ISSUED(PX) TO COUNT-DISP
    MOVE PT-UNITS(PX) TO UNITS-DISP
    DISPLAY "  PROMO " PT-PROMO(PX) ": "
            function TRIM(COUNT-DISP) " ISSUED FOR "
            function TRIM(UNITS-DISP) " UNITS - OPEN "
            PT-OPEN(PX) " REDEEMED " PT-USED(PX)
            " EXPIRED " PT-EXPIRED(PX).
