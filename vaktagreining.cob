IDENTIFICATION DIVISION.
PROGRAM-ID. VAKTAGREINING.

      *> staffing against demand - VAKTASKYRSLA shows which hours
      *> were busy and the rota (ROTAMAST, kept by VAKTAPLAN) says
      *> who was meant to be on, but nobody laid the two side by
      *> side, so the over-staffed Tuesday morning and the
      *> short-handed Saturday afternoon never got fixed.  For the
      *> business date this prints, hour by hour:
      *>   the till headcount the rota scheduled (cashiers and
      *>   supervisors - floor staff shown beside it, not counted)
      *>   the operators actually signed on at a till (BUDSHIFT,
      *>   first to last till line)
      *>   the receipts rung (TXLOG, drawer movements left out the
      *>   same as VAKTASKYRSLA) and receipts per scheduled cashier
      *> An hour running far above or below the day's norm - the
      *> day's receipts over its scheduled till hours - is flagged
      *> BUSY or QUIET, and an hour that traded with nobody on the
      *> rota is flagged UNSCHEDULED.  Then every till-role shift on
      *> the rota whose operator never signed on.
      *>
      *> the entry feed's optional first line is the tolerance in
      *> percent either side of the norm (default 50).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

      *> the business date every TXLOG record is filtered on.
    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT SHIFT-FILE ASSIGN TO "BUDSHIFT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHIFT-FS.

    SELECT ROTA-MASTER ASSIGN TO "ROTAMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ROTA-KEY
        FILE STATUS IS ROTA-FS.

    SELECT CASHIER-MASTER ASSIGN TO "CASHMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CASH-ID
        FILE STATUS IS CASH-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  SHIFT-FILE.
    01  SHIFT-RECORD.
        05  SHIFT-DATE      PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  SHIFT-CASHIER   PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  SHIFT-REGISTER  PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  SHIFT-START     PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  SHIFT-END       PIC X(4).

    FD  ROTA-MASTER.
    COPY "rotamast.cpy".

    FD  CASHIER-MASTER.
    COPY "cashmast.cpy".

    WORKING-STORAGE SECTION.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 SHIFT-FS PIC XX.
           88 SHIFT-FOUND VALUE "00".
           88 SHIFT-EOF VALUE "10".
       01 ROTA-FS PIC XX.
           88 ROTA-FOUND VALUE "00".
           88 ROTA-EOF VALUE "10".
       01 CASH-FS PIC XX.
           88 CASH-FOUND VALUE "00".
       01 CASH-OPEN-SW PIC X VALUE "N".
           88 CASH-OPEN-OK VALUE "Y".

       01 REPORT-DATE PIC 9(8).
       01 TOL-INP PIC X(8).
       01 TOL-TOK PIC X(8).
       01 TOL-LEN PIC S9(2).
       01 TOL-PCT PIC 9(3) VALUE 50.

       01 HOUR-TAB.
           05 HOUR-ENTRY OCCURS 24 TIMES.
               10 HR-SCHED PIC 9(3).
               10 HR-FLOOR PIC 9(3).
               10 HR-SIGNED PIC 9(3).
               10 HR-RCPTS PIC 9(5).
       01 HOUR-IDX PIC S9(3).
       01 HOUR-FROM PIC 9(4).
       01 HOUR-TO PIC 9(4).
       01 HOUR-ED PIC 9(2).

      *> each operator's first and last till line of the day, over
      *> whichever registers they worked.
       01 SIGNON-TAB.
           05 SIGNON-ENTRY OCCURS 50 TIMES INDEXED BY SGX.
               10 SG-CASHIER PIC X(4).
               10 SG-FIRST PIC X(4).
               10 SG-LAST PIC X(4).
       01 SIGNON-COUNT PIC 9(3) VALUE 0.
       01 MATCH-SW PIC X VALUE "N".
           88 MATCH-FOUND VALUE "Y".

       01 LINE-TXTYPE PIC X(1).
       01 SCHED-HOURS PIC 9(5) VALUE 0.
       01 TRADE-RCPTS PIC 9(7) VALUE 0.
       01 NORM-RATE PIC 9(5)V99 VALUE 0.
       01 HOUR-RATE PIC 9(5)V99.
       01 HIGH-RATE PIC 9(5)V99.
       01 LOW-RATE PIC 9(5)V99.
       01 FLAG-TEXT PIC X(12).
       01 FLAG-COUNT PIC 9(3) VALUE 0.
       01 NOSHOW-COUNT PIC 9(3) VALUE 0.
       01 ROTA-COUNT PIC 9(3) VALUE 0.

       01 SCHED-DISP PIC ZZ9.
       01 FLOOR-DISP PIC ZZ9.
       01 SIGNED-DISP PIC ZZ9.
       01 RCPT-DISP PIC Z(4)9.
       01 RATE-DISP PIC Z(4)9.99.
       01 COUNT-DISP PIC ZZ9.

PROCEDURE DIVISION.
    ACCEPT REPORT-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO REPORT-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    MOVE SPACES TO TOL-INP
    ACCEPT TOL-INP
    MOVE "0" TO TOL-TOK
    MOVE 0 TO TOL-LEN
    UNSTRING TOL-INP DELIMITED BY ALL SPACE
        INTO TOL-TOK COUNT IN TOL-LEN
    IF TOL-LEN > 0 AND TOL-LEN <= 2
          AND TOL-TOK(1:TOL-LEN) IS NUMERIC
        MOVE TOL-TOK(1:TOL-LEN) TO TOL-PCT
        IF TOL-PCT < 1
            MOVE 50 TO TOL-PCT
        END-IF
    END-IF

    INITIALIZE HOUR-TAB

    OPEN INPUT ROTA-MASTER
    IF NOT ROTA-FOUND
        DISPLAY "VAKTAGREINING: NO STAFF ROTA (ROTAMAST) ON SITE"
        GOBACK
    END-IF

    OPEN INPUT CASHIER-MASTER
    IF CASH-FOUND
        MOVE "Y" TO CASH-OPEN-SW
    END-IF

      *> who signed on, and when.
    OPEN INPUT SHIFT-FILE
    IF SHIFT-FOUND
        PERFORM SHIFT-READ-RTN
        PERFORM UNTIL SHIFT-EOF
            IF SHIFT-DATE = REPORT-DATE
                PERFORM SIGNON-POST-RTN
            END-IF
            PERFORM SHIFT-READ-RTN
        END-PERFORM
        CLOSE SHIFT-FILE
    END-IF
    PERFORM SIGNON-HOURS-RTN
        VARYING SGX FROM 1 BY 1 UNTIL SGX > SIGNON-COUNT

      *> the hourly trade.
    OPEN INPUT TXLOG-FILE
    IF TXLOG-FOUND
        PERFORM TXLOG-READ-RTN
        PERFORM UNTIL TXLOG-EOF
            IF TXLOG-DATE = 0 OR TXLOG-DATE = REPORT-DATE
                PERFORM TXLOG-POST-RTN
            END-IF
            PERFORM TXLOG-READ-RTN
        END-PERFORM
        CLOSE TXLOG-FILE
    END-IF

      *> the day's rota - headcount by hour first, so the norm is
      *> known before any hour is judged against it.
    PERFORM ROTA-START-RTN
    PERFORM UNTIL ROTA-EOF
        READ ROTA-MASTER NEXT
            AT END
                MOVE "10" TO ROTA-FS
            NOT AT END
                IF ROTA-DATE NOT = REPORT-DATE
                    MOVE "10" TO ROTA-FS
                ELSE
                    ADD 1 TO ROTA-COUNT
                    PERFORM ROTA-HOURS-RTN
                END-IF
        END-READ
    END-PERFORM

    PERFORM VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
        IF HR-SCHED(HOUR-IDX) > 0
            ADD HR-SCHED(HOUR-IDX) TO SCHED-HOURS
            ADD HR-RCPTS(HOUR-IDX) TO TRADE-RCPTS
        END-IF
    END-PERFORM
    IF SCHED-HOURS > 0
        COMPUTE NORM-RATE ROUNDED = TRADE-RCPTS / SCHED-HOURS
    END-IF
    COMPUTE HIGH-RATE = NORM-RATE * (100 + TOL-PCT) / 100
    COMPUTE LOW-RATE = NORM-RATE * (100 - TOL-PCT) / 100

    DISPLAY "STAFFING AGAINST DEMAND - " REPORT-DATE
    MOVE NORM-RATE TO RATE-DISP
    MOVE TOL-PCT TO COUNT-DISP
    DISPLAY "  DAY NORM " function TRIM(RATE-DISP)
            " RECEIPTS PER SCHEDULED CASHIER-HOUR, FLAGGED AT "
            function TRIM(COUNT-DISP) " PCT EITHER SIDE"
    DISPLAY "  HOUR  ROTA FLOOR  ON  RECEIPTS  PER CASHIER"
    PERFORM HOUR-REPORT-RTN
        VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
    MOVE FLAG-COUNT TO COUNT-DISP
    DISPLAY "  HOURS FLAGGED: " function TRIM(COUNT-DISP)

      *> second pass over the day's rota for the no-shows.
    DISPLAY " "
    DISPLAY "SCHEDULED AT THE TILL, NEVER SIGNED ON:"
    PERFORM ROTA-START-RTN
    PERFORM UNTIL ROTA-EOF
        READ ROTA-MASTER NEXT
            AT END
                MOVE "10" TO ROTA-FS
            NOT AT END
                IF ROTA-DATE NOT = REPORT-DATE
                    MOVE "10" TO ROTA-FS
                ELSE
                IF ROTA-TILL-ROLE
                    PERFORM NOSHOW-CHECK-RTN
                END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE NOSHOW-COUNT TO COUNT-DISP
    DISPLAY "  NO-SHOWS: " function TRIM(COUNT-DISP)

    CLOSE ROTA-MASTER
    IF CASH-OPEN-OK
        CLOSE CASHIER-MASTER
    END-IF
    IF ROTA-COUNT = 0
        DISPLAY "VAKTAGREINING: NOBODY ON THE ROTA FOR " REPORT-DATE
    END-IF

    GOBACK.

ROTA-START-RTN.
    MOVE "00" TO ROTA-FS
    MOVE REPORT-DATE TO ROTA-DATE
    MOVE LOW-VALUES TO ROTA-CASHIER
    START ROTA-MASTER KEY IS NOT LESS THAN ROTA-KEY
        INVALID KEY MOVE "10" TO ROTA-FS
    END-START.

SHIFT-READ-RTN.
    READ SHIFT-FILE
        AT END
            MOVE "10" TO SHIFT-FS
    END-READ.

TXLOG-READ-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
    END-READ.

SIGNON-POST-RTN.
    MOVE "N" TO MATCH-SW
    PERFORM VARYING SGX FROM 1 BY 1
            UNTIL SGX > SIGNON-COUNT OR MATCH-FOUND
        IF SG-CASHIER(SGX) = SHIFT-CASHIER
            MOVE "Y" TO MATCH-SW
            IF SHIFT-START < SG-FIRST(SGX)
                MOVE SHIFT-START TO SG-FIRST(SGX)
            END-IF
            IF SHIFT-END > SG-LAST(SGX)
                MOVE SHIFT-END TO SG-LAST(SGX)
            END-IF
        END-IF
    END-PERFORM
    IF NOT MATCH-FOUND AND SIGNON-COUNT < 50
        ADD 1 TO SIGNON-COUNT
        MOVE SHIFT-CASHIER TO SG-CASHIER(SIGNON-COUNT)
        MOVE SHIFT-START TO SG-FIRST(SIGNON-COUNT)
        MOVE SHIFT-END TO SG-LAST(SIGNON-COUNT)
    END-IF.

      *> an operator counts as on in every hour their first-to-last
      *> span touches.
SIGNON-HOURS-RTN.
    PERFORM VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
        COMPUTE HOUR-FROM = (HOUR-IDX - 1) * 100
        COMPUTE HOUR-TO = HOUR-FROM + 59
        IF SG-FIRST(SGX) <= HOUR-TO(1:4)
              AND SG-LAST(SGX) >= HOUR-FROM(1:4)
            ADD 1 TO HR-SIGNED(HOUR-IDX)
        END-IF
    END-PERFORM.

TXLOG-POST-RTN.
    UNSTRING TXLOG-LINE DELIMITED BY ALL SPACE
        INTO LINE-TXTYPE
    IF LINE-TXTYPE NOT = "U" AND LINE-TXTYPE NOT = "N"
          AND LINE-TXTYPE NOT = "K" AND LINE-TXTYPE NOT = "F"
          AND LINE-TXTYPE NOT = "Q" AND LINE-TXTYPE NOT = "Z"
        COMPUTE HOUR-IDX = function NUMVAL(TXLOG-TIME(1:2)) + 1
        IF HOUR-IDX < 1 OR HOUR-IDX > 24
            MOVE 1 TO HOUR-IDX
        END-IF
        ADD 1 TO HR-RCPTS(HOUR-IDX)
    END-IF.

      *> a shift covers every hour it overlaps - 0930 to 1400 puts
      *> the operator on 09 through 13.
ROTA-HOURS-RTN.
    PERFORM VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
        COMPUTE HOUR-FROM = (HOUR-IDX - 1) * 100
        COMPUTE HOUR-TO = HOUR-FROM + 100
        IF ROTA-START < HOUR-TO AND ROTA-END > HOUR-FROM
            IF ROTA-TILL-ROLE
                ADD 1 TO HR-SCHED(HOUR-IDX)
            ELSE
                ADD 1 TO HR-FLOOR(HOUR-IDX)
            END-IF
        END-IF
    END-PERFORM.

HOUR-REPORT-RTN.
    IF HR-SCHED(HOUR-IDX) > 0 OR HR-FLOOR(HOUR-IDX) > 0
          OR HR-SIGNED(HOUR-IDX) > 0 OR HR-RCPTS(HOUR-IDX) > 0
        MOVE SPACES TO FLAG-TEXT
        MOVE 0 TO HOUR-RATE
        IF HR-SCHED(HOUR-IDX) = 0
            IF HR-RCPTS(HOUR-IDX) > 0
                MOVE "UNSCHEDULED" TO FLAG-TEXT
            END-IF
        ELSE
            COMPUTE HOUR-RATE ROUNDED =
                HR-RCPTS(HOUR-IDX) / HR-SCHED(HOUR-IDX)
            IF NORM-RATE > 0
                IF HOUR-RATE > HIGH-RATE
                    MOVE "BUSY" TO FLAG-TEXT
                ELSE
                IF HOUR-RATE < LOW-RATE
                    MOVE "QUIET" TO FLAG-TEXT
                END-IF
                END-IF
            END-IF
        END-IF
        IF FLAG-TEXT NOT = SPACES
            ADD 1 TO FLAG-COUNT
        END-IF
        COMPUTE HOUR-ED = HOUR-IDX - 1
        MOVE HR-SCHED(HOUR-IDX) TO SCHED-DISP
        MOVE HR-FLOOR(HOUR-IDX) TO FLOOR-DISP
        MOVE HR-SIGNED(HOUR-IDX) TO SIGNED-DISP
        MOVE HR-RCPTS(HOUR-IDX) TO RCPT-DISP
        MOVE HOUR-RATE TO RATE-DISP
        DISPLAY "  " HOUR-ED "00  " SCHED-DISP "  " FLOOR-DISP
                "  " SIGNED-DISP "   " RCPT-DISP "   " RATE-DISP
                "  " FLAG-TEXT
    END-IF.

NOSHOW-CHECK-RTN.
    MOVE "N" TO MATCH-SW
    PERFORM VARYING SGX FROM 1 BY 1
            UNTIL SGX > SIGNON-COUNT OR MATCH-FOUND
        IF SG-CASHIER(SGX) = ROTA-CASHIER
            MOVE "Y" TO MATCH-SW
        END-IF
    END-PERFORM
    IF NOT MATCH-FOUND
        ADD 1 TO NOSHOW-COUNT
        MOVE SPACES TO CASH-NAME
        IF CASH-OPEN-OK
            MOVE ROTA-CASHIER TO CASH-ID
            READ CASHIER-MASTER
                INVALID KEY
                    MOVE SPACES TO CASH-NAME
            END-READ
        END-IF
        DISPLAY "  " ROTA-CASHIER "  " CASH-NAME "  "
                ROTA-START "-" ROTA-END "  " ROTA-ROLE
    END-IF.
