IDENTIFICATION DIVISION.
PROGRAM-ID. AFKOST.

      *> cashier checkout productivity - KASSASKYRSLA says what each
      *> operator took and VAKTAGREINING whether enough of them were
      *> on, but nothing said how fast anyone actually worked the
      *> belt.  For the business date this takes every shift on
      *> BUDSHIFT (operator, register, first to last till line) and
      *> the day's TXLOG lines rung on it, and prints per shift:
      *>   items per minute of shift
      *>   average seconds per receipt - a receipt runs from the
      *>   end of the operator's previous one (or its own first line
      *>   after an idle gap) to its tender, timed to the second off
      *>   the till's six-digit time stamp
      *>   the share of item lines keyed by hand rather than
      *>   scanned through EANMAST
      *> each beside the store's average for the day.  Receipts
      *> with no clock on them still count as items and receipts but
      *> stay out of the timing.  THJALFUN's practice sessions are
      *> then listed on their own from BUDTRAIN, against the targets
      *> each was judged by, with a line for the supervisor to sign.

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

    SELECT TRAIN-FILE ASSIGN TO "BUDTRAIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRN-FS.

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

    FD  TRAIN-FILE.
    COPY "budtrain.cpy".

    WORKING-STORAGE SECTION.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 SHIFT-FS PIC XX.
           88 SHIFT-FOUND VALUE "00".
           88 SHIFT-EOF VALUE "10".
       01 TRN-FS PIC XX.
           88 TRN-FOUND VALUE "00".
           88 TRN-EOF VALUE "10".

       01 REPORT-DATE PIC 9(8).
      *> a receipt whose first line comes more than this long after
      *> the operator's previous tender is timed from its own first
      *> line - the gap was an empty belt, not a slow cashier.
       01 IDLE-CAP PIC 9(4) VALUE 300.

       01 SHIFT-TAB.
           05 SHIFT-ENTRY OCCURS 100 TIMES INDEXED BY SFX.
               10 SF-CASHIER   PIC X(4).
               10 SF-REGISTER  PIC X(4).
               10 SF-START     PIC X(4).
               10 SF-END       PIC X(4).
               10 SF-ITEMS     PIC 9(6).
               10 SF-KEYED     PIC 9(6).
               10 SF-SCANNED   PIC 9(6).
               10 SF-RCPTS     PIC 9(5).
               10 SF-TIMED     PIC 9(5).
               10 SF-RCPT-SECS PIC 9(8).
               10 SF-PREV-END  PIC S9(6).
       01 SHIFT-COUNT PIC 9(3) VALUE 0.
       01 SHIFT-OVER PIC 9(4) VALUE 0.
       01 HIT-IX PIC 9(3) VALUE 0.
       01 LOOSE-IX PIC 9(3) VALUE 0.

      *> the receipt being gathered - its lines sit together on the
      *> log, so it closes when the register or number changes.
       01 CUR-REGISTER PIC X(4) VALUE SPACES.
       01 CUR-RCPT PIC 9(10) VALUE 0.
       01 CUR-IX PIC 9(3) VALUE 0.
       01 CUR-FIRST PIC S9(6) VALUE -1.
       01 CUR-LAST PIC S9(6) VALUE -1.
       01 CUR-ITEMS PIC 9(5) VALUE 0.
       01 RCPT-START PIC S9(6).
       01 RCPT-SECS PIC S9(6).

       01 LINE-TXTYPE PIC X(1).
       01 TIME-IN PIC X(4).
       01 TIME-NUM REDEFINES TIME-IN.
           05 TIME-HH PIC 9(2).
           05 TIME-MM PIC 9(2).
       01 SECS-IN PIC X(2).
       01 SECS-NUM REDEFINES SECS-IN PIC 9(2).
       01 TOD-SECS PIC S9(6).
       01 UNMATCHED-COUNT PIC 9(6) VALUE 0.

      *> the store's day, all shifts together.
       01 DAY-ITEMS PIC 9(7) VALUE 0.
       01 DAY-KEYED PIC 9(7) VALUE 0.
       01 DAY-SCANNED PIC 9(7) VALUE 0.
       01 DAY-RCPTS PIC 9(6) VALUE 0.
       01 DAY-TIMED PIC 9(6) VALUE 0.
       01 DAY-RCPT-SECS PIC 9(9) VALUE 0.
       01 DAY-MINUTES PIC 9(6) VALUE 0.
       01 STORE-IPM PIC 9(3)V9 VALUE 0.
       01 STORE-SPR PIC 9(5) VALUE 0.
       01 STORE-KEY-PCT PIC 9(3) VALUE 0.

       01 SHIFT-MINUTES PIC 9(5).
       01 START-MIN PIC 9(5).
       01 END-MIN PIC 9(5).
       01 SHIFT-IPM PIC 9(3)V9.
       01 SHIFT-SPR PIC 9(5).
       01 SHIFT-KEY-PCT PIC 9(3).
       01 TRAIN-COUNT PIC 9(4) VALUE 0.

       01 IPM-DISP PIC ZZ9.9.
       01 IPM2-DISP PIC ZZ9.9.
       01 SPR-DISP PIC Z(4)9.
       01 SPR2-DISP PIC Z(4)9.
       01 PCT-DISP PIC ZZ9.
       01 PCT2-DISP PIC ZZ9.
       01 COUNT-DISP PIC Z(5)9.
       01 COUNT2-DISP PIC Z(5)9.
       01 MIN-DISP PIC Z(4)9.
       01 FLAG-TEXT PIC X(30).

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

      *> the day's shifts, as the till logged them.
    OPEN INPUT SHIFT-FILE
    IF SHIFT-FOUND
        PERFORM SHIFT-READ-RTN
        PERFORM UNTIL SHIFT-EOF
            IF SHIFT-DATE = REPORT-DATE
                PERFORM SHIFT-LOAD-RTN
            END-IF
            PERFORM SHIFT-READ-RTN
        END-PERFORM
        CLOSE SHIFT-FILE
    END-IF

    DISPLAY "CASHIER CHECKOUT PRODUCTIVITY - " REPORT-DATE

    IF SHIFT-COUNT = 0
        DISPLAY "  NO TILL SHIFTS ON BUDSHIFT FOR THE DAY"
    ELSE
        OPEN INPUT TXLOG-FILE
        IF TXLOG-FOUND
            PERFORM TXLOG-READ-RTN
            PERFORM UNTIL TXLOG-EOF
                IF TXLOG-DATE = 0 OR TXLOG-DATE = REPORT-DATE
                    PERFORM TXLOG-POST-RTN
                END-IF
                PERFORM TXLOG-READ-RTN
            END-PERFORM
            PERFORM RCPT-CLOSE-RTN
            CLOSE TXLOG-FILE
        ELSE
            DISPLAY "  NO TXLOG FILE - SHIFTS SHOWN WITHOUT TRADE"
        END-IF

        PERFORM SHIFT-SUM-RTN
            VARYING SFX FROM 1 BY 1 UNTIL SFX > SHIFT-COUNT
        IF DAY-MINUTES > 0
            COMPUTE STORE-IPM ROUNDED = DAY-ITEMS / DAY-MINUTES
        END-IF
        IF DAY-TIMED > 0
            COMPUTE STORE-SPR ROUNDED = DAY-RCPT-SECS / DAY-TIMED
        END-IF
        IF DAY-KEYED + DAY-SCANNED > 0
            COMPUTE STORE-KEY-PCT ROUNDED =
                DAY-KEYED * 100 / (DAY-KEYED + DAY-SCANNED)
        END-IF

        MOVE STORE-IPM TO IPM-DISP
        MOVE STORE-SPR TO SPR-DISP
        MOVE STORE-KEY-PCT TO PCT-DISP
        DISPLAY "  STORE AVERAGE: " function TRIM(IPM-DISP)
                " ITEMS/MIN  " function TRIM(SPR-DISP)
                " SECS/RECEIPT  " function TRIM(PCT-DISP)
                " PCT KEYED"
        DISPLAY " "
        PERFORM SHIFT-REPORT-RTN
            VARYING SFX FROM 1 BY 1 UNTIL SFX > SHIFT-COUNT

        MOVE DAY-ITEMS TO COUNT-DISP
        MOVE DAY-RCPTS TO COUNT2-DISP
        DISPLAY "  DAY: " function TRIM(COUNT-DISP) " ITEMS ON "
                function TRIM(COUNT2-DISP) " RECEIPTS"
        IF UNMATCHED-COUNT > 0
            MOVE UNMATCHED-COUNT TO COUNT-DISP
            DISPLAY "  TILL LINES ON NO LOGGED SHIFT: "
                    function TRIM(COUNT-DISP)
        END-IF
        IF SHIFT-OVER > 0
            MOVE SHIFT-OVER TO COUNT-DISP
            DISPLAY "  SHIFTS PAST THE TABLE, NOT REPORTED: "
                    function TRIM(COUNT-DISP)
        END-IF
    END-IF

      *> practice sessions never mix with the live figures.
    DISPLAY " "
    DISPLAY "TRAINING SESSIONS (THJALFUN) FOR SUPERVISOR SIGN-OFF:"
    OPEN INPUT TRAIN-FILE
    IF TRN-FOUND
        PERFORM TRAIN-READ-RTN
        PERFORM UNTIL TRN-EOF
            IF TRS-DATE = REPORT-DATE
                PERFORM TRAIN-REPORT-RTN
            END-IF
            PERFORM TRAIN-READ-RTN
        END-PERFORM
        CLOSE TRAIN-FILE
    END-IF
    IF TRAIN-COUNT = 0
        DISPLAY "  NONE"
    END-IF

    GOBACK.

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

TRAIN-READ-RTN.
    READ TRAIN-FILE
        AT END
            MOVE "10" TO TRN-FS
    END-READ.

SHIFT-LOAD-RTN.
    IF SHIFT-COUNT < 100
        ADD 1 TO SHIFT-COUNT
        SET SFX TO SHIFT-COUNT
        MOVE SHIFT-CASHIER TO SF-CASHIER(SFX)
        MOVE SHIFT-REGISTER TO SF-REGISTER(SFX)
        MOVE SHIFT-START TO SF-START(SFX)
        MOVE SHIFT-END TO SF-END(SFX)
        MOVE 0 TO SF-ITEMS(SFX) SF-KEYED(SFX) SF-SCANNED(SFX)
                  SF-RCPTS(SFX) SF-TIMED(SFX) SF-RCPT-SECS(SFX)
        MOVE -1 TO SF-PREV-END(SFX)
    ELSE
        ADD 1 TO SHIFT-OVER
    END-IF.

      *> a line belongs to the operator's shift on that register
      *> whose span takes in its time; failing that, the first
      *> shift they logged on the register at all.
TXLOG-POST-RTN.
    IF TXLOG-REGISTER NOT = CUR-REGISTER
          OR TXLOG-RCPT-NO NOT = CUR-RCPT
        PERFORM RCPT-CLOSE-RTN
        MOVE TXLOG-REGISTER TO CUR-REGISTER
        MOVE TXLOG-RCPT-NO TO CUR-RCPT
        MOVE 0 TO HIT-IX LOOSE-IX
        PERFORM SHIFT-MATCH-RTN
            VARYING SFX FROM 1 BY 1
            UNTIL SFX > SHIFT-COUNT OR HIT-IX > 0
        IF HIT-IX = 0
            MOVE LOOSE-IX TO HIT-IX
        END-IF
        MOVE HIT-IX TO CUR-IX
    END-IF

    IF CUR-IX = 0
        ADD 1 TO UNMATCHED-COUNT
    ELSE
        MOVE TXLOG-TIME TO TIME-IN
        MOVE TXLOG-SECS TO SECS-IN
        PERFORM TOD-SECS-RTN
        IF TOD-SECS >= 0
            IF CUR-FIRST < 0
                MOVE TOD-SECS TO CUR-FIRST
            END-IF
            MOVE TOD-SECS TO CUR-LAST
        END-IF
        UNSTRING TXLOG-LINE DELIMITED BY ALL SPACE
            INTO LINE-TXTYPE
        IF (TXLOG-ENTRY = "S" OR TXLOG-ENTRY = "K")
              AND LINE-TXTYPE NOT = "P"
            ADD 1 TO CUR-ITEMS
            ADD 1 TO SF-ITEMS(CUR-IX)
            IF TXLOG-ENTRY = "S"
                ADD 1 TO SF-SCANNED(CUR-IX)
            ELSE
                ADD 1 TO SF-KEYED(CUR-IX)
            END-IF
        END-IF
    END-IF.

SHIFT-MATCH-RTN.
    IF SF-CASHIER(SFX) = TXLOG-CASHIER
          AND SF-REGISTER(SFX) = TXLOG-REGISTER
          AND TXLOG-CASHIER NOT = SPACES
        IF LOOSE-IX = 0
            SET LOOSE-IX TO SFX
        END-IF
        IF TXLOG-TIME >= SF-START(SFX)
              AND TXLOG-TIME <= SF-END(SFX)
            SET HIT-IX TO SFX
        END-IF
    END-IF.

      *> the receipt just finished goes on its shift - only one
      *> that rang items is a checkout; a clock-in or paid-out is
      *> not.
RCPT-CLOSE-RTN.
    IF CUR-IX > 0 AND CUR-ITEMS > 0
        ADD 1 TO SF-RCPTS(CUR-IX)
        IF CUR-FIRST >= 0
            MOVE CUR-FIRST TO RCPT-START
            IF SF-PREV-END(CUR-IX) >= 0
                  AND SF-PREV-END(CUR-IX) <= CUR-FIRST
                  AND CUR-FIRST - SF-PREV-END(CUR-IX) <= IDLE-CAP
                MOVE SF-PREV-END(CUR-IX) TO RCPT-START
            END-IF
            COMPUTE RCPT-SECS = CUR-LAST - RCPT-START
            IF RCPT-SECS >= 0
                ADD 1 TO SF-TIMED(CUR-IX)
                ADD RCPT-SECS TO SF-RCPT-SECS(CUR-IX)
            END-IF
            MOVE CUR-LAST TO SF-PREV-END(CUR-IX)
        END-IF
    END-IF
    MOVE 0 TO CUR-IX CUR-ITEMS
    MOVE -1 TO CUR-FIRST CUR-LAST.

      *> seconds past midnight off HHMM and SS; a missing or
      *> defaulted "0000" stamp is no clock at all (-1).
TOD-SECS-RTN.
    MOVE -1 TO TOD-SECS
    IF TIME-IN IS NUMERIC AND TIME-IN NOT = "0000"
        IF SECS-IN IS NUMERIC
            COMPUTE TOD-SECS =
                TIME-HH * 3600 + TIME-MM * 60 + SECS-NUM
        ELSE
            COMPUTE TOD-SECS = TIME-HH * 3600 + TIME-MM * 60
        END-IF
    END-IF.

      *> a shift's length in whole minutes, first line to last -
      *> never under one, so a one-receipt stint still rates.
SHIFT-MINUTES-RTN.
    MOVE 1 TO SHIFT-MINUTES
    MOVE SF-START(SFX) TO TIME-IN
    IF TIME-IN IS NUMERIC
        COMPUTE START-MIN = TIME-HH * 60 + TIME-MM
        MOVE SF-END(SFX) TO TIME-IN
        IF TIME-IN IS NUMERIC
            COMPUTE END-MIN = TIME-HH * 60 + TIME-MM
            IF END-MIN > START-MIN
                COMPUTE SHIFT-MINUTES = END-MIN - START-MIN
            END-IF
        END-IF
    END-IF.

SHIFT-SUM-RTN.
    PERFORM SHIFT-MINUTES-RTN
    ADD SHIFT-MINUTES TO DAY-MINUTES
    ADD SF-ITEMS(SFX) TO DAY-ITEMS
    ADD SF-KEYED(SFX) TO DAY-KEYED
    ADD SF-SCANNED(SFX) TO DAY-SCANNED
    ADD SF-RCPTS(SFX) TO DAY-RCPTS
    ADD SF-TIMED(SFX) TO DAY-TIMED
    ADD SF-RCPT-SECS(SFX) TO DAY-RCPT-SECS.

SHIFT-REPORT-RTN.
    PERFORM SHIFT-MINUTES-RTN
    COMPUTE SHIFT-IPM ROUNDED = SF-ITEMS(SFX) / SHIFT-MINUTES
    MOVE 0 TO SHIFT-SPR SHIFT-KEY-PCT
    IF SF-TIMED(SFX) > 0
        COMPUTE SHIFT-SPR ROUNDED =
            SF-RCPT-SECS(SFX) / SF-TIMED(SFX)
    END-IF
    IF SF-KEYED(SFX) + SF-SCANNED(SFX) > 0
        COMPUTE SHIFT-KEY-PCT ROUNDED =
            SF-KEYED(SFX) * 100 / (SF-KEYED(SFX) + SF-SCANNED(SFX))
    END-IF

    MOVE SF-ITEMS(SFX) TO COUNT-DISP
    MOVE SF-RCPTS(SFX) TO COUNT2-DISP
    MOVE SHIFT-MINUTES TO MIN-DISP
    DISPLAY "  CASHIER " SF-CASHIER(SFX) " REGISTER "
            SF-REGISTER(SFX) " " SF-START(SFX) "-" SF-END(SFX)
            "  " function TRIM(MIN-DISP) " MIN  "
            function TRIM(COUNT-DISP) " ITEMS  "
            function TRIM(COUNT2-DISP) " RECEIPTS"

    MOVE SHIFT-IPM TO IPM-DISP
    MOVE STORE-IPM TO IPM2-DISP
    MOVE SPACES TO FLAG-TEXT
    IF SHIFT-IPM < STORE-IPM
        MOVE "BELOW STORE" TO FLAG-TEXT
    END-IF
    DISPLAY "    ITEMS/MIN    " IPM-DISP "   STORE " IPM2-DISP
            "  " function TRIM(FLAG-TEXT)

    IF SF-TIMED(SFX) = 0
        DISPLAY "    SECS/RECEIPT  NOT TIMED - NO CLOCK ON THE LINES"
    ELSE
        MOVE SHIFT-SPR TO SPR-DISP
        MOVE STORE-SPR TO SPR2-DISP
        MOVE SPACES TO FLAG-TEXT
        IF SHIFT-SPR > STORE-SPR
            MOVE "SLOWER THAN STORE" TO FLAG-TEXT
        END-IF
        DISPLAY "    SECS/RECEIPT " SPR-DISP " STORE " SPR2-DISP
                "  " function TRIM(FLAG-TEXT)
    END-IF

    MOVE SHIFT-KEY-PCT TO PCT-DISP
    MOVE STORE-KEY-PCT TO PCT2-DISP
    MOVE SF-SCANNED(SFX) TO COUNT-DISP
    MOVE SF-KEYED(SFX) TO COUNT2-DISP
    MOVE SPACES TO FLAG-TEXT
    IF SHIFT-KEY-PCT > STORE-KEY-PCT
        MOVE "MORE KEYING THAN STORE" TO FLAG-TEXT
    END-IF
    DISPLAY "    PCT KEYED      " PCT-DISP "   STORE   " PCT2-DISP
            "  (" function TRIM(COUNT-DISP) " SCANNED, "
            function TRIM(COUNT2-DISP) " KEYED)  " function TRIM(FLAG-TEXT).

TRAIN-REPORT-RTN.
    ADD 1 TO TRAIN-COUNT
    MOVE 1 TO SHIFT-MINUTES
    IF TRS-SECONDS > 60
        COMPUTE SHIFT-MINUTES ROUNDED = TRS-SECONDS / 60
    END-IF
    COMPUTE SHIFT-IPM ROUNDED = TRS-ITEMS / SHIFT-MINUTES
    MOVE 0 TO SHIFT-SPR SHIFT-KEY-PCT
    IF TRS-TIMED > 0
        COMPUTE SHIFT-SPR ROUNDED = TRS-RCPT-SECS / TRS-TIMED
    END-IF
    IF TRS-KEYED + TRS-SCANNED > 0
        COMPUTE SHIFT-KEY-PCT ROUNDED =
            TRS-KEYED * 100 / (TRS-KEYED + TRS-SCANNED)
    END-IF
    MOVE TRS-ITEMS TO COUNT-DISP
    MOVE TRS-RECEIPTS TO COUNT2-DISP
    MOVE SHIFT-MINUTES TO MIN-DISP
    IF TRS-PASSED
        MOVE "MEETS TARGET" TO FLAG-TEXT
    ELSE
        MOVE "BELOW TARGET" TO FLAG-TEXT
    END-IF
    DISPLAY "  TRAINEE " TRS-CASHIER "  "
            function TRIM(MIN-DISP) " MIN  "
            function TRIM(COUNT-DISP) " ITEMS  "
            function TRIM(COUNT2-DISP) " RECEIPTS  " FLAG-TEXT
    MOVE SHIFT-IPM TO IPM-DISP
    MOVE TRS-IPM-TARGET TO IPM2-DISP
    DISPLAY "    ITEMS/MIN    " IPM-DISP "   TARGET AT LEAST "
            IPM2-DISP
    MOVE SHIFT-SPR TO SPR-DISP
    MOVE TRS-SPR-TARGET TO SPR2-DISP
    DISPLAY "    SECS/RECEIPT " SPR-DISP " TARGET AT MOST  "
            SPR2-DISP
    MOVE SHIFT-KEY-PCT TO PCT-DISP
    MOVE TRS-KEY-TARGET TO PCT2-DISP
    DISPLAY "    PCT KEYED      " PCT-DISP "   TARGET AT MOST    "
            PCT2-DISP
    DISPLAY "    SUPERVISOR SIGN-OFF: ____________________".
