IDENTIFICATION DIVISION.
PROGRAM-ID. VINNUSTUNDIR.

      *> hours worked off the time clock - reads the BUDATT event
      *> log the till writes (with STIMPILL's corrections applied:
      *> added events count, struck ones don't) and pairs each
      *> operator's day into worked spells: clock-in to break, back
      *> from break to clock-out.  Break time is unpaid.  Hours are
      *> split four ways:
      *>   regular   up to the weekly standard, Monday to Sunday
      *>   overtime  everything past it in the same week
      *>   evening   premium hours worked from the evening start
      *>             to midnight on an ordinary day
      *>   weekend   premium hours worked on a Saturday, a Sunday,
      *>             or a day the trading calendar names a holiday
      *>             or shows shut
      *> The premium bands sit on top of regular/overtime - an hour
      *> on a Saturday evening past the weekly standard is one
      *> overtime hour and one weekend hour.  A day that doesn't
      *> pair up (no clock-out, a return with no break) is listed
      *> as an exception and its unpaired spell is not counted until
      *> a supervisor puts it right; a spell across midnight has to
      *> be clocked out and back in at midnight.
      *> Entry feed, one line:
      *>   W yyyymmdd [hours] [hhmm]
      *>                     the week (Monday to Sunday) holding the
      *>                     date
      *>   P yyyymm [hours] [hhmm]
      *>                     the pay period (the calendar month) -
      *>                     the report, and the BUDPAYX file for
      *>                     payroll with the month's employee-
      *>                     purchase deduction off BUDEMPP beside the
      *>                     hours
      *> hours is the weekly standard (default 40), hhmm the evening
      *> band's start (default 1800).  Overtime in a pay period
      *> counts the whole week: the days of a week that began in
      *> the month before count toward its standard, but are paid
      *> in that month's file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ATTENDANCE-FILE ASSIGN TO "BUDATT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ATT-FS.

    SELECT CASHIER-MASTER ASSIGN TO "CASHMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CASH-ID
        FILE STATUS IS CASH-FS.

    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

    SELECT EMP-PURCH-FILE ASSIGN TO "BUDEMPP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EMP-KEY
        FILE STATUS IS EMPP-FS.

      *> the pay period's file for payroll - rewritten each P run.
    SELECT PAY-EXPORT-FILE ASSIGN TO "BUDPAYX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAYX-FS.

DATA DIVISION.
    FILE SECTION.
    FD  ATTENDANCE-FILE.
    COPY "attlog.cpy".

    FD  CASHIER-MASTER.
    COPY "cashmast.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    FD  EMP-PURCH-FILE.
    01  EMP-PURCH-RECORD.
        05  EMP-KEY.
            10  EMP-MONTH   PIC 9(6).
            10  EMP-ID      PIC X(4).
        05  EMP-AMT         PIC S9(11).

    FD  PAY-EXPORT-FILE.
    01  PAY-EXPORT-RECORD.
        05  PAYX-PERIOD     PIC 9(6).
        05  FILLER          PIC X.
        05  PAYX-OPER       PIC X(4).
        05  FILLER          PIC X.
        05  PAYX-NAME       PIC X(20).
        05  FILLER          PIC X.
      *> hours to two places.
        05  PAYX-REG-HRS    PIC 9(3)V99.
        05  FILLER          PIC X.
        05  PAYX-OT-HRS     PIC 9(3)V99.
        05  FILLER          PIC X.
        05  PAYX-EVE-HRS    PIC 9(3)V99.
        05  FILLER          PIC X.
        05  PAYX-WKND-HRS   PIC 9(3)V99.
        05  FILLER          PIC X.
      *> the month's discounted staff purchases, as STARFSKAUP
      *> lists them - what payroll takes off the pay.
        05  PAYX-DEDUCT     PIC S9(11).
        05  FILLER          PIC X.
      *> days that didn't pair up - nonzero means the hours are
      *> short until a supervisor corrects the clock.
        05  PAYX-EXCEPTIONS PIC 9(3).

    WORKING-STORAGE SECTION.
       01 ATT-FS PIC XX.
           88 ATT-FOUND VALUE "00".
           88 ATT-EOF VALUE "10".
       01 CASH-FS PIC XX.
           88 CASH-FOUND VALUE "00".
       01 CASH-OPEN-SW PIC X VALUE "N".
           88 CASH-FILE-OPEN VALUE "Y".
       01 CAL-FS PIC XX.
           88 CAL-FOUND VALUE "00".
       01 CAL-OPEN-SW PIC X VALUE "N".
           88 CAL-FILE-OPEN VALUE "Y".
       01 EMPP-FS PIC XX.
           88 EMPP-FOUND VALUE "00".
           88 EMPP-EOF VALUE "10".
       01 PAYX-FS PIC XX.

       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 MODE-RAW PIC X(3).
       01 DATE-RAW PIC X(10).
       01 HRS-TOK PIC X(4).
       01 EVE-TOK PIC X(6).
       01 MODE-LEN PIC S9(2).
       01 DATE-LEN PIC S9(2).
       01 HRS-LEN PIC S9(2).
       01 EVE-LEN PIC S9(2).
       01 RUN-MODE PIC X.
           88 RUN-WEEK VALUE "W".
           88 RUN-PERIOD VALUE "P".
       01 PAY-PERIOD PIC 9(6) VALUE 0.

       01 STD-HOURS PIC 9(2) VALUE 40.
       01 STD-MIN PIC 9(5).
       01 EVE-START PIC 9(4) VALUE 1800.
       01 EVE-MIN PIC 9(4).

      *> the report range, and where the scan starts - the Monday
      *> of the first week, so a week's standard counts its early
      *> days even where they fall before the range.
       01 RANGE-START-DATE PIC 9(8).
       01 RANGE-END-DATE PIC 9(8).
       01 SCAN-START-DATE PIC 9(8).
       01 RANGE-START-INT PIC 9(8).
       01 RANGE-END-INT PIC 9(8).
       01 SCAN-START-INT PIC 9(8).
       01 DAY-INT PIC 9(8).
       01 DAY-DATE PIC 9(8).
       01 DAY-IX PIC 9(3).
       01 MONTH-WORK PIC 9(6).
       01 MONTH-PARTS REDEFINES MONTH-WORK.
           05 MW-YEAR PIC 9(4).
           05 MW-MONTH PIC 9(2).
       01 NEXT-MONTH-DATE PIC 9(8).

      *> each scanned day: "P" a weekend or holiday (the weekend
      *> band), space an ordinary day.
       01 DAY-FLAG-TAB.
           05 DAY-FLAG OCCURS 40 TIMES PIC X.

      *> the range's live clock events.
       01 EV-TAB.
           05 EV-ENTRY OCCURS 5000 TIMES INDEXED BY EX.
               10 EV-DATE PIC 9(8).
               10 EV-OPER PIC X(4).
               10 EV-TIME PIC 9(4).
               10 EV-EVENT PIC X(3).
               10 EV-LIVE PIC X.
       01 EV-COUNT PIC 9(4) VALUE 0.
       01 EV-FULL-SW PIC X VALUE "N".
           88 EV-FULL VALUE "Y".

      *> one operator's events on one day, put in time order.
       01 DAY-TAB.
           05 DAY-ENTRY OCCURS 50 TIMES INDEXED BY DX DY.
               10 DE-TIME PIC 9(4).
               10 DE-EVENT PIC X(3).
       01 DAY-COUNT PIC 9(3).
       01 DAY-SWAP PIC X(7).

       01 OPER-TAB.
           05 OPER-ENTRY OCCURS 200 TIMES INDEXED BY OX.
               10 OP-ID PIC X(4).
               10 OP-REG-MIN PIC 9(6).
               10 OP-OT-MIN PIC 9(6).
               10 OP-EVE-MIN PIC 9(6).
               10 OP-WKND-MIN PIC 9(6).
               10 OP-DEDUCT PIC S9(11).
               10 OP-EXCEPTIONS PIC 9(3).
       01 OPER-COUNT PIC 9(3) VALUE 0.
       01 OPER-FOUND-SW PIC X.
           88 OPER-FOUND VALUE "Y".

      *> the day's walk: off the clock, working, or on a break.
       01 CLOCK-STATE PIC X.
           88 STATE-OFF VALUE "O".
           88 STATE-WORKING VALUE "W".
           88 STATE-BREAK VALUE "B".
       01 SPELL-START PIC 9(4).
       01 SPELL-END PIC 9(4).
       01 SPELL-MIN PIC 9(4).
       01 REG-PART PIC 9(5).
       01 EVE-PART PIC S9(5).
       01 WEEK-MIN PIC 9(6).
       01 TIME-WORK PIC 9(4).
       01 TIME-PARTS REDEFINES TIME-WORK.
           05 TW-HH PIC 9(2).
           05 TW-MM PIC 9(2).
       01 MIN-OF-DAY PIC 9(4).
       01 EXC-TEXT PIC X(30).

       01 HRS-WORK PIC 9(3)V99.
       01 REG-DISP PIC ZZ9.99.
       01 OT-DISP PIC ZZ9.99.
       01 EVE-DISP PIC ZZ9.99.
       01 WKND-DISP PIC ZZ9.99.
       01 AMT-DISP PIC -(10)9.
       01 COUNT-DISP PIC Z(3)9.
       01 EXC-TOTAL PIC 9(4) VALUE 0.
       01 EXPORT-COUNT PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT INP
    MOVE SPACES TO MODE-RAW DATE-RAW
    MOVE "0" TO HRS-TOK EVE-TOK
    MOVE 0 TO MODE-LEN DATE-LEN HRS-LEN EVE-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO MODE-RAW COUNT IN MODE-LEN,
             DATE-RAW COUNT IN DATE-LEN,
             HRS-TOK  COUNT IN HRS-LEN,
             EVE-TOK  COUNT IN EVE-LEN
    MOVE MODE-RAW(1:1) TO RUN-MODE
    IF MODE-LEN NOT = 1 OR (NOT RUN-WEEK AND NOT RUN-PERIOD)
        DISPLAY "VINNUSTUNDIR: FEED W YYYYMMDD OR P YYYYMM"
        GOBACK
    END-IF
    IF RUN-WEEK
          AND (DATE-LEN NOT = 8 OR DATE-RAW(1:8) IS NOT NUMERIC)
        DISPLAY "VINNUSTUNDIR: THE WEEK IS FED AS W YYYYMMDD"
        GOBACK
    END-IF
    IF RUN-PERIOD
          AND (DATE-LEN NOT = 6 OR DATE-RAW(1:6) IS NOT NUMERIC)
        DISPLAY "VINNUSTUNDIR: THE PAY PERIOD IS FED AS P YYYYMM"
        GOBACK
    END-IF
    IF HRS-LEN > 0 AND HRS-LEN <= 2 AND HRS-TOK(1:HRS-LEN) IS NUMERIC
        MOVE HRS-TOK(1:HRS-LEN) TO STD-HOURS
    END-IF
    IF STD-HOURS = 0
        MOVE 40 TO STD-HOURS
    END-IF
    IF EVE-LEN = 4 AND EVE-TOK(1:4) IS NUMERIC
        MOVE EVE-TOK(1:4) TO EVE-START
    END-IF
    IF EVE-START > 2359 OR EVE-START(3:2) > "59"
        MOVE 1800 TO EVE-START
    END-IF
    COMPUTE STD-MIN = STD-HOURS * 60
    MOVE EVE-START TO TIME-WORK
    COMPUTE EVE-MIN = TW-HH * 60 + TW-MM

    IF RUN-WEEK
        MOVE DATE-RAW(1:8) TO RANGE-START-DATE
        COMPUTE RANGE-START-INT =
                function INTEGER-OF-DATE(RANGE-START-DATE)
        COMPUTE RANGE-START-INT = RANGE-START-INT
                - function MOD(RANGE-START-INT - 1, 7)
        COMPUTE RANGE-END-INT = RANGE-START-INT + 6
    ELSE
        MOVE DATE-RAW(1:6) TO MONTH-WORK PAY-PERIOD
        IF MW-MONTH < 1 OR MW-MONTH > 12
            DISPLAY "VINNUSTUNDIR: BAD PAY PERIOD " MONTH-WORK
            GOBACK
        END-IF
        COMPUTE RANGE-START-DATE = MONTH-WORK * 100 + 1
        COMPUTE RANGE-START-INT =
                function INTEGER-OF-DATE(RANGE-START-DATE)
        IF MW-MONTH = 12
            ADD 1 TO MW-YEAR
            MOVE 1 TO MW-MONTH
        ELSE
            ADD 1 TO MW-MONTH
        END-IF
        COMPUTE NEXT-MONTH-DATE = MONTH-WORK * 100 + 1
        COMPUTE RANGE-END-INT =
                function INTEGER-OF-DATE(NEXT-MONTH-DATE) - 1
    END-IF
    COMPUTE SCAN-START-INT = RANGE-START-INT
            - function MOD(RANGE-START-INT - 1, 7)
    COMPUTE RANGE-START-DATE =
            function DATE-OF-INTEGER(RANGE-START-INT)
    COMPUTE RANGE-END-DATE = function DATE-OF-INTEGER(RANGE-END-INT)
    COMPUTE SCAN-START-DATE = function DATE-OF-INTEGER(SCAN-START-INT)

    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE "Y" TO CAL-OPEN-SW
    END-IF
    PERFORM VARYING DAY-INT FROM SCAN-START-INT BY 1
            UNTIL DAY-INT > RANGE-END-INT
        PERFORM DAY-FLAG-RTN
    END-PERFORM
    IF CAL-FILE-OPEN
        CLOSE CALENDAR-MASTER
    END-IF

    OPEN INPUT ATTENDANCE-FILE
    IF NOT ATT-FOUND
        DISPLAY "VINNUSTUNDIR: NO TIME-CLOCK FILE (BUDATT) ON SITE"
        GOBACK
    END-IF
    PERFORM ATT-READ-RTN
    PERFORM UNTIL ATT-EOF
        IF ATT-DATE >= SCAN-START-DATE AND ATT-DATE <= RANGE-END-DATE
            IF ATT-STRIKE
                PERFORM EV-STRIKE-RTN
            ELSE
                PERFORM EV-ADD-RTN
            END-IF
        END-IF
        PERFORM ATT-READ-RTN
    END-PERFORM
    CLOSE ATTENDANCE-FILE
    IF EV-FULL
        DISPLAY "VINNUSTUNDIR: MORE THAN 5000 CLOCK EVENTS IN THE "
                "RANGE - THE REST ARE NOT COUNTED"
    END-IF

    IF RUN-PERIOD
        PERFORM EMPP-LOAD-RTN
    END-IF

    OPEN INPUT CASHIER-MASTER
    IF CASH-FOUND
        MOVE "Y" TO CASH-OPEN-SW
    END-IF
    IF RUN-PERIOD
        OPEN OUTPUT PAY-EXPORT-FILE
        DISPLAY "HOURS WORKED - PAY PERIOD " PAY-PERIOD
    ELSE
        DISPLAY "HOURS WORKED - WEEK " RANGE-START-DATE
                " TO " RANGE-END-DATE
    END-IF
    DISPLAY "STANDARD WEEK " STD-HOURS " HOURS, EVENING FROM "
            EVE-START
    DISPLAY "OPER NAME                   REGULAR  OVERTM  "
            "EVENING WEEKEND"

    PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OPER-COUNT
        PERFORM OPER-HOURS-RTN
        PERFORM OPER-REPORT-RTN
    END-PERFORM

    IF CASH-FILE-OPEN
        CLOSE CASHIER-MASTER
    END-IF
    IF RUN-PERIOD
        CLOSE PAY-EXPORT-FILE
    END-IF

    MOVE OPER-COUNT TO COUNT-DISP
    DISPLAY "OPERATORS:            " function TRIM(COUNT-DISP)
    MOVE EXC-TOTAL TO COUNT-DISP
    DISPLAY "DAYS NOT PAIRED UP:   " function TRIM(COUNT-DISP)
    IF RUN-PERIOD
        MOVE EXPORT-COUNT TO COUNT-DISP
        DISPLAY "PAYROLL LINES WRITTEN: " function TRIM(COUNT-DISP)
    END-IF

    GOBACK.

DAY-FLAG-RTN.
    COMPUTE DAY-IX = DAY-INT - SCAN-START-INT + 1
    MOVE SPACE TO DAY-FLAG(DAY-IX)
    IF function MOD(DAY-INT - 1, 7) >= 5
        MOVE "P" TO DAY-FLAG(DAY-IX)
    END-IF
    IF CAL-FILE-OPEN
        COMPUTE CAL-DATE = function DATE-OF-INTEGER(DAY-INT)
        READ CALENDAR-MASTER
            INVALID KEY
                MOVE "23" TO CAL-FS
        END-READ
        IF CAL-FOUND
            IF CAL-CLOSED OR CAL-HOLIDAY NOT = SPACES
                MOVE "P" TO DAY-FLAG(DAY-IX)
            END-IF
        END-IF
    END-IF.

ATT-READ-RTN.
    READ ATTENDANCE-FILE
        AT END
            MOVE "10" TO ATT-FS
    END-READ.

EV-ADD-RTN.
    IF EV-COUNT >= 5000
        MOVE "Y" TO EV-FULL-SW
    ELSE
        ADD 1 TO EV-COUNT
        MOVE ATT-DATE TO EV-DATE(EV-COUNT)
        MOVE ATT-OPER TO EV-OPER(EV-COUNT)
        MOVE ATT-TIME TO EV-TIME(EV-COUNT)
        MOVE ATT-EVENT TO EV-EVENT(EV-COUNT)
        MOVE "Y" TO EV-LIVE(EV-COUNT)
        PERFORM OPER-FIND-RTN
    END-IF.

      *> a strike cancels the latest live copy of the event it
      *> matches.
EV-STRIKE-RTN.
    SET EX TO EV-COUNT
    PERFORM UNTIL EX < 1
        IF EV-LIVE(EX) = "Y" AND EV-DATE(EX) = ATT-DATE
              AND EV-OPER(EX) = ATT-OPER AND EV-TIME(EX) = ATT-TIME
              AND EV-EVENT(EX) = ATT-EVENT
            MOVE "N" TO EV-LIVE(EX)
            SET EX TO 0
        ELSE
            SET EX DOWN BY 1
        END-IF
    END-PERFORM.

OPER-FIND-RTN.
    MOVE "N" TO OPER-FOUND-SW
    PERFORM VARYING OX FROM 1 BY 1
            UNTIL OX > OPER-COUNT OR OPER-FOUND
        IF OP-ID(OX) = ATT-OPER
            MOVE "Y" TO OPER-FOUND-SW
        END-IF
    END-PERFORM
    IF NOT OPER-FOUND AND OPER-COUNT < 200
        ADD 1 TO OPER-COUNT
        MOVE ATT-OPER TO OP-ID(OPER-COUNT)
        MOVE 0 TO OP-REG-MIN(OPER-COUNT) OP-OT-MIN(OPER-COUNT)
                  OP-EVE-MIN(OPER-COUNT) OP-WKND-MIN(OPER-COUNT)
                  OP-DEDUCT(OPER-COUNT) OP-EXCEPTIONS(OPER-COUNT)
    END-IF.

      *> the month's staff purchases onto the operators - someone
      *> who bought but never clocked still goes to payroll.
EMPP-LOAD-RTN.
    OPEN INPUT EMP-PURCH-FILE
    IF EMPP-FOUND
        MOVE PAY-PERIOD TO EMP-MONTH
        MOVE LOW-VALUES TO EMP-ID
        START EMP-PURCH-FILE KEY NOT < EMP-KEY
            INVALID KEY
                MOVE "10" TO EMPP-FS
        END-START
        IF NOT EMPP-EOF
            PERFORM EMPP-READ-RTN
        END-IF
        PERFORM UNTIL EMPP-EOF OR EMP-MONTH NOT = PAY-PERIOD
            MOVE EMP-ID TO ATT-OPER
            PERFORM OPER-FIND-RTN
            PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OPER-COUNT
                IF OP-ID(OX) = EMP-ID
                    ADD EMP-AMT TO OP-DEDUCT(OX)
                END-IF
            END-PERFORM
            PERFORM EMPP-READ-RTN
        END-PERFORM
        CLOSE EMP-PURCH-FILE
    END-IF.

EMPP-READ-RTN.
    READ EMP-PURCH-FILE NEXT
        AT END
            MOVE "10" TO EMPP-FS
    END-READ
    IF NOT EMPP-FOUND
        MOVE "10" TO EMPP-FS
    END-IF.

      *> one operator over the scan, day by day - the week's running
      *> minutes start again every Monday.
OPER-HOURS-RTN.
    MOVE 0 TO WEEK-MIN
    PERFORM VARYING DAY-INT FROM SCAN-START-INT BY 1
            UNTIL DAY-INT > RANGE-END-INT
        IF function MOD(DAY-INT - 1, 7) = 0
            MOVE 0 TO WEEK-MIN
        END-IF
        COMPUTE DAY-DATE = function DATE-OF-INTEGER(DAY-INT)
        COMPUTE DAY-IX = DAY-INT - SCAN-START-INT + 1
        MOVE 0 TO DAY-COUNT
        PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > EV-COUNT
            IF EV-LIVE(EX) = "Y" AND EV-DATE(EX) = DAY-DATE
                  AND EV-OPER(EX) = OP-ID(OX) AND DAY-COUNT < 50
                ADD 1 TO DAY-COUNT
                MOVE EV-TIME(EX) TO DE-TIME(DAY-COUNT)
                MOVE EV-EVENT(EX) TO DE-EVENT(DAY-COUNT)
            END-IF
        END-PERFORM
        IF DAY-COUNT > 0
            PERFORM DAY-SORT-RTN
            PERFORM DAY-WALK-RTN
        END-IF
    END-PERFORM.

DAY-SORT-RTN.
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX >= DAY-COUNT
        PERFORM VARYING DY FROM 1 BY 1 UNTIL DY > DAY-COUNT - DX
            IF DE-TIME(DY) > DE-TIME(DY + 1)
                MOVE DAY-ENTRY(DY) TO DAY-SWAP
                MOVE DAY-ENTRY(DY + 1) TO DAY-ENTRY(DY)
                MOVE DAY-SWAP TO DAY-ENTRY(DY + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

DAY-WALK-RTN.
    SET STATE-OFF TO TRUE
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DAY-COUNT
        MOVE DE-TIME(DX) TO TIME-WORK
        COMPUTE MIN-OF-DAY = TW-HH * 60 + TW-MM
        IF DE-EVENT(DX) = "IN "
            IF STATE-OFF
                MOVE MIN-OF-DAY TO SPELL-START
                SET STATE-WORKING TO TRUE
            ELSE
                MOVE "CLOCK-IN WHILE ON THE CLOCK" TO EXC-TEXT
                PERFORM EXCEPTION-RTN
            END-IF
        ELSE
        IF DE-EVENT(DX) = "BRK"
            IF STATE-WORKING
                MOVE MIN-OF-DAY TO SPELL-END
                PERFORM SPELL-RTN
                SET STATE-BREAK TO TRUE
            ELSE
                MOVE "BREAK WHILE NOT WORKING" TO EXC-TEXT
                PERFORM EXCEPTION-RTN
            END-IF
        ELSE
        IF DE-EVENT(DX) = "RET"
            IF STATE-BREAK
                MOVE MIN-OF-DAY TO SPELL-START
                SET STATE-WORKING TO TRUE
            ELSE
                MOVE "RETURN WITH NO BREAK" TO EXC-TEXT
                PERFORM EXCEPTION-RTN
            END-IF
        ELSE
            IF STATE-WORKING
                MOVE MIN-OF-DAY TO SPELL-END
                PERFORM SPELL-RTN
                SET STATE-OFF TO TRUE
            ELSE
            IF STATE-BREAK
                MOVE "CLOCK-OUT FROM A BREAK" TO EXC-TEXT
                PERFORM EXCEPTION-RTN
                SET STATE-OFF TO TRUE
            ELSE
                MOVE "CLOCK-OUT WITH NO CLOCK-IN" TO EXC-TEXT
                PERFORM EXCEPTION-RTN
            END-IF
            END-IF
        END-IF
        END-IF
        END-IF
    END-PERFORM
    IF STATE-WORKING
        MOVE "NO CLOCK-OUT" TO EXC-TEXT
        PERFORM EXCEPTION-RTN
    ELSE
    IF STATE-BREAK
        MOVE "NO RETURN FROM BREAK, NO CLOCK-OUT" TO EXC-TEXT
        PERFORM EXCEPTION-RTN
    END-IF
    END-IF.

      *> one worked spell - before the range it only counts toward
      *> the week's standard.
SPELL-RTN.
    COMPUTE SPELL-MIN = SPELL-END - SPELL-START
    IF DAY-INT < RANGE-START-INT
        ADD SPELL-MIN TO WEEK-MIN
    ELSE
        IF WEEK-MIN >= STD-MIN
            MOVE 0 TO REG-PART
        ELSE
            COMPUTE REG-PART = STD-MIN - WEEK-MIN
            IF REG-PART > SPELL-MIN
                MOVE SPELL-MIN TO REG-PART
            END-IF
        END-IF
        ADD REG-PART TO OP-REG-MIN(OX)
        COMPUTE OP-OT-MIN(OX) = OP-OT-MIN(OX) + SPELL-MIN - REG-PART
        ADD SPELL-MIN TO WEEK-MIN
        IF DAY-FLAG(DAY-IX) = "P"
            ADD SPELL-MIN TO OP-WKND-MIN(OX)
        ELSE
            IF SPELL-START > EVE-MIN
                COMPUTE EVE-PART = SPELL-END - SPELL-START
            ELSE
                COMPUTE EVE-PART = SPELL-END - EVE-MIN
            END-IF
            IF EVE-PART > 0
                ADD EVE-PART TO OP-EVE-MIN(OX)
            END-IF
        END-IF
    END-IF.

EXCEPTION-RTN.
    IF DAY-INT >= RANGE-START-INT
        ADD 1 TO OP-EXCEPTIONS(OX) EXC-TOTAL
        DISPLAY "  EXCEPTION " OP-ID(OX) " " DAY-DATE " "
                DE-TIME(DX) " " EXC-TEXT
    END-IF.

OPER-REPORT-RTN.
    MOVE SPACES TO CASH-NAME
    IF CASH-FILE-OPEN
        MOVE OP-ID(OX) TO CASH-ID
        READ CASHIER-MASTER
            INVALID KEY
                MOVE SPACES TO CASH-NAME
        END-READ
    END-IF
    MOVE SPACES TO PAY-EXPORT-RECORD
    COMPUTE HRS-WORK ROUNDED = OP-REG-MIN(OX) / 60
    MOVE HRS-WORK TO REG-DISP PAYX-REG-HRS
    COMPUTE HRS-WORK ROUNDED = OP-OT-MIN(OX) / 60
    MOVE HRS-WORK TO OT-DISP PAYX-OT-HRS
    COMPUTE HRS-WORK ROUNDED = OP-EVE-MIN(OX) / 60
    MOVE HRS-WORK TO EVE-DISP PAYX-EVE-HRS
    COMPUTE HRS-WORK ROUNDED = OP-WKND-MIN(OX) / 60
    MOVE HRS-WORK TO WKND-DISP PAYX-WKND-HRS
    DISPLAY OP-ID(OX) " " CASH-NAME "  " REG-DISP "  " OT-DISP
            "  " EVE-DISP "  " WKND-DISP
    IF RUN-PERIOD
        MOVE OP-DEDUCT(OX) TO AMT-DISP
        DISPLAY "     STAFF PURCHASES TO DEDUCT "
                function TRIM(AMT-DISP)
        MOVE PAY-PERIOD TO PAYX-PERIOD
        MOVE OP-ID(OX) TO PAYX-OPER
        MOVE CASH-NAME TO PAYX-NAME
        MOVE OP-DEDUCT(OX) TO PAYX-DEDUCT
        MOVE OP-EXCEPTIONS(OX) TO PAYX-EXCEPTIONS
        WRITE PAY-EXPORT-RECORD
        ADD 1 TO EXPORT-COUNT
    END-IF.
