IDENTIFICATION DIVISION.
PROGRAM-ID. DAGATAL.

      *> trading calendar maintenance - every report that compares
      *> "today against the same weekday" or closes a "month" had
      *> its own idea of what a day was: a Christmas the store was
      *> shut dragged the weekday average down, stock ageing counted
      *> days nobody could have sold anything, and the period close
      *> ran on calendar months while head office reports in a
      *> 4-4-5 fiscal year.  CALMAST holds one record per date and
      *> this keeps it.  Entry feed:
      *>   G fyyyy yyyymmdd [53]
      *>                     generate fiscal year fyyyy starting on
      *>                     the given date - twelve periods of
      *>                     4, 4 and 5 weeks, a 53rd week (when
      *>                     asked for) going to period 12.  Dates
      *>                     already on file keep their open/closed
      *>                     flag, holiday name and any comparable-
      *>                     date override; the fiscal placing is
      *>                     rewritten.  The comparable date is the
      *>                     same weekday 52 weeks back.
      *>   C yyyymmdd name   the store is shut that day (holiday name)
      *>   H yyyymmdd name   a holiday the store trades on - stays
      *>                     open, but is named so the weekday
      *>                     comparisons leave it out
      *>   O yyyymmdd        an ordinary trading day again - clears
      *>                     the closure and the holiday name
      *>   P yyyymmdd yyyymmdd
      *>                     override the comparable prior-year date
      *>                     (a moving holiday that fell on another
      *>                     weekday last year)
      *>   L yyyymmdd [yyyymmdd]
      *>                     list the calendar from the first date to
      *>                     the second (four weeks when left off)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    WORKING-STORAGE SECTION.
       01 CAL-FS PIC XX.
           88 CAL-FOUND    VALUE "00".
           88 CAL-NEW-FILE VALUE "35".
           88 CAL-EOF      VALUE "10".

       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 DATE-RAW PIC X(10).
       01 DATE2-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 DATE-LEN PIC S9(2).
       01 DATE2-LEN PIC S9(2).
       01 NAME-PTR PIC S9(3).
       01 REST-PTR PIC S9(3).

       01 WANT-DATE PIC 9(8).
       01 WANT-INT PIC S9(9).
       01 COMP-INT PIC S9(9).
       01 LIST-FROM PIC 9(8).
       01 LIST-TO PIC 9(8).
       01 LIST-TO-INT PIC S9(9).

      *> the year being generated - its first day, its length in
      *> weeks, and each period's first and last day as integers.
       01 GEN-YEAR PIC 9(4).
       01 GEN-START-INT PIC S9(9).
       01 GEN-WEEKS PIC 9(2).
       01 GEN-DAYS PIC 9(3).
       01 GEN-DAY PIC 9(3).
       01 GEN-WEEK PIC 9(2).
       01 GEN-PERIOD PIC 9(2).
       01 GEN-PER-WEEKS PIC 9(2).
       01 GEN-PER-CURSOR PIC S9(9).
       01 PER-IDX PIC S9(3).
       01 PERIOD-TAB.
           05 PERIOD-ENTRY OCCURS 12 TIMES.
               10 PER-START-INT PIC S9(9).
               10 PER-END-INT PIC S9(9).
       01 GEN-NEW-COUNT PIC 9(4).
       01 GEN-KEPT-COUNT PIC 9(4).

      *> what a regenerated date keeps from its old record.
       01 KEEP-FLAG PIC X(1).
       01 KEEP-HOLIDAY PIC X(20).
       01 KEEP-COMP-DATE PIC 9(8).

       01 LIST-COUNT PIC 9(4).
       01 CLOSED-COUNT PIC 9(4).
       01 CHANGE-COUNT PIC 9(4) VALUE 0.
       01 COUNT-DISP PIC Z(3)9.
       01 DAY-NAME PIC X(3).
       01 DOW-NUM PIC 9(1).
       01 DOW-NAMES.
           05 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 DOW-TAB REDEFINES DOW-NAMES PIC X(3) OCCURS 7 TIMES.
       01 STATE-DISP PIC X(6).

PROCEDURE DIVISION.
    OPEN I-O CALENDAR-MASTER
    IF CAL-NEW-FILE
        OPEN OUTPUT CALENDAR-MASTER
        CLOSE CALENDAR-MASTER
        OPEN I-O CALENDAR-MASTER
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW DATE-RAW DATE2-RAW
            MOVE 0 TO ACT-LEN DATE-LEN DATE2-LEN
            MOVE 1 TO NAME-PTR
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     DATE-RAW COUNT IN DATE-LEN
                WITH POINTER NAME-PTR
            END-UNSTRING
            MOVE NAME-PTR TO REST-PTR
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO DATE2-RAW COUNT IN DATE2-LEN
                WITH POINTER REST-PTR
            END-UNSTRING

            IF ACT-RAW = "G"
                PERFORM CAL-GENERATE-RTN
            ELSE
            IF ACT-RAW = "C" OR ACT-RAW = "H"
                PERFORM CAL-HOLIDAY-RTN
            ELSE
            IF ACT-RAW = "O"
                PERFORM CAL-REOPEN-RTN
            ELSE
            IF ACT-RAW = "P"
                PERFORM CAL-COMPARE-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM CAL-LIST-RTN
            ELSE
                DISPLAY "DAGATAL: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE CALENDAR-MASTER

    MOVE CHANGE-COUNT TO COUNT-DISP
    DISPLAY "CALENDAR DAYS CHANGED: " function TRIM(COUNT-DISP)

    GOBACK.

      *> G fyyyy yyyymmdd [53] - the year token rides in DATE-RAW,
      *> the first day in DATE2-RAW, the week count after it.
CAL-GENERATE-RTN.
    IF DATE-LEN NOT = 4 OR DATE-RAW(1:4) IS NOT NUMERIC
          OR DATE2-LEN NOT = 8 OR DATE2-RAW(1:8) IS NOT NUMERIC
        DISPLAY "DAGATAL: BAD GENERATE LINE " function TRIM(INP)
    ELSE
        MOVE DATE-RAW(1:4) TO GEN-YEAR
        MOVE DATE2-RAW(1:8) TO WANT-DATE
        MOVE 52 TO GEN-WEEKS
        IF INP(REST-PTR:2) = "53"
            MOVE 53 TO GEN-WEEKS
        END-IF
        COMPUTE GEN-START-INT = function INTEGER-OF-DATE(WANT-DATE)
        COMPUTE GEN-DAYS = GEN-WEEKS * 7

      *> the period bounds first - 4, 4, 5 weeks a quarter, the
      *> long year's extra week on the last period.
        MOVE GEN-START-INT TO GEN-PER-CURSOR
        PERFORM VARYING PER-IDX FROM 1 BY 1 UNTIL PER-IDX > 12
            IF function MOD(PER-IDX, 3) = 0
                MOVE 5 TO GEN-PER-WEEKS
            ELSE
                MOVE 4 TO GEN-PER-WEEKS
            END-IF
            IF PER-IDX = 12 AND GEN-WEEKS = 53
                ADD 1 TO GEN-PER-WEEKS
            END-IF
            MOVE GEN-PER-CURSOR TO PER-START-INT(PER-IDX)
            COMPUTE PER-END-INT(PER-IDX) =
                GEN-PER-CURSOR + GEN-PER-WEEKS * 7 - 1
            COMPUTE GEN-PER-CURSOR = PER-END-INT(PER-IDX) + 1
        END-PERFORM

        MOVE 0 TO GEN-NEW-COUNT GEN-KEPT-COUNT
        MOVE 1 TO GEN-PERIOD
        PERFORM CAL-GEN-DAY-RTN
            VARYING GEN-DAY FROM 0 BY 1 UNTIL GEN-DAY >= GEN-DAYS

        MOVE GEN-WEEKS TO COUNT-DISP
        DISPLAY "FISCAL YEAR " GEN-YEAR " GENERATED FROM "
                WANT-DATE " - " function TRIM(COUNT-DISP)
                " WEEKS"
        MOVE GEN-NEW-COUNT TO COUNT-DISP
        DISPLAY "  NEW DAYS:         " function TRIM(COUNT-DISP)
        MOVE GEN-KEPT-COUNT TO COUNT-DISP
        DISPLAY "  DAYS RE-PLACED:   " function TRIM(COUNT-DISP)
    END-IF.

      *> one day of the year being generated.
CAL-GEN-DAY-RTN.
    COMPUTE WANT-INT = GEN-START-INT + GEN-DAY
    IF WANT-INT > PER-END-INT(GEN-PERIOD)
        ADD 1 TO GEN-PERIOD
    END-IF
    COMPUTE GEN-WEEK = GEN-DAY / 7 + 1
    COMPUTE CAL-DATE = function DATE-OF-INTEGER(WANT-INT)

    MOVE "O" TO KEEP-FLAG
    MOVE SPACES TO KEEP-HOLIDAY
    COMPUTE COMP-INT = WANT-INT - 364
    COMPUTE KEEP-COMP-DATE = function DATE-OF-INTEGER(COMP-INT)
    READ CALENDAR-MASTER
        INVALID KEY
            MOVE "23" TO CAL-FS
        NOT INVALID KEY
            MOVE CAL-OPEN-FLAG TO KEEP-FLAG
            MOVE CAL-HOLIDAY TO KEEP-HOLIDAY
            IF CAL-COMP-DATE > 0
                MOVE CAL-COMP-DATE TO KEEP-COMP-DATE
            END-IF
    END-READ

    MOVE KEEP-FLAG TO CAL-OPEN-FLAG
    MOVE KEEP-HOLIDAY TO CAL-HOLIDAY
    MOVE GEN-YEAR TO CAL-FISCAL-YEAR
    MOVE GEN-PERIOD TO CAL-FISCAL-PERIOD
    MOVE GEN-WEEK TO CAL-FISCAL-WEEK
    MOVE KEEP-COMP-DATE TO CAL-COMP-DATE
    COMPUTE CAL-PERIOD-START =
        function DATE-OF-INTEGER(PER-START-INT(GEN-PERIOD))
    COMPUTE CAL-PERIOD-END =
        function DATE-OF-INTEGER(PER-END-INT(GEN-PERIOD))
    IF CAL-FOUND
        REWRITE CAL-MASTER-RECORD
        ADD 1 TO GEN-KEPT-COUNT
    ELSE
        WRITE CAL-MASTER-RECORD
        ADD 1 TO GEN-NEW-COUNT
    END-IF
    ADD 1 TO CHANGE-COUNT.

      *> the date named on a C/H/O/P line - read if it's on file,
      *> a bare record (no fiscal placing yet, comparable date 52
      *> weeks back) if the year hasn't been generated.
CAL-FETCH-RTN.
    MOVE DATE-RAW(1:8) TO WANT-DATE
    MOVE WANT-DATE TO CAL-DATE
    READ CALENDAR-MASTER
        INVALID KEY
            MOVE "23" TO CAL-FS
            INITIALIZE CAL-MASTER-RECORD
            MOVE WANT-DATE TO CAL-DATE
            MOVE "O" TO CAL-OPEN-FLAG
            COMPUTE COMP-INT =
                function INTEGER-OF-DATE(WANT-DATE) - 364
            COMPUTE CAL-COMP-DATE =
                function DATE-OF-INTEGER(COMP-INT)
    END-READ.

CAL-STORE-RTN.
    IF CAL-FOUND
        REWRITE CAL-MASTER-RECORD
    ELSE
        WRITE CAL-MASTER-RECORD
    END-IF
    ADD 1 TO CHANGE-COUNT.

      *> C/H yyyymmdd name.
CAL-HOLIDAY-RTN.
    IF DATE-LEN NOT = 8 OR DATE-RAW(1:8) IS NOT NUMERIC
          OR INP(NAME-PTR:) = SPACES
        DISPLAY "DAGATAL: BAD HOLIDAY LINE " function TRIM(INP)
    ELSE
        PERFORM CAL-FETCH-RTN
        MOVE INP(NAME-PTR:) TO CAL-HOLIDAY
        IF ACT-RAW = "C"
            MOVE "C" TO CAL-OPEN-FLAG
            DISPLAY WANT-DATE " CLOSED - "
                    function TRIM(CAL-HOLIDAY)
        ELSE
            MOVE "O" TO CAL-OPEN-FLAG
            DISPLAY WANT-DATE " TRADING HOLIDAY - "
                    function TRIM(CAL-HOLIDAY)
        END-IF
        PERFORM CAL-STORE-RTN
    END-IF.

      *> O yyyymmdd.
CAL-REOPEN-RTN.
    IF DATE-LEN NOT = 8 OR DATE-RAW(1:8) IS NOT NUMERIC
        DISPLAY "DAGATAL: BAD REOPEN LINE " function TRIM(INP)
    ELSE
        PERFORM CAL-FETCH-RTN
        MOVE "O" TO CAL-OPEN-FLAG
        MOVE SPACES TO CAL-HOLIDAY
        PERFORM CAL-STORE-RTN
        DISPLAY WANT-DATE " ORDINARY TRADING DAY"
    END-IF.

      *> P yyyymmdd yyyymmdd.
CAL-COMPARE-RTN.
    IF DATE-LEN NOT = 8 OR DATE-RAW(1:8) IS NOT NUMERIC
          OR DATE2-LEN NOT = 8 OR DATE2-RAW(1:8) IS NOT NUMERIC
        DISPLAY "DAGATAL: BAD COMPARABLE LINE " function TRIM(INP)
    ELSE
        PERFORM CAL-FETCH-RTN
        MOVE DATE2-RAW(1:8) TO CAL-COMP-DATE
        PERFORM CAL-STORE-RTN
        DISPLAY WANT-DATE " COMPARES AGAINST " CAL-COMP-DATE
    END-IF.

      *> L yyyymmdd [yyyymmdd].
CAL-LIST-RTN.
    IF DATE-LEN NOT = 8 OR DATE-RAW(1:8) IS NOT NUMERIC
        DISPLAY "DAGATAL: BAD LIST LINE " function TRIM(INP)
    ELSE
        MOVE DATE-RAW(1:8) TO LIST-FROM
        IF DATE2-LEN = 8 AND DATE2-RAW(1:8) IS NUMERIC
            MOVE DATE2-RAW(1:8) TO LIST-TO
        ELSE
            COMPUTE LIST-TO-INT =
                function INTEGER-OF-DATE(LIST-FROM) + 27
            COMPUTE LIST-TO = function DATE-OF-INTEGER(LIST-TO-INT)
        END-IF
        MOVE 0 TO LIST-COUNT CLOSED-COUNT
        DISPLAY "DATE     DAY STATE  FY   PD WK COMPARES HOLIDAY"
        MOVE LIST-FROM TO CAL-DATE
        START CALENDAR-MASTER KEY IS NOT LESS THAN CAL-DATE
            INVALID KEY MOVE "10" TO CAL-FS
        END-START
        IF NOT CAL-EOF
            PERFORM CAL-READ-NEXT-RTN
        END-IF
        PERFORM UNTIL CAL-EOF OR CAL-DATE > LIST-TO
            PERFORM CAL-LIST-LINE-RTN
            PERFORM CAL-READ-NEXT-RTN
        END-PERFORM
        MOVE "00" TO CAL-FS
        MOVE LIST-COUNT TO COUNT-DISP
        DISPLAY "DAYS LISTED: " function TRIM(COUNT-DISP)
        MOVE CLOSED-COUNT TO COUNT-DISP
        DISPLAY "DAYS CLOSED: " function TRIM(COUNT-DISP)
    END-IF.

CAL-READ-NEXT-RTN.
    READ CALENDAR-MASTER NEXT
        AT END
            MOVE "10" TO CAL-FS
    END-READ.

CAL-LIST-LINE-RTN.
    COMPUTE DOW-NUM = function MOD(
        function INTEGER-OF-DATE(CAL-DATE) - 1, 7) + 1
    MOVE DOW-TAB(DOW-NUM) TO DAY-NAME
    IF CAL-CLOSED
        MOVE "CLOSED" TO STATE-DISP
        ADD 1 TO CLOSED-COUNT
    ELSE
        MOVE "OPEN" TO STATE-DISP
    END-IF
    DISPLAY CAL-DATE " " DAY-NAME " " STATE-DISP " "
            CAL-FISCAL-YEAR " " CAL-FISCAL-PERIOD " "
            CAL-FISCAL-WEEK " " CAL-COMP-DATE " "
            function TRIM(CAL-HOLIDAY)
    ADD 1 TO LIST-COUNT.
