      *> period prints against the prior one from history - per
      *> category, count and amount, with the change - so "are we
      *> up on last month" finally has an answer in the system.
      *> Where the CALMAST trading calendar places the business date
      *> in a 4-4-5 fiscal period, the close belongs on the period's
      *> last day - earlier is refused unless the one-line entry
      *> feed says FORCE - and the snapshot is labelled with the
      *> fiscal period, its day count laid against the trading days
      *> the calendar has open in it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PHIST-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

    SELECT CATEGORY-MASTER ASSIGN TO "CATMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
    FD  CATEGORY-MASTER.
    COPY "catmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    WORKING-STORAGE SECTION.
       01 PERD-FS PIC XX.
           88 PERD-FOUND VALUE "00".
       01 CAT-FS PIC XX.
           88 CAT-FOUND VALUE "00".

       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 CAL-FS PIC XX.
           88 CAL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).

      *> the fiscal period the close falls in, off the calendar.
       01 FISCAL-SW PIC X VALUE "N".
           88 FISCAL-CLOSE VALUE "Y".
       01 FISCAL-YEAR PIC 9(4).
       01 FISCAL-PERIOD PIC 9(2).
       01 PERIOD-START PIC 9(8).
       01 PERIOD-END PIC 9(8).
       01 WALK-INT PIC S9(9).
       01 END-INT PIC S9(9).
       01 OPEN-DAYS PIC 9(3) VALUE 0.
       01 FORCE-INP PIC X(8).

      *> department names - builtin fallback, overridden from the
      *> category master at startup, same as the category reports.
       01 CAT-NAMES.
    END-PERFORM

    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO TODAY-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE TODAY-DATE TO CAL-DATE
        READ CALENDAR-MASTER
            INVALID KEY
                MOVE "23" TO CAL-FS
            NOT INVALID KEY
                IF CAL-FISCAL-PERIOD > 0
                    MOVE "Y" TO FISCAL-SW
                    MOVE CAL-FISCAL-YEAR TO FISCAL-YEAR
                    MOVE CAL-FISCAL-PERIOD TO FISCAL-PERIOD
                    MOVE CAL-PERIOD-START TO PERIOD-START
                    MOVE CAL-PERIOD-END TO PERIOD-END
                END-IF
        END-READ
        IF FISCAL-CLOSE
            PERFORM OPEN-DAYS-RTN
        END-IF
        CLOSE CALENDAR-MASTER
    END-IF
    IF FISCAL-CLOSE AND TODAY-DATE NOT = PERIOD-END
        MOVE SPACES TO FORCE-INP
        ACCEPT FORCE-INP
        IF FORCE-INP NOT = "FORCE"
            DISPLAY "TIMABILSLOK: FISCAL PERIOD " FISCAL-YEAR "/"
                    FISCAL-PERIOD " ENDS " PERIOD-END
                    " - CLOSE REFUSED (FEED FORCE TO OVERRIDE)"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        DISPLAY "TIMABILSLOK: PERIOD CLOSED EARLY ON FORCE"
    END-IF

    OPEN INPUT PERIOD-FILE
    IF NOT PERD-FOUND

    DISPLAY "PERIOD CLOSE - " TODAY-DATE
            " (" PERD-DAYS " TRADING DAYS)"
    IF FISCAL-CLOSE
        DISPLAY "FISCAL PERIOD " FISCAL-YEAR "/" FISCAL-PERIOD
                " - " PERIOD-START " TO " PERIOD-END ", "
                OPEN-DAYS " DAYS OPEN ON THE CALENDAR"
        IF PERD-DAYS NOT = OPEN-DAYS
            DISPLAY "  NOTE: THE TREND HOLDS " PERD-DAYS
                    " DAYS AGAINST " OPEN-DAYS " CALENDAR TRADING DAYS"
        END-IF
    END-IF
    PERFORM CLOSE-REPORT-RTN
        VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4

    MOVE PERD-CAT-AMT(CAT-IDX) TO PHX-AMT
    MOVE PERD-DAYS TO PHX-DAYS
    WRITE PERIOD-HISTORY-RECORD.

      *> the days of the period the calendar has the store open -
      *> a date it doesn't hold counts as open.
OPEN-DAYS-RTN.
    COMPUTE WALK-INT = function INTEGER-OF-DATE(PERIOD-START)
    COMPUTE END-INT = function INTEGER-OF-DATE(PERIOD-END)
    PERFORM UNTIL WALK-INT > END-INT
        COMPUTE CAL-DATE = function DATE-OF-INTEGER(WALK-INT)
        READ CALENDAR-MASTER
            INVALID KEY
                ADD 1 TO OPEN-DAYS
            NOT INVALID KEY
                IF CAL-OPEN
                    ADD 1 TO OPEN-DAYS
                END-IF
        END-READ
        ADD 1 TO WALK-INT
    END-PERFORM.
