IDENTIFICATION DIVISION.
PROGRAM-ID. AAETLUNHLAD.

      *> head-office budget load - head office sets each store a
      *> sales budget per department per week and sends it as the
      *> HQBUD file, one line per figure:
      *>   W yyyymmdd dept amount
      *>                     the week starting on that date - the
      *>                     amount is spread evenly over the week's
      *>                     trading days (a day the trading calendar
      *>                     has the store shut gets nothing), any
      *>                     odd remainder on the last of them
      *>   D yyyymmdd dept amount
      *>                     one day's figure, where head office has
      *>                     phased the week itself
      *> Each day lands on the budget master as head office's
      *> figure, replacing whatever head office sent before.  A day
      *> the store has corrected by hand (AAETLUN) is left alone
      *> and listed, so the manager can see where head office now
      *> disagrees.  Loading the same file twice just sets the same
      *> figures again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HQ-BUDGET-FILE ASSIGN TO "HQBUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HQB-FS.

    SELECT BUDGET-MASTER ASSIGN TO "BUDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BGT-KEY
        FILE STATUS IS BGT-FS.

      *> the trading calendar says which days of the week the store
      *> is open to sell anything - optional; without it every day
      *> of the week trades.
    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  HQ-BUDGET-FILE.
    01  HQ-BUDGET-LINE      PIC X(60).

    FD  BUDGET-MASTER.
    COPY "budmast.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    WORKING-STORAGE SECTION.
       01 HQB-FS PIC XX.
           88 HQB-FOUND VALUE "00".
           88 HQB-EOF VALUE "10".
       01 BGT-FS PIC XX.
           88 BGT-FOUND    VALUE "00".
           88 BGT-NEW-FILE VALUE "35".
       01 CAL-FS PIC XX.
           88 CAL-FOUND VALUE "00".
       01 CAL-OPEN-SW PIC X VALUE "N".
           88 CAL-OPEN-OK VALUE "Y".

       01 ACT-RAW PIC X(1).
       01 DATE-RAW PIC X(10).
       01 DEPT-RAW PIC X(4).
       01 AMT-RAW PIC X(12).
       01 ACT-LEN PIC S9(2).
       01 DATE-LEN PIC S9(2).
       01 DEPT-LEN PIC S9(2).
       01 AMT-LEN PIC S9(2).

       01 WANT-DATE PIC 9(8).
       01 WANT-DEPT PIC 9(2).
       01 WANT-AMT PIC 9(11).
       01 DAY-AMT PIC S9(11).

      *> the week being spread - which of its seven days trade, and
      *> the share each gets.
       01 WEEK-START-INT PIC S9(9).
       01 DAY-IDX PIC S9(3).
       01 WEEK-DAYS.
           05 WD-DATE PIC 9(8) OCCURS 7 TIMES.
           05 WD-OPEN PIC X(1) OCCURS 7 TIMES.
       01 OPEN-COUNT PIC 9(1).
       01 LAST-OPEN PIC S9(3).
       01 DAY-SHARE PIC S9(11).
       01 DAY-REMAIN PIC S9(11).

       01 LINE-COUNT PIC 9(6) VALUE 0.
       01 SET-COUNT PIC 9(6) VALUE 0.
       01 KEPT-COUNT PIC 9(6) VALUE 0.
       01 REJECT-COUNT PIC 9(6) VALUE 0.
       01 COUNT-DISP PIC Z(5)9.
       01 AMT-DISP PIC -(12)9.

PROCEDURE DIVISION.
    OPEN INPUT HQ-BUDGET-FILE
    IF NOT HQB-FOUND
        DISPLAY "AAETLUNHLAD: NO HEAD-OFFICE BUDGET FILE (HQBUD)"
        GOBACK
    END-IF

    OPEN I-O BUDGET-MASTER
    IF BGT-NEW-FILE
        OPEN OUTPUT BUDGET-MASTER
        CLOSE BUDGET-MASTER
        OPEN I-O BUDGET-MASTER
    END-IF

    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE "Y" TO CAL-OPEN-SW
    END-IF

    PERFORM HQB-READ-RTN
    PERFORM UNTIL HQB-EOF
        IF HQ-BUDGET-LINE NOT = SPACES
            ADD 1 TO LINE-COUNT
            PERFORM HQB-LINE-RTN
        END-IF
        PERFORM HQB-READ-RTN
    END-PERFORM

    CLOSE HQ-BUDGET-FILE
    CLOSE BUDGET-MASTER
    IF CAL-OPEN-OK
        CLOSE CALENDAR-MASTER
    END-IF

    MOVE LINE-COUNT TO COUNT-DISP
    DISPLAY "HEAD-OFFICE BUDGET LINES READ: " function TRIM(COUNT-DISP)
    MOVE SET-COUNT TO COUNT-DISP
    DISPLAY "  DAYS SET:                    " function TRIM(COUNT-DISP)
    MOVE KEPT-COUNT TO COUNT-DISP
    DISPLAY "  STORE CORRECTIONS KEPT:      " function TRIM(COUNT-DISP)
    MOVE REJECT-COUNT TO COUNT-DISP
    DISPLAY "  LINES REJECTED:              " function TRIM(COUNT-DISP)

    GOBACK.

HQB-READ-RTN.
    READ HQ-BUDGET-FILE
        AT END
            MOVE "10" TO HQB-FS
    END-READ.

HQB-LINE-RTN.
    MOVE SPACES TO ACT-RAW DATE-RAW DEPT-RAW AMT-RAW
    MOVE 0 TO ACT-LEN DATE-LEN DEPT-LEN AMT-LEN
    UNSTRING HQ-BUDGET-LINE DELIMITED BY ALL SPACE
        INTO ACT-RAW  COUNT IN ACT-LEN,
             DATE-RAW COUNT IN DATE-LEN,
             DEPT-RAW COUNT IN DEPT-LEN,
             AMT-RAW  COUNT IN AMT-LEN
    IF (ACT-RAW NOT = "W" AND ACT-RAW NOT = "D")
          OR DATE-LEN NOT = 8 OR DATE-RAW(1:8) IS NOT NUMERIC
          OR DEPT-LEN = 0 OR DEPT-LEN > 2
          OR DEPT-RAW(1:DEPT-LEN) IS NOT NUMERIC
          OR AMT-LEN = 0 OR AMT-LEN > 11
          OR AMT-RAW(1:AMT-LEN) IS NOT NUMERIC
        ADD 1 TO REJECT-COUNT
        DISPLAY "AAETLUNHLAD: BAD BUDGET LINE "
                function TRIM(HQ-BUDGET-LINE)
    ELSE
        MOVE DATE-RAW(1:8) TO WANT-DATE
        MOVE DEPT-RAW(1:DEPT-LEN) TO WANT-DEPT
        MOVE AMT-RAW(1:AMT-LEN) TO WANT-AMT
        IF WANT-DEPT < 1 OR WANT-DEPT > 4
            ADD 1 TO REJECT-COUNT
            DISPLAY "AAETLUNHLAD: DEPARTMENT MUST BE 1-4 - "
                    function TRIM(HQ-BUDGET-LINE)
        ELSE
        IF ACT-RAW = "D"
            MOVE WANT-AMT TO DAY-AMT
            PERFORM BGT-POST-RTN
        ELSE
            PERFORM WEEK-SPREAD-RTN
        END-IF
        END-IF
    END-IF.

      *> a week the calendar has shut from end to end still carries
      *> its figure - on the first day, so the week-to-date line
      *> shows head office's number rather than silently losing it.
WEEK-SPREAD-RTN.
    COMPUTE WEEK-START-INT = function INTEGER-OF-DATE(WANT-DATE)
    MOVE 0 TO OPEN-COUNT LAST-OPEN
    PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
        COMPUTE WD-DATE(DAY-IDX) = function DATE-OF-INTEGER(
            WEEK-START-INT + DAY-IDX - 1)
        MOVE "Y" TO WD-OPEN(DAY-IDX)
        IF CAL-OPEN-OK
            MOVE WD-DATE(DAY-IDX) TO CAL-DATE
            READ CALENDAR-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CAL-CLOSED
                        MOVE "N" TO WD-OPEN(DAY-IDX)
                    END-IF
            END-READ
        END-IF
        IF WD-OPEN(DAY-IDX) = "Y"
            ADD 1 TO OPEN-COUNT
            MOVE DAY-IDX TO LAST-OPEN
        END-IF
    END-PERFORM
    IF OPEN-COUNT = 0
        MOVE "Y" TO WD-OPEN(1)
        MOVE 1 TO OPEN-COUNT LAST-OPEN
    END-IF
    COMPUTE DAY-SHARE = WANT-AMT / OPEN-COUNT
    COMPUTE DAY-REMAIN = WANT-AMT - DAY-SHARE * OPEN-COUNT
    PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
        IF WD-OPEN(DAY-IDX) = "Y"
            MOVE WD-DATE(DAY-IDX) TO WANT-DATE
            MOVE DAY-SHARE TO DAY-AMT
            IF DAY-IDX = LAST-OPEN
                ADD DAY-REMAIN TO DAY-AMT
            END-IF
            PERFORM BGT-POST-RTN
        END-IF
    END-PERFORM.

BGT-POST-RTN.
    MOVE WANT-DATE TO BGT-DATE
    MOVE WANT-DEPT TO BGT-DEPT
    READ BUDGET-MASTER
        INVALID KEY
            MOVE DAY-AMT TO BGT-AMOUNT
            MOVE "H" TO BGT-SOURCE
            WRITE BUDGET-MASTER-RECORD
            ADD 1 TO SET-COUNT
        NOT INVALID KEY
            IF BGT-CORRECTED
                ADD 1 TO KEPT-COUNT
                MOVE DAY-AMT TO AMT-DISP
                DISPLAY "KEPT STORE CORRECTION: " WANT-DATE
                        " DEPARTMENT " WANT-DEPT
                        " - HEAD OFFICE NOW SAYS "
                        function TRIM(AMT-DISP)
            ELSE
                MOVE DAY-AMT TO BGT-AMOUNT
                REWRITE BUDGET-MASTER-RECORD
                ADD 1 TO SET-COUNT
            END-IF
    END-READ.
