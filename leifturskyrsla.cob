      *> arrive after close, when lunchtime was already over.
      *> Runnable any time during trade: reads the live TXLOG as
      *> of now - sales, receipts, and the hourly pace so far -
      *> and lays the same hours of the same weekday from the SKUDAG
      *> SKU-by-day summary's money taken by hour alongside,
      *> averaged over the weekdays found, so
      *> the duty manager can see by 11:00 that the day is running
      *> behind and do something about staffing and promos while
      *> it still matters.  The CALMAST trading calendar keeps the
      *> weekday honest: closed days and named holidays drop out of
      *> the same-weekday average (Easter Monday is no ordinary
      *> Monday), and on a holiday itself the day is laid against
      *> its comparable prior-year date instead.  The comparable
      *> date prints alongside on an ordinary day too, whenever the
      *> history reaches back that far.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    WORKING-STORAGE SECTION.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
      *> how far back the summary is read - a year covers eight
      *> ordinary weekdays past any run of holidays, and the
      *> comparable date.
       01 SCAN-FROM PIC 9(8).
       01 WORK-INT PIC S9(9).
      *> one summary record's money taken up to this hour.
       01 REC-TAKEN PIC S9(13).
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 CAL-FS PIC XX.
           88 CAL-FOUND VALUE "00".
       01 CAL-OPEN-SW PIC X VALUE "N".
           88 CAL-FILE-OPEN VALUE "Y".

      *> today on the calendar - a named holiday compares against
      *> its comparable prior-year date, not the weekday.
       01 HOLIDAY-TODAY-SW PIC X VALUE "N".
           88 HOLIDAY-TODAY VALUE "Y".
       01 TODAY-HOLIDAY PIC X(20) VALUE SPACES.
       01 COMP-DATE PIC 9(8) VALUE 0.
       01 COMP-SALES PIC S9(12) VALUE 0.
       01 COMP-SEEN-SW PIC X VALUE "N".
           88 COMP-SEEN VALUE "Y".
      *> the last history date looked up on the calendar - the
      *> history runs in date order, so one lookup per day.
       01 CHECKED-DATE PIC 9(8) VALUE 0.
       01 EXCLUDED-SW PIC X VALUE "N".
           88 DAY-EXCLUDED VALUE "Y".
       01 EXCLUDED-COUNT PIC 9(4) VALUE 0.

       01 REPORT-DATE PIC 9(8).
       01 NOW-TIME PIC 9(8).
        GIVING WORK-QUOT REMAINDER WORK-REM
    MOVE WORK-REM TO TODAY-WEEKDAY

    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE "Y" TO CAL-OPEN-SW
        MOVE REPORT-DATE TO CAL-DATE
        READ CALENDAR-MASTER
            INVALID KEY
                MOVE "23" TO CAL-FS
            NOT INVALID KEY
                MOVE CAL-COMP-DATE TO COMP-DATE
                IF CAL-HOLIDAY NOT = SPACES
                    MOVE "Y" TO HOLIDAY-TODAY-SW
                    MOVE CAL-HOLIDAY TO TODAY-HOLIDAY
                END-IF
        END-READ
    END-IF

    PERFORM VARYING HX-I FROM 1 BY 1 UNTIL HX-I > 24
        MOVE 0 TO HOUR-SALES(HX-I)
    END-PERFORM
    CLOSE TXLOG-FILE

      *> the baseline: the same weekday's trade up to this hour,
      *> from the summary.
    COMPUTE WORK-INT = function INTEGER-OF-DATE(REPORT-DATE) - 364
    COMPUTE SCAN-FROM = function DATE-OF-INTEGER(WORK-INT)
    IF COMP-DATE > 0 AND COMP-DATE < SCAN-FROM
        MOVE COMP-DATE TO SCAN-FROM
    END-IF
    OPEN INPUT SKU-DAY-FILE
    IF SDS-FOUND
        MOVE LOW-VALUES TO SDS-KEY
        MOVE SCAN-FROM TO SDS-DATE
        START SKU-DAY-FILE KEY NOT < SDS-KEY
            INVALID KEY
                MOVE "10" TO SDS-FS
        END-START
        IF SDS-FOUND
            PERFORM SDS-READ-RTN
        END-IF
        PERFORM UNTIL SDS-EOF OR SDS-DATE >= REPORT-DATE
            PERFORM BASE-POST-RTN
            PERFORM SDS-READ-RTN
        END-PERFORM
        CLOSE SKU-DAY-FILE
    END-IF
    IF CAL-FILE-OPEN
        CLOSE CALENDAR-MASTER
    END-IF

    DISPLAY "FLASH REPORT - " REPORT-DATE " AS OF "
        END-IF
    END-PERFORM

    IF HOLIDAY-TODAY
        DISPLAY "  TODAY IS " function TRIM(TODAY-HOLIDAY)
                " - NO WEEKDAY BASELINE, COMPARED AGAINST "
                COMP-DATE
    ELSE
    IF BASE-COUNT = 0
        DISPLAY "  NO SAME-WEEKDAY HISTORY TO COMPARE AGAINST"
    ELSE
            DISPLAY "  TODAY IS RUNNING " function TRIM(PCT-DISP)
                    " PCT AGAINST THE WEEKDAY"
        END-IF
        IF EXCLUDED-COUNT > 0
            MOVE EXCLUDED-COUNT TO COUNT-DISP
            DISPLAY "  (" function TRIM(COUNT-DISP)
                    " CLOSED OR HOLIDAY WEEKDAYS LEFT OUT)"
        END-IF
    END-IF
    END-IF

    IF COMP-SEEN
        MOVE COMP-SALES TO AMT2-DISP
        DISPLAY "  COMPARABLE DAY LAST YEAR (" COMP-DATE
                ") TO THIS HOUR: " function TRIM(AMT2-DISP)
        IF COMP-SALES NOT = 0
            COMPUTE PACE-PCT ROUNDED =
                (TODAY-SALES - COMP-SALES) * 100 / COMP-SALES
            MOVE PACE-PCT TO PCT-DISP
            DISPLAY "  TODAY IS RUNNING " function TRIM(PCT-DISP)
                    " PCT AGAINST LAST YEAR"
        END-IF
    ELSE
    IF HOLIDAY-TODAY
        DISPLAY "  NO HISTORY ON FILE FOR THE COMPARABLE DATE"
    END-IF
    END-IF

    GOBACK.
            MOVE "10" TO TXLOG-FS
    END-READ.

SDS-READ-RTN.
    READ SKU-DAY-FILE NEXT
        AT END
            MOVE "10" TO SDS-FS
    END-READ
    IF NOT SDS-FOUND
        MOVE "10" TO SDS-FS
    END-IF.

TODAY-POST-RTN.
    UNSTRING TXLOG-LINE DELIMITED BY ALL SPACE
        END-IF
    END-IF.

      *> one summary record's money taken at or before this hour:
      *> the comparable prior-year date sums on its own; a same
      *> weekday the calendar has as an ordinary trading day goes
      *> into its own day's bucket, newest days kept.  On a holiday
      *> only the comparable date counts.
BASE-POST-RTN.
    IF SDS-DATE > 0
        MOVE 0 TO REC-TAKEN
        PERFORM VARYING HX-I FROM 1 BY 1 UNTIL HX-I > NOW-HH + 1
            ADD SDS-HOUR-TAKEN(HX-I) TO REC-TAKEN
        END-PERFORM
        IF SDS-DATE = COMP-DATE
            ADD REC-TAKEN TO COMP-SALES
            MOVE "Y" TO COMP-SEEN-SW
        END-IF
        IF NOT HOLIDAY-TODAY
            DIVIDE function INTEGER-OF-DATE(SDS-DATE) BY 7
                GIVING WORK-QUOT REMAINDER WORK-REM
            MOVE WORK-REM TO WORK-WEEKDAY
            IF WORK-WEEKDAY = TODAY-WEEKDAY
                PERFORM CAL-CHECK-RTN
                IF NOT DAY-EXCLUDED
                    PERFORM BASE-BUCKET-RTN
                END-IF
            END-IF
        END-IF
    END-IF.

      *> is this history day closed or a holiday on the calendar -
      *> looked up once per date.
CAL-CHECK-RTN.
    IF SDS-DATE NOT = CHECKED-DATE
        MOVE SDS-DATE TO CHECKED-DATE
        MOVE "N" TO EXCLUDED-SW
        IF CAL-FILE-OPEN
            MOVE SDS-DATE TO CAL-DATE
            READ CALENDAR-MASTER
                INVALID KEY
                    MOVE "23" TO CAL-FS
                NOT INVALID KEY
                    IF CAL-CLOSED OR CAL-HOLIDAY NOT = SPACES
                        MOVE "Y" TO EXCLUDED-SW
                        ADD 1 TO EXCLUDED-COUNT
                    END-IF
            END-READ
        END-IF
    END-IF.

BASE-BUCKET-RTN.
    MOVE 0 TO BASE-IX
    PERFORM VARYING HX-I FROM 1 BY 1 UNTIL HX-I > BASE-COUNT
        IF BD-DATE(HX-I) = SDS-DATE
            MOVE HX-I TO BASE-IX
        END-IF
    END-PERFORM
    IF BASE-IX = 0 AND BASE-COUNT < 8
        ADD 1 TO BASE-COUNT
        MOVE BASE-COUNT TO BASE-IX
        MOVE SDS-DATE TO BD-DATE(BASE-IX)
        MOVE 0 TO BD-SALES(BASE-IX)
    END-IF
      *> the table full and a NEWER weekday arriving: the history
                MOVE BD-DATE(HX-I) TO OLDEST-DATE
            END-IF
        END-PERFORM
        IF SDS-DATE > OLDEST-DATE
            MOVE OLDEST-IX TO BASE-IX
            MOVE SDS-DATE TO BD-DATE(BASE-IX)
            MOVE 0 TO BD-SALES(BASE-IX)
        END-IF
    END-IF
    IF BASE-IX > 0
        ADD REC-TAKEN TO BD-SALES(BASE-IX)
    END-IF.
