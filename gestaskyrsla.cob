IDENTIFICATION DIVISION.
PROGRAM-ID. GESTASKYRSLA.

      *> footfall conversion report - receipt counts alone can't
      *> tell a slow afternoon with fewer visitors from one where
      *> fewer of them bought.  For the business date this lays
      *> the entrance counter's visitors (FOOTMAST, loaded by
      *> GESTATALNING) beside the receipts and takings off TXLOG,
      *> hour by hour: visitors, receipts, conversion (receipts per
      *> hundred visitors) and the average basket, with the same
      *> hour of the same weekday alongside - averaged over the
      *> last eight such weekdays the counter has figures for, the
      *> way LEIFTURSKYRSLA baselines its sales, with the CALMAST
      *> closed days and named holidays left out.  On a holiday the
      *> day is laid against its comparable prior-year date
      *> instead.  The day's totals close the report.
      *> The hour's receipts and takings are written onto FOOTMAST
      *> as they are reported, so the weekday comparison and the
      *> day summary read the footfall master alone once TXLOG has
      *> moved on.  A receipt counts in the hour of its first sale
      *> line; returns-only receipts are not a purchase, but their
      *> money comes off the hour's takings.
      *>
      *> entry feed, one optional line:
      *>   (blank)              the business date, hour by hour
      *>   yyyymmdd             that date, hour by hour
      *>   D yyyymmdd yyyymmdd  one line a day over the range -
      *>                        visitors, receipts, conversion and
      *>                        basket - for judging staffing and
      *>                        promotions on conversion

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT FOOT-MASTER ASSIGN TO "FOOTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FOOT-KEY
        FILE STATUS IS FOOT-FS.

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

    FD  FOOT-MASTER.
    COPY "footmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    WORKING-STORAGE SECTION.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 FOOT-FS PIC XX.
           88 FOOT-FOUND VALUE "00".
           88 FOOT-EOF VALUE "10".
           88 FOOT-NEW-FILE VALUE "35".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 CAL-FS PIC XX.
           88 CAL-FOUND VALUE "00".
       01 CAL-OPEN-SW PIC X VALUE "N".
           88 CAL-FILE-OPEN VALUE "Y".

       01 REPORT-DATE PIC 9(8).
       01 REPORT-INT PIC S9(9).
       01 WORK-INT PIC S9(9).
       01 WORK-DATE PIC 9(8).
       01 WORK-QUOT PIC S9(9).
       01 WORK-REM PIC S9(9).
       01 DAY-NAMES PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".
       01 DAY-NAME PIC X(3).

       01 INP PIC X(40).
       01 MODE-RAW PIC X(10).
       01 FROM-RAW PIC X(10).
       01 TO-RAW PIC X(10).
       01 MODE-LEN PIC S9(2).
       01 FROM-LEN PIC S9(2).
       01 TO-LEN PIC S9(2).
       01 FROM-DATE PIC 9(8).
       01 TO-DATE PIC 9(8).

      *> today on the calendar - a named holiday compares against
      *> its comparable prior-year date, not the weekday.
       01 HOLIDAY-TODAY-SW PIC X VALUE "N".
           88 HOLIDAY-TODAY VALUE "Y".
       01 TODAY-HOLIDAY PIC X(20) VALUE SPACES.
       01 COMP-DATE PIC 9(8) VALUE 0.
       01 EXCLUDED-SW PIC X VALUE "N".
           88 DAY-EXCLUDED VALUE "Y".
       01 EXCLUDED-COUNT PIC 9(4) VALUE 0.

       01 LINE-TXTYPE PIC X(1).
       01 REC-HH PIC 9(2).
       01 LAST-REGISTER PIC X(4) VALUE SPACES.
       01 LAST-RCPT PIC 9(10) VALUE 0.
       01 TXLOG-SEEN-SW PIC X VALUE "N".
           88 TXLOG-SEEN VALUE "Y".

      *> the day, by hour: visitors, receipts, takings - and the
      *> weekday baseline's sums over the days found.
       01 HOUR-TAB.
           05 HOUR-ENTRY OCCURS 24 TIMES.
               10 HR-VISITORS PIC 9(7).
               10 HR-RECEIPTS PIC 9(7).
               10 HR-SALES PIC S9(11).
               10 BS-VISITORS PIC 9(9).
               10 BS-RECEIPTS PIC 9(9).
               10 BS-SALES PIC S9(13).
       01 HX-I PIC S9(3).
      *> weeks back the weekday baseline looks - eight weekdays
      *> with counter figures are averaged, the most recent first.
       01 BASE-WEEKS PIC 9(2) VALUE 26.
       01 BASE-WANT PIC 9(2) VALUE 8.
       01 WEEK-IX PIC S9(3).
       01 BASE-DAYS PIC 9(2) VALUE 0.
       01 DAY-HAS-VISITORS-SW PIC X VALUE "N".
           88 DAY-HAS-VISITORS VALUE "Y".
       01 DAY-SUM-TAB.
           05 DS-VISITORS PIC 9(7) OCCURS 24 TIMES.
           05 DS-RECEIPTS PIC 9(7) OCCURS 24 TIMES.
           05 DS-SALES PIC S9(11) OCCURS 24 TIMES.

       01 DAY-VISITORS PIC 9(9) VALUE 0.
       01 DAY-RECEIPTS PIC 9(9) VALUE 0.
       01 DAY-SALES PIC S9(13) VALUE 0.
       01 BASE-VISITORS PIC 9(11) VALUE 0.
       01 BASE-RECEIPTS PIC 9(11) VALUE 0.
       01 BASE-SALES PIC S9(15) VALUE 0.
       01 RANGE-DAYS PIC 9(5) VALUE 0.
       01 CUR-DATE PIC 9(8) VALUE 0.

      *> the figures one line prints from.
       01 PR-VISITORS PIC 9(11).
       01 PR-RECEIPTS PIC 9(11).
       01 PR-SALES PIC S9(15).
       01 PR-CONV PIC S9(5)V9.
       01 PR-BASKET PIC S9(11).
       01 AVG-VISITORS PIC 9(9).

       01 VIS-DISP PIC Z(6)9.
       01 RCPT-DISP PIC Z(6)9.
       01 CONV-DISP PIC ZZZ9.9.
       01 BASKET-DISP PIC -(9)9.
       01 AMT-DISP PIC -(12)9.
       01 VIS2-DISP PIC Z(6)9.
       01 CONV2-DISP PIC ZZZ9.9.
       01 BASKET2-DISP PIC -(9)9.
       01 COUNT-DISP PIC Z(4)9.
       01 HOUR-DISP PIC 99.

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

    MOVE SPACES TO INP
    ACCEPT INP
    MOVE SPACES TO MODE-RAW FROM-RAW TO-RAW
    MOVE 0 TO MODE-LEN FROM-LEN TO-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO MODE-RAW COUNT IN MODE-LEN,
             FROM-RAW COUNT IN FROM-LEN,
             TO-RAW COUNT IN TO-LEN

    OPEN I-O FOOT-MASTER
    IF FOOT-NEW-FILE
        OPEN OUTPUT FOOT-MASTER
        CLOSE FOOT-MASTER
        OPEN I-O FOOT-MASTER
    END-IF

    IF MODE-RAW = "D"
        IF FROM-LEN NOT = 8 OR FROM-RAW(1:8) IS NOT NUMERIC
              OR TO-LEN NOT = 8 OR TO-RAW(1:8) IS NOT NUMERIC
              OR TO-RAW(1:8) < FROM-RAW(1:8)
            DISPLAY "GESTASKYRSLA: D NEEDS A FROM AND A TO DATE, "
                    "YYYYMMDD - " function TRIM(INP)
        ELSE
            MOVE FROM-RAW(1:8) TO FROM-DATE
            MOVE TO-RAW(1:8) TO TO-DATE
            PERFORM DAY-SUMMARY-RTN
        END-IF
    ELSE
    IF MODE-LEN = 8 AND MODE-RAW(1:8) IS NUMERIC
        MOVE MODE-RAW(1:8) TO REPORT-DATE
        PERFORM HOURLY-RTN
    ELSE
    IF MODE-LEN = 0
        PERFORM HOURLY-RTN
    ELSE
        DISPLAY "GESTASKYRSLA: UNKNOWN REQUEST " function TRIM(INP)
    END-IF
    END-IF
    END-IF

    CLOSE FOOT-MASTER
    GOBACK.

      *> the day hour by hour against the same weekday.
HOURLY-RTN.
    PERFORM VARYING HX-I FROM 1 BY 1 UNTIL HX-I > 24
        MOVE 0 TO HR-VISITORS(HX-I) HR-RECEIPTS(HX-I)
        MOVE 0 TO HR-SALES(HX-I) BS-VISITORS(HX-I)
        MOVE 0 TO BS-RECEIPTS(HX-I) BS-SALES(HX-I)
    END-PERFORM
    COMPUTE REPORT-INT = function INTEGER-OF-DATE(REPORT-DATE)

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

      *> the day's receipts and takings off the live log - when it
      *> still holds the day, they go onto the footfall master; a
      *> day TXLOG has moved on from reports what was put there.
    OPEN INPUT TXLOG-FILE
    IF TXLOG-FOUND
        PERFORM TXLOG-READ-RTN
        PERFORM UNTIL TXLOG-EOF
            IF TXLOG-DATE = REPORT-DATE
                  OR (TXLOG-DATE = 0 AND MODE-LEN = 0)
                PERFORM TODAY-POST-RTN
            END-IF
            PERFORM TXLOG-READ-RTN
        END-PERFORM
        CLOSE TXLOG-FILE
    END-IF
    PERFORM VARYING HX-I FROM 1 BY 1 UNTIL HX-I > 24
        PERFORM HOUR-STORE-RTN
    END-PERFORM

      *> the baseline: the same weekday back through the recent
      *> weeks, or the comparable date alone on a holiday.
    IF HOLIDAY-TODAY
        IF COMP-DATE > 0
            MOVE COMP-DATE TO WORK-DATE
            PERFORM BASE-DAY-RTN
        END-IF
    ELSE
        PERFORM VARYING WEEK-IX FROM 1 BY 1
                UNTIL WEEK-IX > BASE-WEEKS OR BASE-DAYS >= BASE-WANT
            COMPUTE WORK-INT = REPORT-INT - WEEK-IX * 7
            COMPUTE WORK-DATE = function DATE-OF-INTEGER(WORK-INT)
            PERFORM CAL-CHECK-RTN
            IF NOT DAY-EXCLUDED
                PERFORM BASE-DAY-RTN
            END-IF
        END-PERFORM
    END-IF
    IF CAL-FILE-OPEN
        CLOSE CALENDAR-MASTER
    END-IF

    DISPLAY "FOOTFALL AND CONVERSION - " REPORT-DATE
    IF HOLIDAY-TODAY
        DISPLAY "  " function TRIM(TODAY-HOLIDAY)
                " - COMPARED AGAINST " COMP-DATE
    ELSE
        MOVE BASE-DAYS TO COUNT-DISP
        DISPLAY "  SAME WEEKDAY: AVERAGE OF "
                function TRIM(COUNT-DISP) " DAYS"
        IF EXCLUDED-COUNT > 0
            MOVE EXCLUDED-COUNT TO COUNT-DISP
            DISPLAY "  (" function TRIM(COUNT-DISP)
                    " CLOSED OR HOLIDAY WEEKDAYS LEFT OUT)"
        END-IF
    END-IF
    DISPLAY "            ---------- TODAY ----------"
            "   ------ SAME WEEKDAY -------"
    DISPLAY "  HOUR VISITORS RECEIPTS  CONV%     BASKET"
            " VISITORS  CONV%     BASKET"
    PERFORM VARYING HX-I FROM 1 BY 1 UNTIL HX-I > 24
        IF HR-VISITORS(HX-I) > 0 OR HR-RECEIPTS(HX-I) > 0
              OR BS-VISITORS(HX-I) > 0 OR BS-RECEIPTS(HX-I) > 0
            PERFORM HOUR-PRINT-RTN
        END-IF
    END-PERFORM

      *> the day's totals.
    MOVE DAY-VISITORS TO PR-VISITORS
    MOVE DAY-RECEIPTS TO PR-RECEIPTS
    MOVE DAY-SALES TO PR-SALES
    PERFORM RATIO-RTN
    MOVE PR-VISITORS TO VIS-DISP
    MOVE PR-RECEIPTS TO RCPT-DISP
    MOVE PR-CONV TO CONV-DISP
    MOVE PR-BASKET TO BASKET-DISP
    MOVE BASE-VISITORS TO PR-VISITORS
    MOVE BASE-RECEIPTS TO PR-RECEIPTS
    MOVE BASE-SALES TO PR-SALES
    PERFORM RATIO-RTN
    PERFORM BASE-AVERAGE-RTN
    DISPLAY "  DAY " VIS-DISP "  " RCPT-DISP " " CONV-DISP " "
            BASKET-DISP " " VIS2-DISP " " CONV2-DISP " "
            BASKET2-DISP
    MOVE DAY-SALES TO AMT-DISP
    DISPLAY "  TAKINGS:  " function TRIM(AMT-DISP)
    IF DAY-VISITORS = 0
        DISPLAY "  NO DOOR-COUNTER FIGURES LOADED FOR THE DAY"
    END-IF
    IF BASE-DAYS = 0
        DISPLAY "  NO SAME-WEEKDAY FOOTFALL TO COMPARE AGAINST"
    END-IF.

TXLOG-READ-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
    END-READ.

      *> money-carrying lines, the filter LEIFTURSKYRSLA sums by.
TODAY-POST-RTN.
    UNSTRING TXLOG-LINE DELIMITED BY ALL SPACE
        INTO LINE-TXTYPE
    IF (LINE-TXTYPE = "S" OR LINE-TXTYPE = "E"
          OR LINE-TXTYPE = "T" OR LINE-TXTYPE = "R")
          AND TXLOG-TIME(1:2) IS NUMERIC
        MOVE TXLOG-TIME(1:2) TO REC-HH
        IF REC-HH <= 23
            MOVE "Y" TO TXLOG-SEEN-SW
            ADD TXLOG-AMT TO HR-SALES(REC-HH + 1)
            IF LINE-TXTYPE = "S" AND TXLOG-AMT NOT = 0
                  AND (TXLOG-RCPT-NO NOT = LAST-RCPT
                       OR TXLOG-REGISTER NOT = LAST-REGISTER)
                ADD 1 TO HR-RECEIPTS(REC-HH + 1)
                MOVE TXLOG-RCPT-NO TO LAST-RCPT
                MOVE TXLOG-REGISTER TO LAST-REGISTER
            END-IF
        END-IF
    END-IF.

      *> one hour onto the master - or, when TXLOG no longer has
      *> the day, back off it.
HOUR-STORE-RTN.
    MOVE REPORT-DATE TO FOOT-DATE
    COMPUTE FOOT-HOUR = HX-I - 1
    READ FOOT-MASTER
        INVALID KEY
            IF TXLOG-SEEN
                  AND (HR-RECEIPTS(HX-I) > 0 OR HR-SALES(HX-I) NOT = 0)
                MOVE REPORT-DATE TO FOOT-DATE
                COMPUTE FOOT-HOUR = HX-I - 1
                MOVE 0 TO FOOT-VISITORS
                MOVE HR-RECEIPTS(HX-I) TO FOOT-RECEIPTS
                MOVE HR-SALES(HX-I) TO FOOT-SALES
                WRITE FOOT-MASTER-RECORD
            END-IF
        NOT INVALID KEY
            MOVE FOOT-VISITORS TO HR-VISITORS(HX-I)
            IF TXLOG-SEEN
                MOVE HR-RECEIPTS(HX-I) TO FOOT-RECEIPTS
                MOVE HR-SALES(HX-I) TO FOOT-SALES
                REWRITE FOOT-MASTER-RECORD
            ELSE
                MOVE FOOT-RECEIPTS TO HR-RECEIPTS(HX-I)
                MOVE FOOT-SALES TO HR-SALES(HX-I)
            END-IF
    END-READ
    ADD HR-VISITORS(HX-I) TO DAY-VISITORS
    ADD HR-RECEIPTS(HX-I) TO DAY-RECEIPTS
    ADD HR-SALES(HX-I) TO DAY-SALES.

      *> is this weekday closed or a holiday on the calendar.
CAL-CHECK-RTN.
    MOVE "N" TO EXCLUDED-SW
    IF CAL-FILE-OPEN
        MOVE WORK-DATE TO CAL-DATE
        READ CALENDAR-MASTER
            INVALID KEY
                MOVE "23" TO CAL-FS
            NOT INVALID KEY
                IF CAL-CLOSED OR CAL-HOLIDAY NOT = SPACES
                    MOVE "Y" TO EXCLUDED-SW
                    ADD 1 TO EXCLUDED-COUNT
                END-IF
        END-READ
    END-IF.

      *> one baseline day's hours off the master - only a day the
      *> counter has figures for counts, or a dead counter would
      *> drag the weekday's conversion up.
BASE-DAY-RTN.
    MOVE "N" TO DAY-HAS-VISITORS-SW
    PERFORM VARYING HX-I FROM 1 BY 1 UNTIL HX-I > 24
        MOVE 0 TO DS-VISITORS(HX-I) DS-RECEIPTS(HX-I)
        MOVE 0 TO DS-SALES(HX-I)
        MOVE WORK-DATE TO FOOT-DATE
        COMPUTE FOOT-HOUR = HX-I - 1
        READ FOOT-MASTER
            INVALID KEY
                MOVE "23" TO FOOT-FS
            NOT INVALID KEY
                MOVE FOOT-VISITORS TO DS-VISITORS(HX-I)
                MOVE FOOT-RECEIPTS TO DS-RECEIPTS(HX-I)
                MOVE FOOT-SALES TO DS-SALES(HX-I)
                IF FOOT-VISITORS > 0
                    MOVE "Y" TO DAY-HAS-VISITORS-SW
                END-IF
        END-READ
    END-PERFORM
    IF DAY-HAS-VISITORS
        ADD 1 TO BASE-DAYS
        PERFORM VARYING HX-I FROM 1 BY 1 UNTIL HX-I > 24
            ADD DS-VISITORS(HX-I) TO BS-VISITORS(HX-I)
            ADD DS-RECEIPTS(HX-I) TO BS-RECEIPTS(HX-I)
            ADD DS-SALES(HX-I) TO BS-SALES(HX-I)
            ADD DS-VISITORS(HX-I) TO BASE-VISITORS
            ADD DS-RECEIPTS(HX-I) TO BASE-RECEIPTS
            ADD DS-SALES(HX-I) TO BASE-SALES
        END-PERFORM
    END-IF.

HOUR-PRINT-RTN.
    MOVE HR-VISITORS(HX-I) TO PR-VISITORS
    MOVE HR-RECEIPTS(HX-I) TO PR-RECEIPTS
    MOVE HR-SALES(HX-I) TO PR-SALES
    PERFORM RATIO-RTN
    MOVE PR-VISITORS TO VIS-DISP
    MOVE PR-RECEIPTS TO RCPT-DISP
    MOVE PR-CONV TO CONV-DISP
    MOVE PR-BASKET TO BASKET-DISP
    MOVE BS-VISITORS(HX-I) TO PR-VISITORS
    MOVE BS-RECEIPTS(HX-I) TO PR-RECEIPTS
    MOVE BS-SALES(HX-I) TO PR-SALES
    PERFORM RATIO-RTN
    PERFORM BASE-AVERAGE-RTN
    COMPUTE HOUR-DISP = HX-I - 1
    DISPLAY "    " HOUR-DISP " " VIS-DISP "  " RCPT-DISP " "
            CONV-DISP " " BASKET-DISP " " VIS2-DISP " "
            CONV2-DISP " " BASKET2-DISP.

      *> conversion (receipts per hundred visitors) and basket
      *> (takings per receipt) for the figures in PR-.
RATIO-RTN.
    IF PR-VISITORS > 0
        COMPUTE PR-CONV ROUNDED = PR-RECEIPTS * 100 / PR-VISITORS
    ELSE
        MOVE 0 TO PR-CONV
    END-IF
    IF PR-RECEIPTS > 0
        COMPUTE PR-BASKET ROUNDED = PR-SALES / PR-RECEIPTS
    ELSE
        MOVE 0 TO PR-BASKET
    END-IF.

      *> the baseline's visitors a day, and its ratios, into the
      *> right-hand columns.
BASE-AVERAGE-RTN.
    IF BASE-DAYS > 0
        COMPUTE AVG-VISITORS ROUNDED = PR-VISITORS / BASE-DAYS
    ELSE
        MOVE 0 TO AVG-VISITORS
    END-IF
    MOVE AVG-VISITORS TO VIS2-DISP
    MOVE PR-CONV TO CONV2-DISP
    MOVE PR-BASKET TO BASKET2-DISP.

      *> D - one line a day over the range, off the master.
DAY-SUMMARY-RTN.
    DISPLAY "FOOTFALL DAY SUMMARY " FROM-DATE " TO " TO-DATE
    DISPLAY "  DATE         VISITORS RECEIPTS  CONV%     BASKET"
            "       TAKINGS"
    MOVE 0 TO CUR-DATE DAY-VISITORS DAY-RECEIPTS DAY-SALES
    MOVE 0 TO BASE-VISITORS BASE-RECEIPTS BASE-SALES RANGE-DAYS
    MOVE FROM-DATE TO FOOT-DATE
    MOVE 0 TO FOOT-HOUR
    START FOOT-MASTER KEY IS NOT LESS THAN FOOT-KEY
        INVALID KEY MOVE "10" TO FOOT-FS
    END-START
    IF NOT FOOT-EOF
        PERFORM FOOT-READ-RTN
    END-IF
    PERFORM UNTIL FOOT-EOF OR FOOT-DATE > TO-DATE
        IF FOOT-DATE NOT = CUR-DATE
            IF CUR-DATE > 0
                PERFORM DAY-LINE-RTN
            END-IF
            MOVE FOOT-DATE TO CUR-DATE
            MOVE 0 TO DAY-VISITORS DAY-RECEIPTS DAY-SALES
        END-IF
        ADD FOOT-VISITORS TO DAY-VISITORS
        ADD FOOT-RECEIPTS TO DAY-RECEIPTS
        ADD FOOT-SALES TO DAY-SALES
        PERFORM FOOT-READ-RTN
    END-PERFORM
    IF CUR-DATE > 0
        PERFORM DAY-LINE-RTN
    END-IF

    MOVE BASE-VISITORS TO PR-VISITORS
    MOVE BASE-RECEIPTS TO PR-RECEIPTS
    MOVE BASE-SALES TO PR-SALES
    PERFORM RATIO-RTN
    MOVE PR-VISITORS TO VIS-DISP
    MOVE PR-RECEIPTS TO RCPT-DISP
    MOVE PR-CONV TO CONV-DISP
    MOVE PR-BASKET TO BASKET-DISP
    MOVE PR-SALES TO AMT-DISP
    DISPLAY "  TOTAL        " VIS-DISP "  " RCPT-DISP " " CONV-DISP
            " " BASKET-DISP " " AMT-DISP
    MOVE RANGE-DAYS TO COUNT-DISP
    DISPLAY "  DAYS WITH FIGURES: " function TRIM(COUNT-DISP).

FOOT-READ-RTN.
    READ FOOT-MASTER NEXT
        AT END
            MOVE "10" TO FOOT-FS
    END-READ
    IF NOT FOOT-FOUND
        MOVE "10" TO FOOT-FS
    END-IF.

DAY-LINE-RTN.
    ADD 1 TO RANGE-DAYS
    ADD DAY-VISITORS TO BASE-VISITORS
    ADD DAY-RECEIPTS TO BASE-RECEIPTS
    ADD DAY-SALES TO BASE-SALES
    DIVIDE function INTEGER-OF-DATE(CUR-DATE) BY 7
        GIVING WORK-QUOT REMAINDER WORK-REM
    MOVE DAY-NAMES(WORK-REM * 3 + 1:3) TO DAY-NAME
    MOVE DAY-VISITORS TO PR-VISITORS
    MOVE DAY-RECEIPTS TO PR-RECEIPTS
    MOVE DAY-SALES TO PR-SALES
    PERFORM RATIO-RTN
    MOVE PR-VISITORS TO VIS-DISP
    MOVE PR-RECEIPTS TO RCPT-DISP
    MOVE PR-CONV TO CONV-DISP
    MOVE PR-BASKET TO BASKET-DISP
    MOVE PR-SALES TO AMT-DISP
    DISPLAY "  " CUR-DATE " " DAY-NAME " " VIS-DISP "  " RCPT-DISP
            " " CONV-DISP " " BASKET-DISP " " AMT-DISP.
