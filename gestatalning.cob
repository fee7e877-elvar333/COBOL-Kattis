IDENTIFICATION DIVISION.
PROGRAM-ID. GESTATALNING.

      *> door-counter footfall load - the people counter on the
      *> entrance exports its counts by the hour as the FOOTFEED
      *> file, one line per hour:
      *>   yyyymmdd hh visitors
      *>                     the business date, the hour (00-23 -
      *>                     an HHMM time takes its hour) and the
      *>                     people counted in through the door
      *> Each line sets that hour's visitors on the FOOTMAST
      *> footfall master; the receipts and takings GESTASKYRSLA has
      *> already put on the hour stay where they are, so loading the
      *> same export twice, or a corrected one, just sets the same
      *> hours again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FEED-FILE ASSIGN TO "FOOTFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-FS.

    SELECT FOOT-MASTER ASSIGN TO "FOOTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FOOT-KEY
        FILE STATUS IS FOOT-FS.

DATA DIVISION.
    FILE SECTION.
    FD  FEED-FILE.
    01  FEED-LINE           PIC X(60).

    FD  FOOT-MASTER.
    COPY "footmast.cpy".

    WORKING-STORAGE SECTION.
       01 FEED-FS PIC XX.
           88 FEED-FOUND VALUE "00".
           88 FEED-EOF VALUE "10".
       01 FOOT-FS PIC XX.
           88 FOOT-FOUND    VALUE "00".
           88 FOOT-NEW-FILE VALUE "35".

       01 DATE-RAW PIC X(10).
       01 HOUR-RAW PIC X(6).
       01 CNT-RAW PIC X(8).
       01 DATE-LEN PIC S9(2).
       01 HOUR-LEN PIC S9(2).
       01 CNT-LEN PIC S9(2).

       01 WANT-DATE PIC 9(8).
       01 WANT-HOUR PIC 9(2).
       01 WANT-COUNT PIC 9(6).

       01 LINE-COUNT PIC 9(6) VALUE 0.
       01 SET-COUNT PIC 9(6) VALUE 0.
       01 REJECT-COUNT PIC 9(6) VALUE 0.
       01 VISITOR-TOTAL PIC 9(9) VALUE 0.
       01 FIRST-DATE PIC 9(8) VALUE 0.
       01 LAST-DATE PIC 9(8) VALUE 0.
       01 COUNT-DISP PIC Z(5)9.
       01 TOTAL-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    OPEN INPUT FEED-FILE
    IF NOT FEED-FOUND
        DISPLAY "GESTATALNING: NO DOOR-COUNTER EXPORT (FOOTFEED)"
        GOBACK
    END-IF

    OPEN I-O FOOT-MASTER
    IF FOOT-NEW-FILE
        OPEN OUTPUT FOOT-MASTER
        CLOSE FOOT-MASTER
        OPEN I-O FOOT-MASTER
    END-IF

    PERFORM FEED-READ-RTN
    PERFORM UNTIL FEED-EOF
        IF FEED-LINE NOT = SPACES
            ADD 1 TO LINE-COUNT
            PERFORM FEED-LINE-RTN
        END-IF
        PERFORM FEED-READ-RTN
    END-PERFORM

    CLOSE FEED-FILE
    CLOSE FOOT-MASTER

    MOVE LINE-COUNT TO COUNT-DISP
    DISPLAY "COUNTER EXPORT LINES READ: " function TRIM(COUNT-DISP)
    MOVE SET-COUNT TO COUNT-DISP
    DISPLAY "  HOURS SET:               " function TRIM(COUNT-DISP)
    MOVE REJECT-COUNT TO COUNT-DISP
    DISPLAY "  LINES REJECTED:          " function TRIM(COUNT-DISP)
    MOVE VISITOR-TOTAL TO TOTAL-DISP
    DISPLAY "  VISITORS LOADED:         " function TRIM(TOTAL-DISP)
    IF SET-COUNT > 0
        DISPLAY "  BUSINESS DATES " FIRST-DATE " TO " LAST-DATE
    END-IF

    GOBACK.

FEED-READ-RTN.
    READ FEED-FILE
        AT END
            MOVE "10" TO FEED-FS
    END-READ.

FEED-LINE-RTN.
    MOVE SPACES TO DATE-RAW HOUR-RAW CNT-RAW
    MOVE 0 TO DATE-LEN HOUR-LEN CNT-LEN
    UNSTRING FEED-LINE DELIMITED BY ALL SPACE
        INTO DATE-RAW COUNT IN DATE-LEN,
             HOUR-RAW COUNT IN HOUR-LEN,
             CNT-RAW  COUNT IN CNT-LEN
    IF DATE-LEN NOT = 8 OR DATE-RAW(1:8) IS NOT NUMERIC
          OR DATE-RAW(5:2) < "01" OR DATE-RAW(5:2) > "12"
          OR DATE-RAW(7:2) < "01" OR DATE-RAW(7:2) > "31"
          OR (HOUR-LEN NOT = 2 AND HOUR-LEN NOT = 4)
          OR HOUR-RAW(1:HOUR-LEN) IS NOT NUMERIC
          OR HOUR-RAW(1:2) > "23"
          OR CNT-LEN = 0 OR CNT-LEN > 6
          OR CNT-RAW(1:CNT-LEN) IS NOT NUMERIC
        ADD 1 TO REJECT-COUNT
        DISPLAY "GESTATALNING: BAD COUNTER LINE "
                function TRIM(FEED-LINE)
    ELSE
        MOVE DATE-RAW(1:8) TO WANT-DATE
        MOVE HOUR-RAW(1:2) TO WANT-HOUR
        MOVE CNT-RAW(1:CNT-LEN) TO WANT-COUNT
        PERFORM FOOT-POST-RTN
    END-IF.

FOOT-POST-RTN.
    MOVE WANT-DATE TO FOOT-DATE
    MOVE WANT-HOUR TO FOOT-HOUR
    READ FOOT-MASTER
        INVALID KEY
            MOVE WANT-COUNT TO FOOT-VISITORS
            MOVE 0 TO FOOT-RECEIPTS FOOT-SALES
            WRITE FOOT-MASTER-RECORD
        NOT INVALID KEY
            MOVE WANT-COUNT TO FOOT-VISITORS
            REWRITE FOOT-MASTER-RECORD
    END-READ
    ADD 1 TO SET-COUNT
    ADD WANT-COUNT TO VISITOR-TOTAL
    IF FIRST-DATE = 0 OR WANT-DATE < FIRST-DATE
        MOVE WANT-DATE TO FIRST-DATE
    END-IF
    IF WANT-DATE > LAST-DATE
        MOVE WANT-DATE TO LAST-DATE
    END-IF.
