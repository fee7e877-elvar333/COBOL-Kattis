      *> dispatch, grouped by destination store, anything older than
      *> the threshold promoted to the discrepancy list for chasing,
      *> and shipped-vs-received counts per store pair so a route
      *> that habitually "loses" cartons stands out.  Days out are
      *> trading days - the days the CALMAST trading calendar has
      *> the store shut don't count against the threshold.
      *>
      *> entry feed: one line, the age threshold in days (blank
      *> takes the 7-day default).
        RECORD KEY IS TRANS-ID
        FILE STATUS IS TRANS-FS.

    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TRANSIT-FILE.
    COPY "budtrans.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    WORKING-STORAGE SECTION.
       01 TRANS-FS PIC XX.
           88 TRANS-FOUND VALUE "00".
           88 TRANS-EOF VALUE "10".

       01 CAL-FS PIC XX.
           88 CAL-FOUND VALUE "00".
           88 CAL-EOF VALUE "10".

      *> the closed days of the last year off the trading calendar
      *> - a day the store was shut is not a day anything could
      *> have moved, so it doesn't age.  No calendar on site ages
      *> by calendar days as before.
       01 CLOSED-TAB.
           05 CLOSED-DATE PIC 9(8) OCCURS 120 TIMES.
       01 CLOSED-COUNT PIC 9(3) VALUE 0.
       01 CLOSED-IX PIC S9(4).
       01 CLOSED-FROM PIC 9(8).
       01 CLOSED-DAYS PIC S9(5).
       01 CAL-CUTOFF-INT PIC S9(9).
       01 AGE-UNIT PIC X(13) VALUE "DAYS".

       01 TODAY-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).
       01 DISPATCH-INT PIC S9(9).
PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    COMPUTE TODAY-INT = function INTEGER-OF-DATE(TODAY-DATE)
    PERFORM CAL-LOAD-RTN

    ACCEPT INP
    MOVE "0" TO INP-TOK
    END-IF

    DISPLAY "IN-TRANSIT AGING - " TODAY-DATE
            " (THRESHOLD " AGE-LIMIT " "
            function TRIM(AGE-UNIT) ")"
    PERFORM TRANS-READ-RTN
    PERFORM UNTIL TRANS-EOF
        PERFORM TRANS-POST-RTN
            COMPUTE DISPATCH-INT =
                function INTEGER-OF-DATE(TRANS-DATE)
            COMPUTE AGE-DAYS = TODAY-INT - DISPATCH-INT
            MOVE TRANS-DATE TO CLOSED-FROM
            PERFORM CLOSED-DAYS-RTN
            SUBTRACT CLOSED-DAYS FROM AGE-DAYS
        END-IF

        MOVE AGE-DAYS TO AGE-DISP
                function TRIM(TRANS-SKU)
                " QTY " TRANS-QTY
                " TO " TRANS-TO
                "  " function TRIM(AGE-DISP) " "
                function TRIM(AGE-UNIT) " OUT"
        IF TRANS-SUGGEST-REF NOT = SPACES
              AND TRANS-SUGGEST-REF NOT = LOW-VALUES
            DISPLAY "  SENT AGAINST BALANCING SUGGESTION "
                    TRANS-SUGGEST-REF
        END-IF

        IF AGE-DAYS > AGE-LIMIT
            ADD 1 TO LATE-COUNT
            WITH NO ADVANCING
    MOVE RT-RECEIVED(RTX) TO COUNT-DISP
    DISPLAY ", " function TRIM(COUNT-DISP) " RECEIVED".

      *> the closed days inside the year to today, oldest first.
CAL-LOAD-RTN.
    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE "TRADING DAYS" TO AGE-UNIT
        COMPUTE CAL-CUTOFF-INT = TODAY-INT - 366
        COMPUTE CAL-DATE = function DATE-OF-INTEGER(CAL-CUTOFF-INT)
        START CALENDAR-MASTER KEY IS NOT LESS THAN CAL-DATE
            INVALID KEY MOVE "10" TO CAL-FS
        END-START
        PERFORM UNTIL CAL-EOF
            READ CALENDAR-MASTER NEXT
                AT END
                    MOVE "10" TO CAL-FS
                NOT AT END
                    IF CAL-DATE > TODAY-DATE
                        MOVE "10" TO CAL-FS
                    ELSE
                    IF CAL-CLOSED AND CLOSED-COUNT < 120
                        ADD 1 TO CLOSED-COUNT
                        MOVE CAL-DATE TO CLOSED-DATE(CLOSED-COUNT)
                    END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CALENDAR-MASTER
    END-IF.

      *> closed days after CLOSED-FROM up to today.
CLOSED-DAYS-RTN.
    MOVE 0 TO CLOSED-DAYS
    PERFORM VARYING CLOSED-IX FROM 1 BY 1
            UNTIL CLOSED-IX > CLOSED-COUNT
        IF CLOSED-DATE(CLOSED-IX) > CLOSED-FROM
            ADD 1 TO CLOSED-DAYS
        END-IF
    END-PERFORM.
