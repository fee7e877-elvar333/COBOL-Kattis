      *> again as the forfeit-candidate list, and paid-off tickets
      *> still on file show as awaiting pickup - both lists we used
      *> to discover only by tripping over merchandise in the back
      *> room.  Ages count trading days: the days the CALMAST
      *> trading calendar has the store shut are left out, so a
      *> ticket doesn't slide toward forfeit over Christmas.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS LAY-ID
        FILE STATUS IS LAY-FS.

    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  LAYAWAY-MASTER.
    COPY "layamst.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    WORKING-STORAGE SECTION.
       01 LAY-FS PIC XX.
           88 LAY-FOUND VALUE "00".
           88 LAY-EOF VALUE "10".

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
       01 PAY-INT PIC S9(9).

    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    COMPUTE TODAY-INT = function INTEGER-OF-DATE(TODAY-DATE)
    PERFORM CAL-LOAD-RTN

    OPEN INPUT LAYAWAY-MASTER
    IF NOT LAY-FOUND
        COMPUTE PAY-INT =
            function INTEGER-OF-DATE(LAY-LAST-PAY-DATE)
        COMPUTE AGE-DAYS = TODAY-INT - PAY-INT
        MOVE LAY-LAST-PAY-DATE TO CLOSED-FROM
        PERFORM CLOSED-DAYS-RTN
        SUBTRACT CLOSED-DAYS FROM AGE-DAYS
    END-IF

    IF AGE-DAYS < 30
        DISPLAY "TICKET " function TRIM(LAY-ID)
                "  BALANCE " function TRIM(BAL-ED)
                " OF " function TRIM(ORIG-ED)
                "  QUIET " function TRIM(AGE-DISP) " "
                function TRIM(AGE-UNIT)
    END-IF

    IF LAY-BALANCE <= 0
    DISPLAY function TRIM(BUCKET-NAME-TAB(BUCKET-IDX)) ": "
            function TRIM(COUNT-DISP) " TICKETS, "
            function TRIM(AMT-DISP) " OUTSTANDING".

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
