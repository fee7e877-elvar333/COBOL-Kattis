IDENTIFICATION DIVISION.
PROGRAM-ID. HEIMSENDING.

      *> home-delivery slot maintenance - the van's timetable used to
      *> be a wall chart, and the till had no way to tell a customer
      *> Thursday morning was already full.  The slots are kept on
      *> DELVSLOT, one per date and slot number with what it can
      *> take; the till's delivery line books into them.
      *> Entry feed:
      *>   S fromdate todate slot cap [label]
      *>                    the slot opened, or its capacity and
      *>                    label changed, on every date in the range
      *>                    - never below what is already booked
      *>   R saledate reg rcpt newdate newslot
      *>                    a live booking moved to another slot with
      *>                    room - the customer rang to change it, or
      *>                    a failed drop is given its new slot
      *>   L date           the date's slots listed with what is
      *>                    booked into each
      *> The drops themselves close on AFHENDING's proof-of-delivery
      *> feed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DELIVERY-SLOT-FILE ASSIGN TO "DELVSLOT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SLOT-KEY
        FILE STATUS IS SLOT-FS.

    SELECT DELIVERY-MASTER ASSIGN TO "DELVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DLV-KEY
        FILE STATUS IS DLV-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  DELIVERY-SLOT-FILE.
    COPY "delvslot.cpy".

    FD  DELIVERY-MASTER.
    COPY "delvmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 SLOT-FS PIC XX.
           88 SLOT-FOUND VALUE "00".
           88 SLOT-NEW-FILE VALUE "35".
           88 SLOT-EOF VALUE "10".
       01 DLV-FS PIC XX.
           88 DLV-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 DLV-OPEN-SW PIC X VALUE "N".
           88 DLV-FILE-OPEN VALUE "Y".

       01 TODAY-DATE PIC 9(8).

      *> the longest range one S line opens - a quarter's timetable.
       01 MAX-RANGE-DAYS PIC 9(3) VALUE 92.

       01 CHECK-OK-SW PIC X VALUE "Y".
           88 CHECK-OK VALUE "Y".

       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 TOK2-RAW PIC X(10).
       01 TOK3-RAW PIC X(10).
       01 TOK4-RAW PIC X(10).
       01 TOK5-RAW PIC X(10).
       01 TOK6-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 TOK3-LEN PIC S9(2).
       01 TOK4-LEN PIC S9(2).
       01 TOK5-LEN PIC S9(2).
       01 TOK6-LEN PIC S9(2).
       01 LABEL-PTR PIC 9(3).

       01 FROM-DATE PIC 9(8).
       01 TO-DATE PIC 9(8).
       01 FROM-INT PIC S9(9).
       01 TO-INT PIC S9(9).
       01 DAY-INT PIC S9(9).
       01 WANT-SLOT PIC 9(2).
       01 WANT-CAP PIC 9(3).
       01 WANT-LABEL PIC X(12).
       01 NEW-DATE PIC 9(8).
       01 NEW-SLOT PIC 9(2).
       01 LIST-DATE PIC 9(8).
       01 LIST-COUNT PIC 9(3).

       01 DONE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 CAP-DISP PIC ZZ9.
       01 BOOKED-DISP PIC ZZ9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO TODAY-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN I-O DELIVERY-SLOT-FILE
    IF SLOT-NEW-FILE
        OPEN OUTPUT DELIVERY-SLOT-FILE
        CLOSE DELIVERY-SLOT-FILE
        OPEN I-O DELIVERY-SLOT-FILE
    END-IF
      *> no bookings yet just means nothing to move.
    OPEN I-O DELIVERY-MASTER
    IF DLV-FOUND
        MOVE "Y" TO DLV-OPEN-SW
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW TOK2-RAW TOK3-RAW TOK4-RAW
                           TOK5-RAW TOK6-RAW
            MOVE 0 TO ACT-LEN TOK2-LEN TOK3-LEN TOK4-LEN TOK5-LEN
                      TOK6-LEN
            MOVE 1 TO LABEL-PTR
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     TOK2-RAW COUNT IN TOK2-LEN,
                     TOK3-RAW COUNT IN TOK3-LEN,
                     TOK4-RAW COUNT IN TOK4-LEN,
                     TOK5-RAW COUNT IN TOK5-LEN,
                     TOK6-RAW COUNT IN TOK6-LEN
                WITH POINTER LABEL-PTR

            IF ACT-RAW = "S"
                PERFORM SLOT-SET-RTN
            ELSE
            IF ACT-RAW = "R"
                PERFORM RESCHEDULE-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM SLOT-LIST-RTN
            ELSE
                DISPLAY "HEIMSENDING: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE DELIVERY-SLOT-FILE
    IF DLV-FILE-OPEN
        CLOSE DELIVERY-MASTER
    END-IF

    MOVE DONE-COUNT TO COUNT-DISP
    DISPLAY "DELIVERY LINES APPLIED: " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "DELIVERY LINES REFUSED: " function TRIM(COUNT-DISP)

    GOBACK.

SLOT-NEXT-RTN.
    READ DELIVERY-SLOT-FILE NEXT
        AT END
            MOVE "10" TO SLOT-FS
    END-READ.

      *> S fromdate todate slot cap [label] - the label runs to the
      *> end of the line; a date whose slot is already over the new
      *> capacity keeps its old one and is named.
SLOT-SET-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF TOK2-LEN NOT = 8 OR TOK3-LEN NOT = 8
          OR TOK4-LEN = 0 OR TOK4-LEN > 2
          OR TOK5-LEN = 0 OR TOK5-LEN > 3
          OR TOK2-RAW(1:8) IS NOT NUMERIC
          OR TOK3-RAW(1:8) IS NOT NUMERIC
          OR TOK4-RAW(1:TOK4-LEN) IS NOT NUMERIC
          OR TOK5-RAW(1:TOK5-LEN) IS NOT NUMERIC
        DISPLAY "HEIMSENDING: BAD SLOT LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF CHECK-OK
        MOVE TOK2-RAW(1:8) TO FROM-DATE
        MOVE TOK3-RAW(1:8) TO TO-DATE
        MOVE TOK4-RAW(1:TOK4-LEN) TO WANT-SLOT
        MOVE TOK5-RAW(1:TOK5-LEN) TO WANT-CAP
        IF FROM-DATE < TODAY-DATE OR TO-DATE < FROM-DATE
            DISPLAY "HEIMSENDING: SLOT DATES MUST RUN FORWARD FROM "
                    TODAY-DATE " - " function TRIM(INP)
            MOVE "N" TO CHECK-OK-SW
        END-IF
    END-IF

    IF CHECK-OK
        COMPUTE FROM-INT = function INTEGER-OF-DATE(FROM-DATE)
        COMPUTE TO-INT = function INTEGER-OF-DATE(TO-DATE)
        IF TO-INT - FROM-INT >= MAX-RANGE-DAYS
            DISPLAY "HEIMSENDING: SLOT RANGE LONGER THAN "
                    MAX-RANGE-DAYS " DAYS - " function TRIM(INP)
            MOVE "N" TO CHECK-OK-SW
        END-IF
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE SPACES TO WANT-LABEL
        IF LABEL-PTR <= 80
            MOVE INP(LABEL-PTR:) TO WANT-LABEL
        END-IF
        PERFORM SLOT-DAY-RTN
            VARYING DAY-INT FROM FROM-INT BY 1
            UNTIL DAY-INT > TO-INT
        ADD 1 TO DONE-COUNT
        MOVE WANT-CAP TO CAP-DISP
        DISPLAY "SLOT " WANT-SLOT " SET " FROM-DATE " TO " TO-DATE
                " FOR " function TRIM(CAP-DISP) " DROPS"
    END-IF.

SLOT-DAY-RTN.
    COMPUTE SLOT-DATE = function DATE-OF-INTEGER(DAY-INT)
    MOVE WANT-SLOT TO SLOT-NO
    READ DELIVERY-SLOT-FILE
        INVALID KEY
            MOVE WANT-LABEL TO SLOT-LABEL
            MOVE WANT-CAP TO SLOT-CAPACITY
            MOVE 0 TO SLOT-BOOKED
            WRITE DELIVERY-SLOT-RECORD
        NOT INVALID KEY
            IF SLOT-BOOKED > WANT-CAP
                MOVE SLOT-BOOKED TO BOOKED-DISP
                DISPLAY "HEIMSENDING: SLOT " SLOT-NO " ON " SLOT-DATE
                        " HAS " function TRIM(BOOKED-DISP)
                        " BOOKED - CAPACITY LEFT AS IT WAS"
            ELSE
                MOVE WANT-CAP TO SLOT-CAPACITY
                IF WANT-LABEL NOT = SPACES
                    MOVE WANT-LABEL TO SLOT-LABEL
                END-IF
                REWRITE DELIVERY-SLOT-RECORD
            END-IF
    END-READ.

      *> R saledate reg rcpt newdate newslot - a booked drop gives
      *> its old slot back; a failed one has none to give.
RESCHEDULE-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF TOK2-LEN NOT = 8 OR TOK3-LEN = 0 OR TOK4-LEN = 0
          OR TOK5-LEN NOT = 8 OR TOK6-LEN = 0 OR TOK6-LEN > 2
          OR TOK2-RAW(1:8) IS NOT NUMERIC
          OR TOK4-RAW(1:TOK4-LEN) IS NOT NUMERIC
          OR TOK5-RAW(1:8) IS NOT NUMERIC
          OR TOK6-RAW(1:TOK6-LEN) IS NOT NUMERIC
        DISPLAY "HEIMSENDING: BAD RESCHEDULE LINE "
                function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF CHECK-OK AND NOT DLV-FILE-OPEN
        DISPLAY "HEIMSENDING: NO DELIVERY BOOKINGS ON SITE"
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF CHECK-OK
        MOVE TOK2-RAW(1:8) TO DLV-SALE-DATE
        MOVE TOK3-RAW TO DLV-REGISTER
        MOVE TOK4-RAW(1:TOK4-LEN) TO DLV-RCPT-NO
        READ DELIVERY-MASTER
            INVALID KEY
                DISPLAY "HEIMSENDING: NO BOOKING FOR "
                        function TRIM(INP(3:))
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK AND NOT DLV-LIVE
        DISPLAY "HEIMSENDING: BOOKING " DLV-REGISTER " " DLV-RCPT-NO
                " IS CLOSED (" DLV-STATUS ") - REFUSED"
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF CHECK-OK
        MOVE TOK5-RAW(1:8) TO NEW-DATE
        MOVE TOK6-RAW(1:TOK6-LEN) TO NEW-SLOT
        IF NEW-DATE < TODAY-DATE
            DISPLAY "HEIMSENDING: NEW SLOT DATE " NEW-DATE
                    " HAS PASSED - REFUSED"
            MOVE "N" TO CHECK-OK-SW
        END-IF
    END-IF
    IF CHECK-OK AND DLV-BOOKED AND NEW-DATE = DLV-SLOT-DATE
          AND NEW-SLOT = DLV-SLOT-NO
        DISPLAY "HEIMSENDING: BOOKING " DLV-REGISTER " " DLV-RCPT-NO
                " IS ALREADY IN THAT SLOT"
        MOVE "N" TO CHECK-OK-SW
    END-IF
    IF CHECK-OK
        MOVE NEW-DATE TO SLOT-DATE
        MOVE NEW-SLOT TO SLOT-NO
        READ DELIVERY-SLOT-FILE
            INVALID KEY
                DISPLAY "HEIMSENDING: NO SLOT " NEW-SLOT " ON "
                        NEW-DATE " - REFUSED"
                MOVE "N" TO CHECK-OK-SW
            NOT INVALID KEY
                IF SLOT-BOOKED NOT < SLOT-CAPACITY
                    DISPLAY "HEIMSENDING: SLOT " NEW-SLOT " ON "
                            NEW-DATE " IS FULL - REFUSED"
                    MOVE "N" TO CHECK-OK-SW
                END-IF
        END-READ
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        ADD 1 TO SLOT-BOOKED
        REWRITE DELIVERY-SLOT-RECORD
        IF DLV-BOOKED
            MOVE DLV-SLOT-DATE TO SLOT-DATE
            MOVE DLV-SLOT-NO TO SLOT-NO
            READ DELIVERY-SLOT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF SLOT-BOOKED > 0
                        SUBTRACT 1 FROM SLOT-BOOKED
                    END-IF
                    REWRITE DELIVERY-SLOT-RECORD
            END-READ
        END-IF
        MOVE NEW-DATE TO DLV-SLOT-DATE
        MOVE NEW-SLOT TO DLV-SLOT-NO
        MOVE "B" TO DLV-STATUS
        REWRITE DELIVERY-RECORD
        ADD 1 TO DONE-COUNT
        DISPLAY "BOOKING " DLV-REGISTER " " DLV-RCPT-NO
                " MOVED TO SLOT " NEW-SLOT " ON " NEW-DATE
    END-IF.

      *> L date - today's when no date is given.
SLOT-LIST-RTN.
    IF TOK2-LEN = 8 AND TOK2-RAW(1:8) IS NUMERIC
        MOVE TOK2-RAW(1:8) TO LIST-DATE
    ELSE
        MOVE TODAY-DATE TO LIST-DATE
    END-IF
    DISPLAY "DELIVERY SLOTS FOR " LIST-DATE
    MOVE 0 TO LIST-COUNT
    MOVE LIST-DATE TO SLOT-DATE
    MOVE 0 TO SLOT-NO
    START DELIVERY-SLOT-FILE KEY IS NOT LESS THAN SLOT-KEY
        INVALID KEY
            MOVE "10" TO SLOT-FS
    END-START
    IF NOT SLOT-EOF
        PERFORM SLOT-NEXT-RTN
    END-IF
    PERFORM UNTIL SLOT-EOF OR SLOT-DATE NOT = LIST-DATE
        ADD 1 TO LIST-COUNT
        MOVE SLOT-CAPACITY TO CAP-DISP
        MOVE SLOT-BOOKED TO BOOKED-DISP
        DISPLAY "  SLOT " SLOT-NO "  " SLOT-LABEL
                "  BOOKED " BOOKED-DISP " OF " CAP-DISP
        PERFORM SLOT-NEXT-RTN
    END-PERFORM
    MOVE "00" TO SLOT-FS
    IF LIST-COUNT = 0
        DISPLAY "  NO SLOTS OPEN"
    END-IF
    ADD 1 TO DONE-COUNT.
