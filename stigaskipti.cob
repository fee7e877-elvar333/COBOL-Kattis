IDENTIFICATION DIVISION.
PROGRAM-ID. STIGASKIPTI.

      *> loyalty points exchange to partner programmes - members may
      *> turn our points into a partner's units (the airline's
      *> miles).  This used to be a spreadsheet mailed to the partner
      *> and a hand adjustment through HEILTOLUSUMMA; now each
      *> conversion is a numbered record on the XCHMAST register.
      *> Entry feed:
      *>   C custid partner member points
      *>                    a conversion request - checked against the
      *>                    customer's PTSMAST balance and the
      *>                    partner's minimum on the BUDXPART partner
      *>                    table, turned into whole partner units at
      *>                    the partner's rate (points the units don't
      *>                    use stay with the customer), and the
      *>                    points come off PTSMAST at once with an
      *>                    XCHG line on PTSHIST
      *>   X                the export - every new conversion goes to
      *>                    the BUDXOUT partner file and is marked sent
      *>   K                the partner's acknowledgement file BUDXACK
      *>                    - an accepted conversion closes, a
      *>                    rejected one has its points put back on
      *>                    the customer with an XCHR line
      *> A conversion is acknowledged once; a resent acknowledgement
      *> file finds it closed and passes over it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXCHANGE-MASTER ASSIGN TO "XCHMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XCH-NO
        FILE STATUS IS XCH-FS.

    SELECT POINTS-MASTER-FILE ASSIGN TO "PTSMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PTS-CUST-ID
        FILE STATUS IS PTS-FS.

    SELECT POINTS-HISTORY-FILE ASSIGN TO "PTSHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PHIST-FS.

    SELECT PARTNER-FILE ASSIGN TO "BUDXPART"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XP-FS.

    SELECT EXPORT-FILE ASSIGN TO "BUDXOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XO-FS.

    SELECT ACK-FILE ASSIGN TO "BUDXACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XA-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  EXCHANGE-MASTER.
    COPY "ptsxchg.cpy".

    FD  POINTS-MASTER-FILE.
    COPY "ptsmast.cpy".

    FD  POINTS-HISTORY-FILE.
    COPY "ptshist.cpy".

      *> one line per partner programme: the points one partner
      *> unit costs the customer, what the partner charges us per
      *> unit, and the fewest points a conversion may take.
    FD  PARTNER-FILE.
    01  PARTNER-RECORD.
        05  XP-CODE         PIC X(4).
        05  FILLER          PIC X.
        05  XP-NAME         PIC X(30).
        05  FILLER          PIC X.
        05  XP-POINTS-PER   PIC 9(5).
        05  FILLER          PIC X.
        05  XP-UNIT-PRICE   PIC 9(3)V99.
        05  FILLER          PIC X.
        05  XP-MIN-POINTS   PIC 9(7).

      *> the partner file - a header naming the store and date, a
      *> line per conversion, and a trailer with the count and
      *> units so the partner can check it arrived whole.
    FD  EXPORT-FILE.
    01  EXPORT-RECORD.
        05  XO-TYPE         PIC X(1).
        05  FILLER          PIC X VALUE SPACE.
        05  XO-REF          PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  XO-PARTNER      PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  XO-MEMBER       PIC X(20).
        05  FILLER          PIC X VALUE SPACE.
        05  XO-UNITS        PIC 9(9).
        05  FILLER          PIC X VALUE SPACE.
        05  XO-DATE         PIC 9(8).

      *> the partner's answer per conversion - A accepted, R
      *> rejected with its reason.
    FD  ACK-FILE.
    01  ACK-RECORD.
        05  XA-REF          PIC 9(8).
        05  FILLER          PIC X.
        05  XA-MEMBER       PIC X(20).
        05  FILLER          PIC X.
        05  XA-STATUS       PIC X(1).
            88  XA-ACCEPTED    VALUE "A".
            88  XA-REJECTED    VALUE "R".
        05  FILLER          PIC X.
        05  XA-REASON       PIC X(20).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 XCH-FS PIC XX.
           88 XCH-FOUND VALUE "00".
           88 XCH-NEW-FILE VALUE "35".
           88 XCH-EOF VALUE "10".
       01 PTS-FS PIC XX.
           88 PTS-FOUND VALUE "00".
       01 PHIST-FS PIC XX.
           88 PHIST-FOUND VALUE "00".
       01 XP-FS PIC XX.
           88 XP-FOUND VALUE "00".
           88 XP-EOF VALUE "10".
       01 XO-FS PIC XX.
           88 XO-FOUND VALUE "00".
       01 XA-FS PIC XX.
           88 XA-FOUND VALUE "00".
           88 XA-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 STORE-NO PIC 9(4) VALUE 0.

       01 PARTNER-TAB.
           05 PARTNER-ENTRY OCCURS 20 TIMES INDEXED BY PX.
               10 PT-CODE       PIC X(4).
               10 PT-NAME       PIC X(30).
               10 PT-POINTS-PER PIC 9(5).
               10 PT-UNIT-PRICE PIC 9(3)V99.
               10 PT-MIN-POINTS PIC 9(7).
       01 PARTNER-COUNT PIC 9(2) VALUE 0.
       01 PARTNER-FOUND-SW PIC X VALUE "N".
           88 PARTNER-FOUND VALUE "Y".

       01 NEXT-XCH-NO PIC 9(8) VALUE 0.

       01 INP PIC X(70).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 CUST-RAW PIC X(10).
       01 PARTNER-RAW PIC X(4).
       01 MEMBER-RAW PIC X(20).
       01 POINTS-RAW PIC X(9).
       01 ACT-LEN PIC S9(2).
       01 CUST-LEN PIC S9(2).
       01 PARTNER-LEN PIC S9(2).
       01 MEMBER-LEN PIC S9(2).
       01 POINTS-LEN PIC S9(2).

       01 REQ-POINTS PIC 9(9).
       01 REQ-UNITS PIC 9(9).
       01 TAKE-POINTS PIC 9(9).

       01 XO-COUNT PIC 9(7) VALUE 0.
       01 XO-UNITS-TOTAL PIC 9(9) VALUE 0.

       01 TAKEN-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 EXPORTED-COUNT PIC 9(5) VALUE 0.
       01 ACCEPT-COUNT PIC 9(5) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.
       01 ACK-SKIP-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 PTS-DISP PIC Z(8)9.
       01 BAL-DISP PIC -(15)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-STORE-NO TO STORE-NO
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO TODAY-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN INPUT PARTNER-FILE
    IF XP-FOUND
        PERFORM XP-READ-RTN
        PERFORM UNTIL XP-EOF
            IF PARTNER-COUNT < 20 AND XP-CODE NOT = SPACES
                ADD 1 TO PARTNER-COUNT
                SET PX TO PARTNER-COUNT
                MOVE XP-CODE TO PT-CODE(PX)
                MOVE XP-NAME TO PT-NAME(PX)
                MOVE XP-POINTS-PER TO PT-POINTS-PER(PX)
                MOVE XP-UNIT-PRICE TO PT-UNIT-PRICE(PX)
                MOVE XP-MIN-POINTS TO PT-MIN-POINTS(PX)
            END-IF
            PERFORM XP-READ-RTN
        END-PERFORM
        CLOSE PARTNER-FILE
    END-IF

    OPEN I-O EXCHANGE-MASTER
    IF XCH-NEW-FILE
        OPEN OUTPUT EXCHANGE-MASTER
        CLOSE EXCHANGE-MASTER
        OPEN I-O EXCHANGE-MASTER
    END-IF
    PERFORM XCH-SEED-RTN

    OPEN I-O POINTS-MASTER-FILE
    IF NOT PTS-FOUND
        DISPLAY "STIGASKIPTI: NO POINTS MASTER ON SITE"
        CLOSE EXCHANGE-MASTER
        GOBACK
    END-IF

    OPEN INPUT POINTS-HISTORY-FILE
    IF PHIST-FOUND
        CLOSE POINTS-HISTORY-FILE
        OPEN EXTEND POINTS-HISTORY-FILE
    ELSE
        OPEN OUTPUT POINTS-HISTORY-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW CUST-RAW PARTNER-RAW MEMBER-RAW
                           POINTS-RAW
            MOVE 0 TO ACT-LEN CUST-LEN PARTNER-LEN MEMBER-LEN
                      POINTS-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW     COUNT IN ACT-LEN,
                     CUST-RAW    COUNT IN CUST-LEN,
                     PARTNER-RAW COUNT IN PARTNER-LEN,
                     MEMBER-RAW  COUNT IN MEMBER-LEN,
                     POINTS-RAW  COUNT IN POINTS-LEN

            IF ACT-RAW = "C"
                PERFORM CONVERT-RTN
            ELSE
            IF ACT-RAW = "X"
                PERFORM EXPORT-RTN
            ELSE
            IF ACT-RAW = "K"
                PERFORM ACK-RTN
            ELSE
                DISPLAY "STIGASKIPTI: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE EXCHANGE-MASTER
    CLOSE POINTS-MASTER-FILE
    CLOSE POINTS-HISTORY-FILE

    MOVE TAKEN-COUNT TO COUNT-DISP
    DISPLAY "CONVERSIONS TAKEN:      " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "CONVERSIONS REFUSED:    " function TRIM(COUNT-DISP)
    MOVE EXPORTED-COUNT TO COUNT-DISP
    DISPLAY "SENT TO PARTNERS:       " function TRIM(COUNT-DISP)
    MOVE ACCEPT-COUNT TO COUNT-DISP
    DISPLAY "ACCEPTED BY PARTNERS:   " function TRIM(COUNT-DISP)
    MOVE REJECT-COUNT TO COUNT-DISP
    DISPLAY "REJECTED AND REVERSED:  " function TRIM(COUNT-DISP)
    IF ACK-SKIP-COUNT > 0
        MOVE ACK-SKIP-COUNT TO COUNT-DISP
        DISPLAY "ACKNOWLEDGEMENTS PASSED OVER: "
                function TRIM(COUNT-DISP)
    END-IF

    GOBACK.

XP-READ-RTN.
    READ PARTNER-FILE
        AT END
            MOVE "10" TO XP-FS
    END-READ.

XA-READ-RTN.
    READ ACK-FILE
        AT END
            MOVE "10" TO XA-FS
    END-READ.

XCH-NEXT-RTN.
    READ EXCHANGE-MASTER NEXT
        AT END
            MOVE "10" TO XCH-FS
    END-READ.

      *> the last conversion number issued, so numbering runs on.
XCH-SEED-RTN.
    MOVE 0 TO XCH-NO
    START EXCHANGE-MASTER KEY IS NOT LESS THAN XCH-NO
        INVALID KEY
            MOVE "10" TO XCH-FS
    END-START
    IF NOT XCH-EOF
        PERFORM XCH-NEXT-RTN
        PERFORM UNTIL XCH-EOF
            MOVE XCH-NO TO NEXT-XCH-NO
            PERFORM XCH-NEXT-RTN
        END-PERFORM
    END-IF
    MOVE "00" TO XCH-FS.

PARTNER-FIND-RTN.
    MOVE "N" TO PARTNER-FOUND-SW
    PERFORM VARYING PX FROM 1 BY 1
            UNTIL PX > PARTNER-COUNT OR PARTNER-FOUND
        IF PT-CODE(PX) = PARTNER-RAW
            MOVE "Y" TO PARTNER-FOUND-SW
        END-IF
    END-PERFORM
    IF PARTNER-FOUND
        SET PX DOWN BY 1
    END-IF.

      *> C custid partner member points - refused whole rather than
      *> cut down, so the customer hears why.
CONVERT-RTN.
    IF CUST-LEN = 0 OR PARTNER-LEN = 0 OR MEMBER-LEN = 0
          OR POINTS-LEN = 0
          OR POINTS-RAW(1:POINTS-LEN) IS NOT NUMERIC
        DISPLAY "STIGASKIPTI: BAD CONVERSION LINE " function TRIM(INP)
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE POINTS-RAW(1:POINTS-LEN) TO REQ-POINTS
        PERFORM PARTNER-FIND-RTN
        IF NOT PARTNER-FOUND OR PT-POINTS-PER(PX) = 0
            DISPLAY "STIGASKIPTI: PARTNER " function TRIM(PARTNER-RAW)
                    " NOT ON THE PARTNER TABLE - "
                    function TRIM(CUST-RAW) " REFUSED"
            ADD 1 TO REFUSED-COUNT
        ELSE
        IF REQ-POINTS < PT-MIN-POINTS(PX)
            DISPLAY "STIGASKIPTI: " function TRIM(CUST-RAW)
                    " BELOW THE PARTNER MINIMUM OF "
                    PT-MIN-POINTS(PX) " POINTS - REFUSED"
            ADD 1 TO REFUSED-COUNT
        ELSE
            DIVIDE PT-POINTS-PER(PX) INTO REQ-POINTS
                GIVING REQ-UNITS
            COMPUTE TAKE-POINTS = REQ-UNITS * PT-POINTS-PER(PX)
            MOVE CUST-RAW TO PTS-CUST-ID
            READ POINTS-MASTER-FILE
                INVALID KEY
                    DISPLAY "STIGASKIPTI: " function TRIM(CUST-RAW)
                            " HAS NO POINTS BALANCE - REFUSED"
                    ADD 1 TO REFUSED-COUNT
                NOT INVALID KEY
                    IF REQ-UNITS = 0
                        DISPLAY "STIGASKIPTI: " function TRIM(CUST-RAW)
                                " POINTS BUY NO WHOLE UNIT - REFUSED"
                        ADD 1 TO REFUSED-COUNT
                    ELSE
                    IF TAKE-POINTS > PTS-LIFETIME
                        MOVE PTS-LIFETIME TO BAL-DISP
                        DISPLAY "STIGASKIPTI: " function TRIM(CUST-RAW)
                                " BALANCE " function TRIM(BAL-DISP)
                                " TOO LOW - REFUSED"
                        ADD 1 TO REFUSED-COUNT
                    ELSE
                        PERFORM CONVERT-POST-RTN
                    END-IF
                    END-IF
            END-READ
        END-IF
        END-IF
    END-IF.

CONVERT-POST-RTN.
    SUBTRACT TAKE-POINTS FROM PTS-LIFETIME
    REWRITE PTS-MASTER-RECORD

    ADD 1 TO NEXT-XCH-NO
    MOVE NEXT-XCH-NO TO XCH-NO
    MOVE PARTNER-RAW TO XCH-PARTNER
    MOVE CUST-RAW TO XCH-CUST-ID
    MOVE MEMBER-RAW TO XCH-MEMBER
    MOVE TAKE-POINTS TO XCH-POINTS
    MOVE REQ-UNITS TO XCH-UNITS
    COMPUTE XCH-VALUE ROUNDED = REQ-UNITS * PT-UNIT-PRICE(PX)
    MOVE TODAY-DATE TO XCH-REQ-DATE
    MOVE 0 TO XCH-EXPORT-DATE XCH-ACK-DATE
    MOVE "N" TO XCH-STATUS
    MOVE SPACES TO XCH-REJECT-REASON
    WRITE XCHG-RECORD

    MOVE TODAY-DATE TO PH-DATE
    MOVE CUST-RAW TO PH-CUST-ID
    MOVE 0 TO PH-RCPT-NO
    COMPUTE PH-POINTS = 0 - TAKE-POINTS
    MOVE "XCHG" TO PH-SOURCE
    WRITE POINTS-HISTORY-RECORD

    ADD 1 TO TAKEN-COUNT
    MOVE TAKE-POINTS TO PTS-DISP
    DISPLAY "CONVERSION " XCH-NO " " function TRIM(CUST-RAW) " "
            function TRIM(PTS-DISP) " POINTS TO " XCH-UNITS " "
            function TRIM(PT-NAME(PX)) " UNITS".

      *> X - every conversion not yet sent goes out in one file,
      *> whichever partner it is for.
EXPORT-RTN.
    MOVE 0 TO XO-COUNT XO-UNITS-TOTAL
    OPEN OUTPUT EXPORT-FILE
    MOVE SPACES TO EXPORT-RECORD
    MOVE "H" TO XO-TYPE
    MOVE STORE-NO TO XO-REF
    MOVE 0 TO XO-UNITS
    MOVE TODAY-DATE TO XO-DATE
    WRITE EXPORT-RECORD

    MOVE 0 TO XCH-NO
    START EXCHANGE-MASTER KEY IS NOT LESS THAN XCH-NO
        INVALID KEY
            MOVE "10" TO XCH-FS
    END-START
    IF NOT XCH-EOF
        PERFORM XCH-NEXT-RTN
        PERFORM UNTIL XCH-EOF
            IF XCH-NEW
                MOVE SPACES TO EXPORT-RECORD
                MOVE "D" TO XO-TYPE
                MOVE XCH-NO TO XO-REF
                MOVE XCH-PARTNER TO XO-PARTNER
                MOVE XCH-MEMBER TO XO-MEMBER
                MOVE XCH-UNITS TO XO-UNITS
                MOVE XCH-REQ-DATE TO XO-DATE
                WRITE EXPORT-RECORD
                ADD 1 TO XO-COUNT
                ADD XCH-UNITS TO XO-UNITS-TOTAL
                MOVE "S" TO XCH-STATUS
                MOVE TODAY-DATE TO XCH-EXPORT-DATE
                REWRITE XCHG-RECORD
                ADD 1 TO EXPORTED-COUNT
            END-IF
            PERFORM XCH-NEXT-RTN
        END-PERFORM
    END-IF
    MOVE "00" TO XCH-FS

    MOVE SPACES TO EXPORT-RECORD
    MOVE "T" TO XO-TYPE
    MOVE XO-COUNT TO XO-REF
    MOVE XO-UNITS-TOTAL TO XO-UNITS
    MOVE TODAY-DATE TO XO-DATE
    WRITE EXPORT-RECORD
    CLOSE EXPORT-FILE

    MOVE XO-COUNT TO COUNT-DISP
    DISPLAY "PARTNER EXPORT WRITTEN - " function TRIM(COUNT-DISP)
            " CONVERSIONS".

      *> K - the acknowledgement, matched on the conversion number
      *> and checked against the membership number sent with it.
ACK-RTN.
    OPEN INPUT ACK-FILE
    IF NOT XA-FOUND
        DISPLAY "STIGASKIPTI: NO PARTNER ACKNOWLEDGEMENT TO PROCESS"
    ELSE
        PERFORM XA-READ-RTN
        PERFORM UNTIL XA-EOF
            PERFORM ACK-ONE-RTN
            PERFORM XA-READ-RTN
        END-PERFORM
        CLOSE ACK-FILE
    END-IF.

ACK-ONE-RTN.
    MOVE XA-REF TO XCH-NO
    READ EXCHANGE-MASTER
        INVALID KEY
            DISPLAY "STIGASKIPTI: ACKNOWLEDGED " XA-REF
                    " IS NOT OUR CONVERSION"
            ADD 1 TO ACK-SKIP-COUNT
        NOT INVALID KEY
            IF NOT XCH-SENT
                ADD 1 TO ACK-SKIP-COUNT
            ELSE
            IF XCH-MEMBER NOT = XA-MEMBER
                DISPLAY "STIGASKIPTI: ACKNOWLEDGEMENT " XA-REF
                        " MEMBER " function TRIM(XA-MEMBER)
                        " DOES NOT MATCH - LEFT OPEN"
                ADD 1 TO ACK-SKIP-COUNT
            ELSE
            IF XA-ACCEPTED
                MOVE "A" TO XCH-STATUS
                MOVE TODAY-DATE TO XCH-ACK-DATE
                REWRITE XCHG-RECORD
                ADD 1 TO ACCEPT-COUNT
            ELSE
            IF XA-REJECTED
                PERFORM REVERSE-RTN
            ELSE
                DISPLAY "STIGASKIPTI: ACKNOWLEDGEMENT " XA-REF
                        " STATUS " XA-STATUS " NOT A OR R - LEFT OPEN"
                ADD 1 TO ACK-SKIP-COUNT
            END-IF
            END-IF
            END-IF
            END-IF
    END-READ.

      *> a rejected conversion - the points go back to whoever they
      *> came off, as a dated line of their own.
REVERSE-RTN.
    MOVE XCH-CUST-ID TO PTS-CUST-ID
    READ POINTS-MASTER-FILE
        INVALID KEY
            MOVE XCH-CUST-ID TO PTS-CUST-ID
            MOVE XCH-POINTS TO PTS-LIFETIME
            WRITE PTS-MASTER-RECORD
        NOT INVALID KEY
            ADD XCH-POINTS TO PTS-LIFETIME
            REWRITE PTS-MASTER-RECORD
    END-READ

    MOVE TODAY-DATE TO PH-DATE
    MOVE XCH-CUST-ID TO PH-CUST-ID
    MOVE 0 TO PH-RCPT-NO
    MOVE XCH-POINTS TO PH-POINTS
    MOVE "XCHR" TO PH-SOURCE
    WRITE POINTS-HISTORY-RECORD

    MOVE "R" TO XCH-STATUS
    MOVE TODAY-DATE TO XCH-ACK-DATE
    MOVE XA-REASON TO XCH-REJECT-REASON
    REWRITE XCHG-RECORD
    ADD 1 TO REJECT-COUNT

    MOVE XCH-POINTS TO PTS-DISP
    DISPLAY "CONVERSION " XCH-NO " REJECTED - "
            function TRIM(XA-REASON) " - "
            function TRIM(PTS-DISP) " POINTS BACK TO "
            function TRIM(XCH-CUST-ID).
