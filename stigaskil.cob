IDENTIFICATION DIVISION.
PROGRAM-ID. STIGASKIL.

      *> monthly points-exchange statement - what we owe each
      *> partner programme for the units it issued to our members.
      *> Walks the XCHMAST register STIGASKIPTI keeps: every
      *> conversion the partner accepted in the month is listed with
      *> its membership number, units and cost, totalled per partner
      *> into the amount its invoice should come to.  Conversions
      *> the partner rejected in the month (their points went back
      *> to the customer) and those sent but still unanswered are
      *> counted underneath, so nothing in flight is lost sight of.
      *> Entry feed: the month (YYYYMM) on the first line -
      *> MANADARLOK hands it the closing month through MANFEED, a
      *> fiscal period's first and last day riding behind it in
      *> columns 8-15 and 17-24.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXCHANGE-MASTER ASSIGN TO "XCHMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS XCH-NO
        FILE STATUS IS XCH-FS.

    SELECT PARTNER-FILE ASSIGN TO "BUDXPART"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XP-FS.

DATA DIVISION.
    FILE SECTION.
    FD  EXCHANGE-MASTER.
    COPY "ptsxchg.cpy".

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

    WORKING-STORAGE SECTION.
       01 XCH-FS PIC XX.
           88 XCH-FOUND VALUE "00".
           88 XCH-EOF VALUE "10".
       01 XP-FS PIC XX.
           88 XP-FOUND VALUE "00".
           88 XP-EOF VALUE "10".

       01 MONTH-INP PIC X(24).
       01 PERIOD-FROM PIC 9(8).
       01 PERIOD-TO PIC 9(8).

      *> the partners in table order, with the month's tallies.
       01 PARTNER-TAB.
           05 PARTNER-ENTRY OCCURS 20 TIMES INDEXED BY PX.
               10 PT-CODE       PIC X(4).
               10 PT-NAME       PIC X(30).
               10 PT-COUNT      PIC 9(7).
               10 PT-POINTS     PIC 9(11).
               10 PT-UNITS      PIC 9(11).
               10 PT-VALUE      PIC S9(13).
               10 PT-REJECTED   PIC 9(7).
               10 PT-PENDING    PIC 9(7).
               10 PT-PEND-UNITS PIC 9(11).
       01 PARTNER-COUNT PIC 9(2) VALUE 0.
       01 PARTNER-FOUND-SW PIC X VALUE "N".
           88 PARTNER-FOUND VALUE "Y".
       01 UNKNOWN-COUNT PIC 9(5) VALUE 0.

       01 GRAND-VALUE PIC S9(13) VALUE 0.
       01 AMT-DISP PIC -(12)9.
       01 UNITS-DISP PIC Z(10)9.
       01 COUNT-DISP PIC Z(6)9.

PROCEDURE DIVISION.
    ACCEPT MONTH-INP
    IF MONTH-INP(1:6) IS NOT NUMERIC
        DISPLAY "STIGASKIL: MONTH (YYYYMM) REQUIRED ON THE FEED"
        GOBACK
    END-IF
      *> a fiscal period from MANADARLOK carries its own bounds.
    IF MONTH-INP(8:8) IS NUMERIC AND MONTH-INP(17:8) IS NUMERIC
        MOVE MONTH-INP(8:8) TO PERIOD-FROM
        MOVE MONTH-INP(17:8) TO PERIOD-TO
    ELSE
        MOVE MONTH-INP(1:6) TO PERIOD-FROM(1:6)
        MOVE "01" TO PERIOD-FROM(7:2)
        MOVE MONTH-INP(1:6) TO PERIOD-TO(1:6)
        MOVE "31" TO PERIOD-TO(7:2)
    END-IF

    OPEN INPUT PARTNER-FILE
    IF XP-FOUND
        PERFORM XP-READ-RTN
        PERFORM UNTIL XP-EOF
            IF PARTNER-COUNT < 20 AND XP-CODE NOT = SPACES
                ADD 1 TO PARTNER-COUNT
                SET PX TO PARTNER-COUNT
                MOVE XP-CODE TO PT-CODE(PX)
                MOVE XP-NAME TO PT-NAME(PX)
                MOVE 0 TO PT-COUNT(PX) PT-POINTS(PX) PT-UNITS(PX)
                          PT-VALUE(PX) PT-REJECTED(PX)
                          PT-PENDING(PX) PT-PEND-UNITS(PX)
            END-IF
            PERFORM XP-READ-RTN
        END-PERFORM
        CLOSE PARTNER-FILE
    END-IF

    OPEN INPUT EXCHANGE-MASTER
    IF NOT XCH-FOUND
        DISPLAY "STIGASKIL: NO POINTS EXCHANGES ON FILE - NOTHING "
                "OWED FOR " MONTH-INP(1:6)
        GOBACK
    END-IF

    DISPLAY "POINTS EXCHANGE STATEMENT - " PERIOD-FROM " TO "
            PERIOD-TO
    DISPLAY " "
    DISPLAY "UNITS ISSUED BY PARTNERS:"
    PERFORM XCH-READ-RTN
    PERFORM UNTIL XCH-EOF
        PERFORM XCH-TALLY-RTN
        PERFORM XCH-READ-RTN
    END-PERFORM
    CLOSE EXCHANGE-MASTER

    DISPLAY " "
    PERFORM PARTNER-LINE-RTN
        VARYING PX FROM 1 BY 1 UNTIL PX > PARTNER-COUNT
    IF UNKNOWN-COUNT > 0
        MOVE UNKNOWN-COUNT TO COUNT-DISP
        DISPLAY "STIGASKIL: " function TRIM(COUNT-DISP)
                " CONVERSIONS FOR PARTNERS NO LONGER ON THE TABLE"
    END-IF
    DISPLAY " "
    MOVE GRAND-VALUE TO AMT-DISP
    DISPLAY "TOTAL OWED TO PARTNERS: " function TRIM(AMT-DISP)

    GOBACK.

XP-READ-RTN.
    READ PARTNER-FILE
        AT END
            MOVE "10" TO XP-FS
    END-READ.

XCH-READ-RTN.
    READ EXCHANGE-MASTER
        AT END
            MOVE "10" TO XCH-FS
    END-READ.

      *> accepted and rejected count by the day the answer came
      *> back; unanswered ones count whenever they were sent.
XCH-TALLY-RTN.
    MOVE "N" TO PARTNER-FOUND-SW
    PERFORM VARYING PX FROM 1 BY 1
            UNTIL PX > PARTNER-COUNT OR PARTNER-FOUND
        IF PT-CODE(PX) = XCH-PARTNER
            MOVE "Y" TO PARTNER-FOUND-SW
        END-IF
    END-PERFORM
    IF NOT PARTNER-FOUND
        IF XCH-ACCEPTED AND XCH-ACK-DATE >= PERIOD-FROM
              AND XCH-ACK-DATE <= PERIOD-TO
            ADD 1 TO UNKNOWN-COUNT
        END-IF
    ELSE
        SET PX DOWN BY 1
        IF XCH-ACCEPTED AND XCH-ACK-DATE >= PERIOD-FROM
              AND XCH-ACK-DATE <= PERIOD-TO
            ADD 1 TO PT-COUNT(PX)
            ADD XCH-POINTS TO PT-POINTS(PX)
            ADD XCH-UNITS TO PT-UNITS(PX)
            ADD XCH-VALUE TO PT-VALUE(PX)
            ADD XCH-VALUE TO GRAND-VALUE
            MOVE XCH-VALUE TO AMT-DISP
            DISPLAY "  " XCH-PARTNER " " XCH-NO " MEMBER "
                    XCH-MEMBER " UNITS " XCH-UNITS " ACCEPTED "
                    XCH-ACK-DATE " " function TRIM(AMT-DISP)
        ELSE
        IF XCH-REJECTED AND XCH-ACK-DATE >= PERIOD-FROM
              AND XCH-ACK-DATE <= PERIOD-TO
            ADD 1 TO PT-REJECTED(PX)
        ELSE
        IF XCH-SENT OR XCH-NEW
            ADD 1 TO PT-PENDING(PX)
            ADD XCH-UNITS TO PT-PEND-UNITS(PX)
        END-IF
        END-IF
        END-IF
    END-IF.

PARTNER-LINE-RTN.
    DISPLAY "PARTNER " PT-CODE(PX) " - " function TRIM(PT-NAME(PX))
    MOVE PT-COUNT(PX) TO COUNT-DISP
    MOVE PT-UNITS(PX) TO UNITS-DISP
    DISPLAY "  CONVERSIONS ACCEPTED: " function TRIM(COUNT-DISP)
            "  UNITS ISSUED: " function TRIM(UNITS-DISP)
    MOVE PT-VALUE(PX) TO AMT-DISP
    DISPLAY "  AMOUNT OWED:          " function TRIM(AMT-DISP)
    MOVE PT-REJECTED(PX) TO COUNT-DISP
    DISPLAY "  REJECTED AND REVERSED: " function TRIM(COUNT-DISP)
    MOVE PT-PENDING(PX) TO COUNT-DISP
    MOVE PT-PEND-UNITS(PX) TO UNITS-DISP
    DISPLAY "  AWAITING THE PARTNER:  " function TRIM(COUNT-DISP)
            " (" function TRIM(UNITS-DISP) " UNITS)".
